      *          break ends the run with a non-zero return code so
      *          operations sees it the same morning instead of at
      *          the next pay run.
      * Modified: 15/10/2026 - the extract now carries the pay type
      *          and rate in effect, and payroll returns the pay type
      *          and rate it loaded on the confirmation; a loaded
      *          employee whose confirmed pay type or rate differs
      *          from what was sent is reported as a rate mismatch,
      *          with both rates on the line below, and is a break
      *          like the others.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05  PAY-First-Name         PIC X(15).
           05  PAY-Middle-Initial     PIC X(01).
           05  PAY-Hire-Date          PIC X(08).
           05  PAY-Pay-Type           PIC X(01).
           05  PAY-Rate               PIC 9(07)V99.
           05  FILLER                 PIC X(05).

       FD  PAY-CONFIRM
           RECORDING MODE IS F
           05  FILLER                 PIC X(01).
           05  Conf-Load-Status       PIC X(01).
               88  CONFIRM-LOADED     VALUE 'L'.
           05  FILLER                 PIC X(01).
           05  Conf-Pay-Type          PIC X(01).
           05  Conf-Rate              PIC 9(07)V99.
           05  FILLER                 PIC X(61).

       FD  RECON-REPORT
           RECORDING MODE IS F
           05  WS-Not-Confirmed-Count PIC 9(06) VALUE ZERO.
           05  WS-Failed-Load-Count   PIC 9(06) VALUE ZERO.
           05  WS-Not-Sent-Count      PIC 9(06) VALUE ZERO.
           05  WS-Rate-Mismatch-Count PIC 9(06) VALUE ZERO.
           05  WS-Line-Count          PIC 9(4) VALUE ZERO.
           05  WS-Page-Count          PIC 9(4) VALUE ZERO.
           05  WS-Max-Lines-Per-Page  PIC 9(4) VALUE 0060.
                                       ' NOT SENT'.
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-Rate-Line.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'SENT '.
           05  WS-Rate-Sent-Type      PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Rate-Sent           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(13) VALUE
                                       '   CONFIRMED '.
           05  WS-Rate-Conf-Type      PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Rate-Conf           PIC X(12).
           05  WS-Rate-Conf-N REDEFINES WS-Rate-Conf
                                      PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(27) VALUE SPACES.

       01  WS-Trailer-Rate-Line.
           05  FILLER                 PIC X(17) VALUE SPACES.
           05  WS-Trailer-Rate        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(16) VALUE
                                       ' RATE MISMATCHES'.
           05  FILLER                 PIC X(40) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.

               WHEN WS-Extract-Key = WS-Confirm-Key
                   IF CONFIRM-LOADED
                       ADD 1 TO WS-Confirmed-Count
                       PERFORM CHECK-CONFIRMED-RATE
                   ELSE
                       MOVE 'LOAD FAILED - STATUS '
                           TO WS-Detail-Exception
                   PERFORM READ-CONFIRM-RECORD
           END-EVALUATE.

       CHECK-CONFIRMED-RATE.
      **
      * A rate payroll did not return, or returned unreadable,
      * cannot be shown to match and is reported the same as a
      * different rate - the confirmed column is left blank.
      **
           IF Conf-Pay-Type NOT = PAY-Pay-Type
                   OR Conf-Rate IS NOT NUMERIC
               PERFORM PRINT-RATE-MISMATCH
           ELSE
               IF Conf-Rate NOT = PAY-Rate
                   PERFORM PRINT-RATE-MISMATCH
               END-IF
           END-IF.

       PRINT-RATE-MISMATCH.
           MOVE 'RATE MISMATCH' TO WS-Detail-Exception.
           PERFORM PRINT-EXTRACT-EXCEPTION.
           ADD 1 TO WS-Rate-Mismatch-Count.
           MOVE PAY-Pay-Type TO WS-Rate-Sent-Type.
           MOVE PAY-Rate TO WS-Rate-Sent.
           MOVE Conf-Pay-Type TO WS-Rate-Conf-Type.
           IF Conf-Rate IS NUMERIC
               MOVE Conf-Rate TO WS-Rate-Conf-N
           ELSE
               MOVE SPACES TO WS-Rate-Conf
           END-IF.
           WRITE RECON-REPORT-LINE FROM WS-Rate-Line.
           ADD 1 TO WS-Line-Count.

       PRINT-EXTRACT-EXCEPTION.
           IF WS-Line-Count = 0
                   OR WS-Line-Count >= WS-Max-Lines-Per-Page
           MOVE WS-Failed-Load-Count TO WS-Trailer-Failed.
           MOVE WS-Not-Sent-Count TO WS-Trailer-Not-Sent.
           WRITE RECON-REPORT-LINE FROM WS-Trailer-Line.
           MOVE WS-Rate-Mismatch-Count TO WS-Trailer-Rate.
           WRITE RECON-REPORT-LINE FROM WS-Trailer-Rate-Line.

       SET-RECON-RETURN-CODE.
           DISPLAY 'PAYRECON COMPLETE - ' WS-Extracted-Count
               ' EXTRACTED, ' WS-Confirmed-Count ' CONFIRMED, '
               WS-Not-Confirmed-Count ' NOT CONFIRMED, '
               WS-Failed-Load-Count ' FAILED LOAD, '
               WS-Not-Sent-Count ' NOT SENT, '
               WS-Rate-Mismatch-Count ' RATE MISMATCHES'.
           IF WS-Not-Confirmed-Count > ZERO
                   OR WS-Failed-Load-Count > ZERO
                   OR WS-Not-Sent-Count > ZERO
                   OR WS-Rate-Mismatch-Count > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

