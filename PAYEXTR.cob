      *          it may run after the nightly extract, and it
      *          writes no end stamp that could refuse the real
      *          F or I run.
      * Modified: 15/10/2026 - widen the employee record for the
      *          supervisor id added to the shared PERSON-RECORD
      *          layout.
      * Modified: 15/10/2026 - carry each employee's pay type and the
      *          rate in effect on the extract date from the COMPFILE
      *          compensation history in the extract record's spare
      *          columns, so rates stop being keyed into payroll by
      *          hand. An employee with no rate yet in effect goes
      *          with a blank pay type and a zero rate, counted on
      *          the completion message.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Payroll-Status.

           SELECT COMP-FILE
               ASSIGN TO "COMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Comp-Key
               FILE STATUS IS WS-Comp-Status.

           SELECT PAY-CONTROL
               ASSIGN TO "PAYCTL"
               ORGANIZATION IS SEQUENTIAL
      *-----------------------
       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PERSONREC.
           COPY EMPTRLR.
           05  PAY-First-Name         PIC X(15).
           05  PAY-Middle-Initial     PIC X(01).
           05  PAY-Hire-Date          PIC X(08).
           05  PAY-Pay-Type           PIC X(01).
           05  PAY-Rate               PIC 9(07)V99.
           05  FILLER                 PIC X(05).

       FD  COMP-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EMPCOMP.

       FD  PAY-CONTROL
           RECORDING MODE IS F
       01  WS-Payroll-Status          PIC XX.
       01  WS-Control-Status          PIC XX.
       01  WS-Card-Status             PIC XX.
       01  WS-Comp-Status             PIC XX.
       01  WS-Flags.
           05  WS-EOF-Switch           PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.
           05  WS-Selected-Switch      PIC X VALUE 'Y'.
               88  RECORD-SELECTED     VALUE 'Y'.
               88  RECORD-NOT-SELECTED VALUE 'N'.
           05  WS-Comp-EOF-Switch      PIC X VALUE 'N'.
               88  COMP-EOF            VALUE 'Y'.
           05  WS-Comp-Open-Switch     PIC X VALUE 'N'.
               88  COMP-FILE-OPEN      VALUE 'Y'.

       01  WS-Extract-Mode            PIC X VALUE 'F'.
           88  FULL-EXTRACT           VALUE 'F'.
       01  WS-Reject-Reason           PIC X(32).

       01  WS-Run-Date                PIC 9(08).
       01  WS-Run-Date-X REDEFINES WS-Run-Date
                                      PIC X(08).

       01  WS-Last-Extract-Date       PIC 9(08) VALUE ZERO.


       01  WS-Counters.
           05  WS-Records-Extracted   PIC 9(08) VALUE ZERO.
           05  WS-No-Rate-Count       PIC 9(08) VALUE ZERO.

       01  WS-Run-Control-Parms.
           05  WS-Rctl-Function       PIC X(01).
           PERFORM EXTRACT-EMPLOYEE-RECORDS UNTIL END-OF-FILE.
           DISPLAY 'PAYROLL EXTRACT COMPLETE - MODE '
               WS-Extract-Mode ' - '
               WS-Records-Extracted ' RECORDS WRITTEN, '
               WS-No-Rate-Count ' WITH NO RATE IN EFFECT'.
           IF FULL-EXTRACT OR INCREMENTAL-EXTRACT
               PERFORM UPDATE-CONTROL-DATE
           END-IF.
               STOP RUN
           END-IF.

           PERFORM OPEN-COMP-FILE.

       OPEN-COMP-FILE.
      **
      * Like the history file behind SVCDATE, a compensation file
      * that cannot be opened reads as empty - the extract still
      * goes, every record without a rate, and the message says so.
      **
           OPEN INPUT COMP-FILE.
           IF WS-Comp-Status = '00'
               SET COMP-FILE-OPEN TO TRUE
               PERFORM READ-COMP-FILE
           ELSE
               SET COMP-EOF TO TRUE
               DISPLAY 'PAYEXTR - NO COMP-FILE, STATUS = '
                   WS-Comp-Status ' - NO RATES SENT'
           END-IF.

       READ-COMP-FILE.
           READ COMP-FILE
               AT END
                   SET COMP-EOF TO TRUE
           END-READ.

       READ-EMPLOYEE-MASTER.
           READ EMPLOYEE-MASTER
               AT END
           MOVE First-Name TO PAY-First-Name.
           MOVE Middle-Name(1:1) TO PAY-Middle-Initial.
           MOVE Hire-Date TO PAY-Hire-Date.
           PERFORM FIND-RATE-IN-EFFECT.
           WRITE PAYROLL-EXTRACT-RECORD.
           ADD 1 TO WS-Records-Extracted.

       FIND-RATE-IN-EFFECT.
      **
      * The compensation file is read forward in key order beside
      * the master, the same way SVCDATE reads the history file -
      * rates of ids not extracted are skipped, and the last rate
      * dated on or before the extract date is the one in effect.
      * A future-dated rate is left in place and skipped with the
      * rest of its id's records on the next lookup.
      **
           MOVE SPACE TO PAY-Pay-Type.
           MOVE ZERO TO PAY-Rate.
           PERFORM SKIP-EARLIER-RATE
               UNTIL COMP-EOF
                  OR Comp-Employee-Id >= Employee-Id.
           PERFORM TAKE-RATE-IN-EFFECT
               UNTIL COMP-EOF
                  OR Comp-Employee-Id NOT = Employee-Id
                  OR Comp-Effective-Date > WS-Run-Date-X.
           IF PAY-Pay-Type = SPACE
               ADD 1 TO WS-No-Rate-Count
           END-IF.

       SKIP-EARLIER-RATE.
           PERFORM READ-COMP-FILE.

       TAKE-RATE-IN-EFFECT.
           MOVE Comp-Pay-Type TO PAY-Pay-Type.
           MOVE Comp-Rate TO PAY-Rate.
           PERFORM READ-COMP-FILE.

       UPDATE-CONTROL-DATE.
      **
      * OPEN EXTEND for the same reason CKPTCTL is appended - the
       CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PAYROLL-EXTRACT.
           IF COMP-FILE-OPEN
               CLOSE COMP-FILE
           END-IF.
      ** add other procedures here
       END PROGRAM PAYEXTR.
