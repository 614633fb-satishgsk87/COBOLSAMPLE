      *          as-of date as YYYYMMDD and defaults to the run
      *          date. Employees failing the shared name or date
      *          edits are skipped the same as on the other reports.
      * Modified: 15/10/2026 - service is counted from the adjusted
      *          service date returned by the shared SVCDATE lookup
      *          instead of Hire-Date, so every prior period on the
      *          employment history file counts toward rule-of-85
      *          for a rehired employee and the break does not.
      * Modified: 15/10/2026 - the carrier record carries the
      *          employee's mailing address from the ADDRFILE
      *          address file, widening it to 160 bytes; an eligible
      *          employee with no address on file still goes to the
      *          carrier with the address blank and is flagged NO
      *          ADDRESS on the report so HR can chase it. An
      *          address file not yet loaded reads as empty.
      * Modified: 15/10/2026 - widen the employee record for the
      *          supervisor id added to the shared PERSON-RECORD
      *          layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Employee-Status.

           SELECT ADDRESS-FILE
               ASSIGN TO "ADDRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Addr-Employee-Id
               FILE STATUS IS WS-Address-Status.

           SELECT CARRIER-FILE
               ASSIGN TO "BENELIG"
               ORGANIZATION IS SEQUENTIAL
      *-----------------------
       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PERSONREC.
           COPY EMPTRLR.

       FD  ADDRESS-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY EMPADDR.

       FD  CARRIER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CARRIER-RECORD.
           05  Car-Employee-Id        PIC X(06).
           05  Car-Points             PIC 9(03).
           05  Car-Reason             PIC X(01).
           05  FILLER                 PIC X(13).
           05  Car-Street-1           PIC X(30).
           05  Car-Street-2           PIC X(30).
           05  Car-City               PIC X(20).
           05  Car-State              PIC X(02).
           05  Car-Zip                PIC X(09).
           05  FILLER                 PIC X(09).

       FD  ELIGIBILITY-REPORT
           RECORDING MODE IS F
      *-----------------------
       01  WS-Employee-Status         PIC XX.
       01  WS-Carrier-Status          PIC XX.
       01  WS-Address-Status          PIC XX.
       01  WS-Report-Status           PIC XX.
       01  WS-Flags.
           05  WS-EOF-Switch           PIC X VALUE 'N'.
               88  EMPLOYEE-ELIGIBLE   VALUE 'Y'.
           05  WS-Future-Switch        PIC X VALUE 'N'.
               88  FUTURE-ELIGIBLE     VALUE 'Y'.
           05  WS-Address-Switch       PIC X VALUE 'N'.
               88  ADDRESS-FOUND       VALUE 'Y'.
           05  WS-Address-Open-Switch  PIC X VALUE 'N'.
               88  ADDRESS-FILE-OPEN   VALUE 'Y'.

       01  WS-Reject-Reason           PIC X(32).

       01  WS-Elig-Work.
           05  WS-Birth-Date-N        PIC 9(08).
           05  WS-Hire-Date-N         PIC 9(08).
           05  WS-Service-Date        PIC X(08).
           05  WS-Period-Count        PIC 9(03).
           05  WS-Svc-Function        PIC X(01).
           05  WS-Age                 PIC 9(03).
           05  WS-Service-Years       PIC 9(03).
           05  WS-Points              PIC 9(03).
       01  WS-Counters.
           05  WS-Eligible-Count      PIC 9(06) VALUE ZERO.
           05  WS-Forward-Count       PIC 9(06) VALUE ZERO.
           05  WS-No-Address-Count    PIC 9(06) VALUE ZERO.
           05  WS-Line-Count          PIC 9(4) VALUE ZERO.
           05  WS-Page-Count          PIC 9(4) VALUE ZERO.
           05  WS-Max-Lines-Per-Page  PIC 9(4) VALUE 0060.
           05  WS-Detail-Points       PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Reason       PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-Detail-Address-Note PIC X(10).
           05  FILLER                 PIC X(31) VALUE SPACES.

       01  WS-Forward-Section-Line    PIC X(80) VALUE
           'ELIGIBLE WITHIN 12 MONTHS'.
           PERFORM PROCESS-ELIGIBLE-RECORDS UNTIL END-OF-FILE.
           PERFORM LIST-COMING-ELIGIBILITY.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM END-SERVICE-LOOKUP.
           DISPLAY 'BENELIG COMPLETE - ' WS-Eligible-Count
               ' ELIGIBLE AS OF ' WS-As-Of-Date ', '
               WS-Forward-Count ' WITHIN 12 MONTHS'.
           IF WS-No-Address-Count > ZERO
               DISPLAY 'BENELIG - ' WS-No-Address-Count
                   ' ELIGIBLE EMPLOYEES SENT WITH NO ADDRESS'
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

               STOP RUN
           END-IF.

      **
      * A newly defined address cluster holds no records yet and
      * will not open for input (status 35). Like the compensation
      * file behind PAYEXTR it reads as empty - the feed still goes,
      * every employee without an address, and the message says so.
      **
           OPEN INPUT ADDRESS-FILE.
           EVALUATE WS-Address-Status
               WHEN '00'
                   SET ADDRESS-FILE-OPEN TO TRUE
               WHEN '35'
                   DISPLAY 'BENELIG - NO ADDRESS-FILE, STATUS = '
                       WS-Address-Status ' - NO ADDRESSES SENT'
               WHEN OTHER
                   DISPLAY 'BENELIG - UNABLE TO OPEN ADDRESS-FILE, '
                       'STATUS = ' WS-Address-Status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT CARRIER-FILE.
           IF WS-Carrier-Status NOT = '00'
               DISPLAY 'BENELIG - UNABLE TO OPEN CARRIER-FILE, '
           ELSE
               PERFORM VALIDATE-MASTER-RECORD
               IF VALID-RECORD AND EMPLOYEE-ACTIVE
                   PERFORM LOOK-UP-SERVICE-DATE
                   MOVE WS-As-Of-Date TO WS-Check-Date
                   PERFORM CHECK-ELIGIBILITY
                   IF EMPLOYEE-ELIGIBLE
                       PERFORM LOOK-UP-MAILING-ADDRESS
                       PERFORM WRITE-CARRIER-RECORD
                       PERFORM PRINT-ELIGIBLE-LINE
                   END-IF
                                      WS-Reject-Reason
           END-IF.

       LOOK-UP-SERVICE-DATE.
      **
      * Both passes read the master in id order, which is the
      * order SVCDATE walks the history file in.
      **
           MOVE 'S' TO WS-Svc-Function.
           CALL 'SVCDATE' USING WS-Svc-Function
                                 Employee-Id OF PERSON-RECORD
                                 Hire-Date
                                 WS-Service-Date
                                 WS-Period-Count.

       END-SERVICE-LOOKUP.
           MOVE 'E' TO WS-Svc-Function.
           CALL 'SVCDATE' USING WS-Svc-Function
                                 Employee-Id OF PERSON-RECORD
                                 Hire-Date
                                 WS-Service-Date
                                 WS-Period-Count.

       CHECK-ELIGIBILITY.
      **
      * Whole years as of the check date, the same truncating
      * YYYYMMDD arithmetic the service report uses - the
      * anniversary day itself counts. Age 65 alone qualifies, and
      * so does rule-of-85, where completed age plus completed
      * service reaches 85. Service runs from the adjusted service
      * date, which is the hire date for anyone never rehired.
      **
           MOVE 'N' TO WS-Eligible-Switch.
           MOVE SPACES TO WS-Reason.
           MOVE Date-Of-Birth TO WS-Birth-Date-N.
           MOVE WS-Service-Date TO WS-Hire-Date-N.
           COMPUTE WS-Age =
               (WS-Check-Date - WS-Birth-Date-N) / 10000.
           COMPUTE WS-Service-Years =
                   CONTINUE
           END-EVALUATE.

       LOOK-UP-MAILING-ADDRESS.
      **
      * The carrier mails the enrollment pack to the address on
      * ADDRFILE; an employee with none is still sent, with the
      * address blank, rather than held back from the carrier.
      **
           MOVE 'N' TO WS-Address-Switch.
           IF ADDRESS-FILE-OPEN
               MOVE Employee-Id OF PERSON-RECORD TO Addr-Employee-Id
               READ ADDRESS-FILE
               IF WS-Address-Status = '00'
                   SET ADDRESS-FOUND TO TRUE
               END-IF
           END-IF.
           IF NOT ADDRESS-FOUND
               MOVE SPACES TO ADDRESS-RECORD
               ADD 1 TO WS-No-Address-Count
           END-IF.

       WRITE-CARRIER-RECORD.
           MOVE SPACES TO CARRIER-RECORD.
           MOVE Employee-Id OF PERSON-RECORD TO Car-Employee-Id.
           MOVE WS-Age TO Car-Age.
           MOVE WS-Points TO Car-Points.
           MOVE WS-Reason TO Car-Reason.
           MOVE Addr-Street-1 TO Car-Street-1.
           MOVE Addr-Street-2 TO Car-Street-2.
           MOVE Addr-City TO Car-City.
           MOVE Addr-State TO Car-State.
           MOVE Addr-Zip TO Car-Zip.
           WRITE CARRIER-RECORD.

       PRINT-ELIGIBLE-LINE.
           MOVE WS-Age TO WS-Detail-Age.
           MOVE WS-Points TO WS-Detail-Points.
           MOVE WS-Reason TO WS-Detail-Reason.
           IF ADDRESS-FOUND
               MOVE SPACES TO WS-Detail-Address-Note
           ELSE
               MOVE 'NO ADDRESS' TO WS-Detail-Address-Note
           END-IF.
           WRITE ELIGIBILITY-REPORT-LINE FROM WS-Detail-Line.
           ADD 1 TO WS-Line-Count.
           ADD 1 TO WS-Eligible-Count.
      * employee not yet eligible, the twelve month-ends after the
      * as-of date are checked and the first month that crosses a
      * threshold is printed, so HR sees the coming obligations in
      * order of the file rather than recomputing by hand. The
      * service lookup is restarted with the pass.
      **
           PERFORM END-SERVICE-LOOKUP.
           CLOSE EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-Employee-Status NOT = '00'
           ELSE
               PERFORM VALIDATE-MASTER-RECORD
               IF VALID-RECORD AND EMPLOYEE-ACTIVE
                   PERFORM LOOK-UP-SERVICE-DATE
                   MOVE WS-As-Of-Date TO WS-Check-Date
                   PERFORM CHECK-ELIGIBILITY
                   IF NOT EMPLOYEE-ELIGIBLE

       CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER.
           IF ADDRESS-FILE-OPEN
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE CARRIER-FILE.
           CLOSE ELIGIBILITY-REPORT.
      ** add other procedures here
