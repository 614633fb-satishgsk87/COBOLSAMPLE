      *          stamped BTCH, and the journal task number is a run
      *          sequence so two writes in the same second cannot
      *          collide.
      * Modified: 15/10/2026 - add the R rehire action, the bulk
      *          counterpart of the screen's - the transaction
      *          carries the id, the new hire date and the
      *          department; the period just ended is written to the
      *          HISTFILE employment history file and the record is
      *          reactivated under the same id and journaled as R.
      * Modified: 15/10/2026 - the transaction record grows to 76 bytes
      *          for the supervisor id on the employee record; A, C
      *          and R transactions reject a supervisor that is not
      *          an active employee on EMPFILE, is the employee's own
      *          id, or whose own reporting line leads back to the
      *          employee, the same edits the screen makes.
      * Modified: 15/10/2026 - a T transaction no longer terminates the
      *          record: it is written to the PENDFILE pending
      *          termination file for a second HR supervisor to
      *          approve on the TAPR screen, the same as a T keyed on
      *          the screen, and is reported as sent for approval.
      * Modified: 15/10/2026 - the transaction record grows to 84 bytes
      *          for an effective date after the employee image. An
      *          A or C dated after the run date is written to the
      *          EMPSCHD scheduled change file for the nightly
      *          SCHDAPLY step instead of EMPFILE and reported as
      *          scheduled; a dated T carries its date onto the
      *          pending item. A past date, or a date on R, rejects.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               RECORD KEY IS Jrnl-Key
               FILE STATUS IS WS-Journal-Status.

           SELECT HISTORY-FILE
               ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Hist-Key
               FILE STATUS IS WS-History-Status.

           SELECT PENDING-FILE
               ASSIGN TO "PENDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pend-Key
               FILE STATUS IS WS-Pending-Status.

           SELECT SCHEDULE-FILE
               ASSIGN TO "EMPSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sched-Key
               FILE STATUS IS WS-Schedule-Status.

           SELECT BULK-TRANS
               ASSIGN TO "BLKTRAN"
               ORGANIZATION IS SEQUENTIAL
       FILE SECTION.
      *-----------------------
       FD  EMPLOYEE-VSAM
           RECORD CONTAINS 75 CHARACTERS.
           COPY PERSONREC.

       FD  CHANGE-JOURNAL
           RECORD CONTAINS 184 CHARACTERS.
           COPY EMPJRNL.

       FD  HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EMPHIST.

       FD  PENDING-FILE
           RECORD CONTAINS 180 CHARACTERS.
           COPY EMPPEND.

       FD  SCHEDULE-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EMPSCHD.

       FD  BULK-TRANS
           RECORDING MODE IS F
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BULK-TRANS-RECORD.
           05  Tran-Action            PIC X(01).
           05  Tran-Person-Image      PIC X(75).
           05  Tran-Effective-Date    PIC X(08).

       FD  DEPT-MASTER
           RECORDING MODE IS F

       FD  BULK-REJECTS
           RECORDING MODE IS F
           RECORD CONTAINS 118 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BULK-REJECT-RECORD.
           05  Brej-Tran-Image        PIC X(84).
           05  Brej-Reason            PIC X(32).
           05  FILLER                 PIC X(02).

      *-----------------------
       01  WS-Vsam-Status             PIC XX.
       01  WS-Journal-Status          PIC XX.
       01  WS-History-Status          PIC XX.
       01  WS-Pending-Status          PIC XX.
       01  WS-Schedule-Status         PIC XX.
       01  WS-Trans-Status            PIC XX.
       01  WS-Dept-Status             PIC XX.
       01  WS-Reject-Status           PIC XX.
               88  DEPT-TABLE-FULL     VALUE 'Y'.
           05  WS-Applied-Switch       PIC X VALUE 'N'.
               88  TRAN-APPLIED        VALUE 'Y'.
               88  TRAN-PENDING        VALUE 'P'.
               88  TRAN-SCHEDULED      VALUE 'S'.
           05  WS-Pend-Found-Switch    PIC X VALUE 'N'.
               88  TERMINATION-PENDING VALUE 'Y'.
           05  WS-Pend-Scan-Switch     PIC X VALUE 'N'.
               88  PEND-SCAN-DONE      VALUE 'Y'.
           05  WS-Schedule-Switch      PIC X VALUE 'N'.
               88  CHANGE-SCHEDULED    VALUE 'Y'.
           05  WS-Sched-Scan-Switch    PIC X VALUE 'N'.
               88  SCHED-SCAN-DONE     VALUE 'Y'.
           05  WS-Prior-Sched-Switch   PIC X VALUE 'N'.
               88  PRIOR-SCHEDULED     VALUE 'Y'.

       01  WS-Reject-Reason           PIC X(32).

               10  WS-Tran-Status     PIC X(01).
               10  WS-Tran-Term       PIC X(08).
               10  WS-Tran-Dept       PIC X(04).
               10  WS-Tran-Supervisor PIC X(06).

       01  WS-Before-Record           PIC X(75).
       01  WS-Hold-Record             PIC X(75).

       01  WS-Effective-Work.
           05  WS-Effective-Date      PIC X(08).
           05  WS-Effective-Date-N REDEFINES WS-Effective-Date
                                      PIC 9(08).
           05  WS-Future-Hire-Date    PIC X(08).
           05  WS-Future-Hire-Date-N REDEFINES WS-Future-Hire-Date
                                      PIC 9(08).
           05  WS-Prior-Effective-Date PIC X(08).
           05  WS-Prior-After-Image.
               10  FILLER             PIC X(56).
               10  WS-Prior-Status    PIC X(01).
                   88  PRIOR-TERMINATED VALUE 'T'.
               10  FILLER             PIC X(18).

       01  WS-Chain-Work.
           05  WS-Chain-Key           PIC X(06).
           05  WS-Chain-Depth         PIC 9(03) COMP.
           05  WS-Max-Chain-Depth     PIC 9(03) COMP VALUE 50.

       01  WS-Dept-Table.
           05  WS-Dept-Count          PIC 9(03) COMP VALUE ZERO.

       01  WS-Run-Info.
           05  WS-Run-Date            PIC 9(08).
           05  WS-Run-Date-X REDEFINES WS-Run-Date
                                      PIC X(08).
           05  WS-Run-Time            PIC 9(08).
           05  WS-Run-Time-X REDEFINES WS-Run-Time.
               10  WS-Run-Time-HMS    PIC X(06).
           05  WS-Trans-Read          PIC 9(06) VALUE ZERO.
           05  WS-Trans-Applied       PIC 9(06) VALUE ZERO.
           05  WS-Trans-Rejected      PIC 9(06) VALUE ZERO.
           05  WS-Trans-Pending       PIC 9(06) VALUE ZERO.
           05  WS-Trans-Scheduled     PIC 9(06) VALUE ZERO.
           05  WS-Line-Count          PIC 9(4) VALUE ZERO.
           05  WS-Page-Count          PIC 9(4) VALUE ZERO.
           05  WS-Max-Lines-Per-Page  PIC 9(4) VALUE 0060.
           05  FILLER                 PIC X(9) VALUE
                                       ' APPLIED,'.
           05  WS-Trailer-Rejected    PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE
                                       ' REJECTED,'.
           05  WS-Trailer-Pending     PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE
                                       ' FOR APPROVAL'.
           05  FILLER                 PIC X(09) VALUE SPACES.

       01  WS-Trailer-Sched-Line.
           05  FILLER                 PIC X(17) VALUE SPACES.
           05  WS-Trailer-Scheduled   PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(27) VALUE
                                       ' SCHEDULED FOR A LATER DATE'.
           05  FILLER                 PIC X(29) VALUE SPACES.

       LINKAGE SECTION.
      *-----------------------
               STOP RUN
           END-IF.

           OPEN I-O HISTORY-FILE.
           IF WS-History-Status NOT = '00'
               DISPLAY 'BULKMNT - UNABLE TO OPEN HISTORY-FILE, '
                   'STATUS = ' WS-History-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PENDING-FILE.
           IF WS-Pending-Status NOT = '00'
               DISPLAY 'BULKMNT - UNABLE TO OPEN PENDING-FILE, '
                   'STATUS = ' WS-Pending-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O SCHEDULE-FILE.
           IF WS-Schedule-Status NOT = '00'
               DISPLAY 'BULKMNT - UNABLE TO OPEN SCHEDULE-FILE, '
                   'STATUS = ' WS-Schedule-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT BULK-TRANS.
           IF WS-Trans-Status NOT = '00'
               DISPLAY 'BULKMNT - UNABLE TO OPEN BULK-TRANS, '
           MOVE Tran-Person-Image TO WS-Tran-Record.
           MOVE 'N' TO WS-Applied-Switch.
           MOVE SPACES TO WS-Reject-Reason.
           PERFORM EDIT-EFFECTIVE-DATE.
           IF VALID-RECORD
               EVALUATE Tran-Action
                   WHEN 'A'
                       PERFORM APPLY-ADD-TRANSACTION
                   WHEN 'C'
                       PERFORM APPLY-CHANGE-TRANSACTION
                   WHEN 'T'
                       PERFORM APPLY-TERMINATE-TRANSACTION
                   WHEN 'R'
                       PERFORM APPLY-REHIRE-TRANSACTION
                   WHEN OTHER
                       MOVE 'INVALID ACTION - USE A, C, T OR R'
                           TO WS-Reject-Reason
               END-EVALUATE
           END-IF.
           EVALUATE TRUE
               WHEN TRAN-APPLIED
                   ADD 1 TO WS-Trans-Applied
                   PERFORM PRINT-APPLY-LINE
               WHEN TRAN-PENDING
                   ADD 1 TO WS-Trans-Pending
                   PERFORM PRINT-APPLY-LINE
               WHEN TRAN-SCHEDULED
                   ADD 1 TO WS-Trans-Scheduled
                   PERFORM PRINT-APPLY-LINE
               WHEN OTHER
                   ADD 1 TO WS-Trans-Rejected
                   PERFORM WRITE-REJECT-TRANSACTION
                   PERFORM PRINT-APPLY-LINE
           END-EVALUATE.
           PERFORM READ-BULK-TRANSACTION.

       EDIT-EFFECTIVE-DATE.
      **
      * A blank effective date is the run date and the transaction
      * applies at once, as it always has. A later date on A or C
      * schedules the change instead, and on T it becomes the
      * termination date on the pending item. A date before the run
      * date rejects.
      **
           SET VALID-RECORD TO TRUE.
           MOVE 'N' TO WS-Schedule-Switch.
           MOVE Tran-Effective-Date TO WS-Effective-Date.
           IF WS-Effective-Date = SPACES
               MOVE WS-Run-Date-X TO WS-Effective-Date
           ELSE
               IF WS-Effective-Date IS NOT NUMERIC
                   SET INVALID-RECORD TO TRUE
                   MOVE 'EFFECTIVE DATE NOT NUMERIC'
                       TO WS-Reject-Reason
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-Effective-Date-N)
                           NOT = ZERO
                       SET INVALID-RECORD TO TRUE
                       MOVE 'EFFECTIVE DATE NOT A VALID DATE'
                           TO WS-Reject-Reason
                   ELSE
                       IF WS-Effective-Date < WS-Run-Date-X
                           SET INVALID-RECORD TO TRUE
                           MOVE 'EFFECTIVE DATE IS IN THE PAST'
                               TO WS-Reject-Reason
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF VALID-RECORD AND WS-Effective-Date > WS-Run-Date-X
               IF Tran-Action = 'A' OR Tran-Action = 'C'
                       OR Tran-Action = 'T'
                   SET CHANGE-SCHEDULED TO TRUE
               ELSE
                   SET INVALID-RECORD TO TRUE
                   MOVE 'EFFECTIVE DATE ON A, C, T ONLY'
                       TO WS-Reject-Reason
               END-IF
           END-IF.

       APPLY-ADD-TRANSACTION.
           PERFORM VALIDATE-TRANSACTION-FIELDS.
               MOVE SPACES
                   TO Termination-Date OF PERSON-RECORD
               MOVE SPACES TO WS-Before-Record
               IF CHANGE-SCHEDULED
                   PERFORM SCHEDULE-ADD-TRANSACTION
               ELSE
                   WRITE PERSON-RECORD
                   EVALUATE WS-Vsam-Status
                       WHEN '00'
                           MOVE 'A' TO Jrnl-Action
                           PERFORM WRITE-JOURNAL-RECORD
                           SET TRAN-APPLIED TO TRUE
                       WHEN '22'
                           MOVE 'EMPLOYEE ID ALREADY ON FILE'
                               TO WS-Reject-Reason
                       WHEN OTHER
                           MOVE 'ADD FAILED - VSAM STATUS   '
                               TO WS-Reject-Reason
                           MOVE WS-Vsam-Status
                               TO WS-Reject-Reason(26:2)
                   END-EVALUATE
               END-IF
           END-IF.

       SCHEDULE-ADD-TRANSACTION.
      **
      * A new hire loaded ahead of the start date. The id must be
      * free on EMPFILE and must not already have a change waiting,
      * so two scheduled adds can never race for the same id. The
      * READ shares the record area, so the built record is held
      * across it.
      **
           MOVE PERSON-RECORD TO WS-Hold-Record.
           PERFORM FIND-LAST-SCHEDULED-CHANGE.
           IF PRIOR-SCHEDULED
               MOVE 'CHANGE ALREADY SCHEDULED FOR ID'
                   TO WS-Reject-Reason
           ELSE
               READ EMPLOYEE-VSAM
               IF WS-Vsam-Status = '00'
                   MOVE 'EMPLOYEE ID ALREADY ON FILE'
                       TO WS-Reject-Reason
               ELSE
                   MOVE WS-Hold-Record TO PERSON-RECORD
                   PERFORM WRITE-SCHEDULED-CHANGE
               END-IF
           END-IF.

       APPLY-CHANGE-TRANSACTION.
           PERFORM VALIDATE-TRANSACTION-FIELDS.
           IF VALID-RECORD
               IF CHANGE-SCHEDULED
                   PERFORM SCHEDULE-CHANGE-TRANSACTION
               ELSE
                   MOVE WS-Tran-Id
                       TO Employee-Id OF PERSON-RECORD
                   READ EMPLOYEE-VSAM
                   IF WS-Vsam-Status = '00'
                       MOVE PERSON-RECORD TO WS-Before-Record
                       PERFORM OVERLAY-CHANGE-FIELDS
                       REWRITE PERSON-RECORD
                       IF WS-Vsam-Status = '00'
                           MOVE 'C' TO Jrnl-Action
                           PERFORM WRITE-JOURNAL-RECORD
                           SET TRAN-APPLIED TO TRUE
                       ELSE
                           MOVE 'CHANGE FAILED - VSAM STATUS   '
                               TO WS-Reject-Reason
                           MOVE WS-Vsam-Status
                               TO WS-Reject-Reason(29:2)
                       END-IF
                   ELSE
                       MOVE 'EMPLOYEE ID NOT FOUND'
                           TO WS-Reject-Reason
                   END-IF
               END-IF
           END-IF.

       OVERLAY-CHANGE-FIELDS.
           MOVE WS-Tran-First TO First-Name OF PERSON-RECORD.
           MOVE WS-Tran-Middle TO Middle-Name OF PERSON-RECORD.
           MOVE WS-Tran-Last TO Last-Name OF PERSON-RECORD.
           MOVE WS-Tran-Suffix TO Name-Suffix OF PERSON-RECORD.
           MOVE WS-Tran-Birth TO Date-Of-Birth OF PERSON-RECORD.
           MOVE WS-Tran-Hire TO Hire-Date OF PERSON-RECORD.
           MOVE WS-Tran-Dept TO Department-Code OF PERSON-RECORD.
           MOVE WS-Tran-Supervisor
               TO Supervisor-Id OF PERSON-RECORD.

       SCHEDULE-CHANGE-TRANSACTION.
      **
      * A change loaded ahead is built on the record as it will
      * stand on its effective date: the after image of the
      * employee's latest change still waiting, or the EMPFILE
      * record when nothing is waiting. One dated before a change
      * already waiting rejects - that change would undo it.
      **
           PERFORM FIND-LAST-SCHEDULED-CHANGE.
           IF PRIOR-SCHEDULED
               IF WS-Prior-Effective-Date > WS-Effective-Date
                   MOVE 'LATER CHANGE ALREADY SCHEDULED'
                       TO WS-Reject-Reason
               ELSE
                   MOVE WS-Prior-After-Image TO PERSON-RECORD
                   MOVE PERSON-RECORD TO WS-Before-Record
                   PERFORM OVERLAY-CHANGE-FIELDS
                   PERFORM WRITE-SCHEDULED-CHANGE
               END-IF
           ELSE
               MOVE WS-Tran-Id TO Employee-Id OF PERSON-RECORD
               READ EMPLOYEE-VSAM
               IF WS-Vsam-Status = '00'
                   MOVE PERSON-RECORD TO WS-Before-Record
                   PERFORM OVERLAY-CHANGE-FIELDS
                   PERFORM WRITE-SCHEDULED-CHANGE
               ELSE
                   MOVE 'EMPLOYEE ID NOT FOUND'
                       TO WS-Reject-Reason
               END-IF
           END-IF.

       FIND-LAST-SCHEDULED-CHANGE.
      **
      * Read the employee's items on the scheduled change file in
      * effective date order, keeping the last one still waiting.
      * Applied, failed and cancelled items are passed over.
      **
           MOVE 'N' TO WS-Prior-Sched-Switch.
           MOVE 'N' TO WS-Sched-Scan-Switch.
           MOVE LOW-VALUES TO Sched-Key.
           MOVE WS-Tran-Id TO Sched-Employee-Id.
           START SCHEDULE-FILE KEY IS NOT LESS THAN Sched-Key
               INVALID KEY
                   SET SCHED-SCAN-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-SCHEDULED UNTIL SCHED-SCAN-DONE.

       READ-NEXT-SCHEDULED.
           READ SCHEDULE-FILE NEXT RECORD
               AT END
                   SET SCHED-SCAN-DONE TO TRUE
           END-READ.
           IF NOT SCHED-SCAN-DONE
               IF Sched-Employee-Id NOT = WS-Tran-Id
                   SET SCHED-SCAN-DONE TO TRUE
               ELSE
                   IF SCHED-WAITING
                       SET PRIOR-SCHEDULED TO TRUE
                       MOVE Sched-Effective-Date
                           TO WS-Prior-Effective-Date
                       MOVE Sched-After-Image TO WS-Prior-After-Image
                   END-IF
               END-IF
           END-IF.

       WRITE-SCHEDULED-CHANGE.
      **
      * The before image is what the change was built on; SCHDAPLY
      * applies it only if EMPFILE still matches that image on the
      * effective date.
      **
           ACCEPT WS-Run-Time FROM TIME.
           MOVE SPACES TO SCHEDULED-CHANGE-RECORD.
           MOVE WS-Tran-Id TO Sched-Employee-Id.
           MOVE WS-Effective-Date TO Sched-Effective-Date.
           MOVE WS-Run-Date TO Sched-Entered-Date.
           MOVE WS-Run-Time-HMS TO Sched-Entered-Time.
           MOVE Tran-Action TO Sched-Action.
           MOVE 'S' TO Sched-Status.
           MOVE WS-Run-User TO Sched-Operator.
           MOVE 'BTCH' TO Sched-Terminal.
           MOVE WS-Before-Record TO Sched-Before-Image.
           MOVE PERSON-RECORD TO Sched-After-Image.
           MOVE 'N' TO Sched-Reported-Switch.
           WRITE SCHEDULED-CHANGE-RECORD.
           IF WS-Schedule-Status = '00'
               SET TRAN-SCHEDULED TO TRUE
           ELSE
               MOVE 'SCHEDULE WRITE FAILED - STATUS   '
                   TO WS-Reject-Reason
               MOVE WS-Schedule-Status
                   TO WS-Reject-Reason(31:2)
           END-IF.

       APPLY-TERMINATE-TRANSACTION.
      **
      * The T action needs only the id. The termination is not
      * applied here - it is written to the pending file dated the
      * effective date, the run date when none is given, the same
      * way the screen dates it, and waits for a second HR
      * supervisor on the TAPR screen, who marks the record
      * terminated and journals it, or schedules it when the date
      * is still ahead. The name and date fields on the card are
      * not edited.
      **
           MOVE WS-Tran-Id TO Employee-Id OF PERSON-RECORD.
                   MOVE 'EMPLOYEE ALREADY TERMINATED'
                       TO WS-Reject-Reason
               ELSE
                   PERFORM FIND-PENDING-TERMINATION
                   PERFORM FIND-LAST-SCHEDULED-CHANGE
                   IF TERMINATION-PENDING
                       MOVE 'TERMINATION ALREADY PENDING'
                           TO WS-Reject-Reason
                   ELSE
                       IF PRIOR-SCHEDULED AND PRIOR-TERMINATED
                           MOVE 'TERMINATION ALREADY SCHEDULED'
                               TO WS-Reject-Reason
                       ELSE
                           PERFORM WRITE-PENDING-TERMINATION
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 'EMPLOYEE ID NOT FOUND' TO WS-Reject-Reason
           END-IF.

       FIND-PENDING-TERMINATION.
      **
      * Earlier decided items stay on the pending file beside a new
      * one, so only an item still in P status blocks another T.
      **
           MOVE 'N' TO WS-Pend-Found-Switch.
           MOVE 'N' TO WS-Pend-Scan-Switch.
           MOVE LOW-VALUES TO Pend-Key.
           MOVE WS-Tran-Id TO Pend-Employee-Id.
           START PENDING-FILE KEY IS NOT LESS THAN Pend-Key
               INVALID KEY
                   SET PEND-SCAN-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-PENDING
               UNTIL PEND-SCAN-DONE OR TERMINATION-PENDING.

       READ-NEXT-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET PEND-SCAN-DONE TO TRUE
           END-READ.
           IF NOT PEND-SCAN-DONE
               IF Pend-Employee-Id NOT = WS-Tran-Id
                   SET PEND-SCAN-DONE TO TRUE
               ELSE
                   IF PEND-PENDING
                       SET TERMINATION-PENDING TO TRUE
                   END-IF
               END-IF
           END-IF.

       WRITE-PENDING-TERMINATION.
           ACCEPT WS-Run-Time FROM TIME.
           MOVE SPACES TO PENDING-RECORD.
           MOVE WS-Tran-Id TO Pend-Employee-Id.
           MOVE WS-Run-Date TO Pend-Request-Date.
           MOVE WS-Run-Time-HMS TO Pend-Request-Time.
           MOVE 'P' TO Pend-Status.
           MOVE WS-Effective-Date TO Pend-Termination-Date.
           MOVE WS-Run-User TO Pend-Request-Operator.
           MOVE 'BTCH' TO Pend-Request-Terminal.
           MOVE 'N' TO Pend-Reported-Switch.
           MOVE PERSON-RECORD TO Pend-Before-Image.
           WRITE PENDING-RECORD.
           IF WS-Pending-Status = '00'
               SET TRAN-PENDING TO TRUE
           ELSE
               MOVE 'PENDING WRITE FAILED - STATUS   '
                   TO WS-Reject-Reason
               MOVE WS-Pending-Status
                   TO WS-Reject-Reason(31:2)
           END-IF.

       APPLY-REHIRE-TRANSACTION.
      **
      * The R action needs the id, the new hire date and the
      * department - the names and birth date on file are kept, so
      * the name fields on the card are not edited. The period just
      * ended is on the history file before the record is
      * reactivated, so a failed rewrite never loses it.
      **
           MOVE WS-Tran-Id TO Employee-Id OF PERSON-RECORD.
           READ EMPLOYEE-VSAM.
           IF WS-Vsam-Status = '00'
               IF EMPLOYEE-TERMINATED
                   PERFORM EDIT-REHIRE-TRANSACTION
                   IF VALID-RECORD
                       PERFORM WRITE-HISTORY-RECORD
                   END-IF
                   IF VALID-RECORD
                       PERFORM REWRITE-REHIRED-RECORD
                   END-IF
               ELSE
                   MOVE 'EMPLOYEE IS NOT TERMINATED'
                       TO WS-Reject-Reason
               END-IF
           ELSE
               MOVE 'EMPLOYEE ID NOT FOUND' TO WS-Reject-Reason
           END-IF.

       EDIT-REHIRE-TRANSACTION.
      **
      * The new hire date is edited against the birth date on file
      * and must fall after the termination it ends.
      **
           CALL 'VALIDDTE' USING Date-Of-Birth OF PERSON-RECORD
                                  WS-Tran-Hire
                                  WS-Valid-Record-Switch
                                  WS-Reject-Reason.
           IF VALID-RECORD
               IF WS-Tran-Hire
                       NOT > Termination-Date OF PERSON-RECORD
                   SET INVALID-RECORD TO TRUE
                   MOVE 'REHIRE DATE NOT AFTER TERMINATION'
                       TO WS-Reject-Reason
               END-IF
           END-IF.
           IF VALID-RECORD
               PERFORM VALIDATE-DEPARTMENT-CODE
           END-IF.
           IF VALID-RECORD
               MOVE PERSON-RECORD TO WS-Hold-Record
               PERFORM VALIDATE-SUPERVISOR-ID
               MOVE WS-Hold-Record TO PERSON-RECORD
           END-IF.

       WRITE-HISTORY-RECORD.
      **
      * A duplicate key means a rerun already recorded this period
      * before its rewrite failed, so it is taken as written.
      **
           MOVE SPACES TO HISTORY-RECORD.
           MOVE Employee-Id OF PERSON-RECORD TO Hist-Employee-Id.
           MOVE Hire-Date OF PERSON-RECORD TO Hist-Hire-Date.
           MOVE Termination-Date OF PERSON-RECORD
               TO Hist-Termination-Date.
           MOVE Department-Code OF PERSON-RECORD
               TO Hist-Department-Code.
           MOVE WS-Tran-Hire TO Hist-Rehire-Date.
           MOVE WS-Run-User TO Hist-Operator.
           MOVE WS-Run-Date TO Hist-Recorded-Date.
           WRITE HISTORY-RECORD.
           IF WS-History-Status NOT = '00'
                   AND WS-History-Status NOT = '22'
               SET INVALID-RECORD TO TRUE
               MOVE 'HISTORY WRITE FAILED - STATUS   '
                   TO WS-Reject-Reason
               MOVE WS-History-Status TO WS-Reject-Reason(31:2)
           END-IF.

       REWRITE-REHIRED-RECORD.
           MOVE PERSON-RECORD TO WS-Before-Record.
           MOVE WS-Tran-Hire TO Hire-Date OF PERSON-RECORD.
           MOVE WS-Tran-Dept TO Department-Code OF PERSON-RECORD.
           MOVE WS-Tran-Supervisor TO Supervisor-Id OF PERSON-RECORD.
           MOVE 'A' TO Employment-Status OF PERSON-RECORD.
           MOVE SPACES TO Termination-Date OF PERSON-RECORD.
           REWRITE PERSON-RECORD.
           IF WS-Vsam-Status = '00'
               MOVE 'R' TO Jrnl-Action
               PERFORM WRITE-JOURNAL-RECORD
               SET TRAN-APPLIED TO TRUE
           ELSE
               MOVE 'REHIRE FAILED - VSAM STATUS   '
                   TO WS-Reject-Reason
               MOVE WS-Vsam-Status TO WS-Reject-Reason(29:2)
           END-IF.

       VALIDATE-TRANSACTION-FIELDS.
           CALL 'VALIDNAM' USING WS-Tran-First
                                  WS-Tran-Last
                                  WS-Valid-Record-Switch
                                  WS-Reject-Reason.
           IF VALID-RECORD
               IF CHANGE-SCHEDULED
                       AND WS-Tran-Hire IS NUMERIC
                       AND WS-Tran-Hire > WS-Run-Date-X
                   PERFORM VALIDATE-FUTURE-HIRE-DATE
               ELSE
                   CALL 'VALIDDTE' USING WS-Tran-Birth
                                          WS-Tran-Hire
                                          WS-Valid-Record-Switch
                                          WS-Reject-Reason
               END-IF
           END-IF.
           IF VALID-RECORD
               PERFORM VALIDATE-DEPARTMENT-CODE
           END-IF.
           IF VALID-RECORD
               PERFORM VALIDATE-SUPERVISOR-ID
           END-IF.

       VALIDATE-FUTURE-HIRE-DATE.
      **
      * A scheduled change may carry a hire date after the run date,
      * which VALIDDTE refuses as a future hire. It must be a real
      * date no later than the effective date, and the birth date
      * goes through VALIDDTE against the run date instead. SCHDAPLY
      * runs the full VALIDDTE edit again on the day it applies.
      **
           MOVE WS-Tran-Hire TO WS-Future-Hire-Date.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Future-Hire-Date-N)
                   NOT = ZERO
               SET INVALID-RECORD TO TRUE
               MOVE 'HIRE DATE NOT A VALID DATE' TO WS-Reject-Reason
           ELSE
               IF WS-Future-Hire-Date > WS-Effective-Date
                   SET INVALID-RECORD TO TRUE
                   MOVE 'HIRE DATE AFTER EFFECTIVE DATE'
                       TO WS-Reject-Reason
               ELSE
                   CALL 'VALIDDTE' USING WS-Tran-Birth
                                          WS-Run-Date-X
                                          WS-Valid-Record-Switch
                                          WS-Reject-Reason
               END-IF
           END-IF.

       VALIDATE-SUPERVISOR-ID.
      **
      * The same supervisor edits the screen makes - a blank id is
      * no supervisor, otherwise it must be an active employee other
      * than the employee, and the walk up its reporting line must
      * never arrive back at the employee. The walk reads EMPFILE
      * into the record area, so it runs before the transaction's
      * own record is assembled there; a supervisor added earlier in
      * the same run is already on file and is found.
      **
           IF WS-Tran-Supervisor NOT = SPACES
               IF WS-Tran-Supervisor = WS-Tran-Id
                   SET INVALID-RECORD TO TRUE
                   MOVE 'SUPERVISOR IS THE EMPLOYEE'
                       TO WS-Reject-Reason
               ELSE
                   MOVE WS-Tran-Supervisor TO WS-Chain-Key
                   PERFORM READ-CHAIN-RECORD
                   IF WS-Vsam-Status NOT = '00'
                       SET INVALID-RECORD TO TRUE
                       MOVE 'SUPERVISOR NOT ON FILE'
                           TO WS-Reject-Reason
                   ELSE
                       IF EMPLOYEE-TERMINATED
                           SET INVALID-RECORD TO TRUE
                           MOVE 'SUPERVISOR IS NOT ACTIVE'
                               TO WS-Reject-Reason
                       ELSE
                           PERFORM CHECK-SUPERVISOR-CHAIN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-SUPERVISOR-CHAIN.
           MOVE Supervisor-Id OF PERSON-RECORD TO WS-Chain-Key.
           MOVE 1 TO WS-Chain-Depth.
           PERFORM FOLLOW-SUPERVISOR-CHAIN
               UNTIL WS-Chain-Key = SPACES
                  OR INVALID-RECORD
                  OR WS-Chain-Depth > WS-Max-Chain-Depth.
           IF VALID-RECORD
                   AND WS-Chain-Depth > WS-Max-Chain-Depth
               SET INVALID-RECORD TO TRUE
               MOVE 'SUPERVISOR CHAIN TOO DEEP' TO WS-Reject-Reason
           END-IF.

       FOLLOW-SUPERVISOR-CHAIN.
           IF WS-Chain-Key = WS-Tran-Id
               SET INVALID-RECORD TO TRUE
               MOVE 'SUPERVISOR CHAIN LOOPS BACK' TO WS-Reject-Reason
           ELSE
               PERFORM READ-CHAIN-RECORD
               IF WS-Vsam-Status = '00'
                   MOVE Supervisor-Id OF PERSON-RECORD
                       TO WS-Chain-Key
                   ADD 1 TO WS-Chain-Depth
               ELSE
                   MOVE SPACES TO WS-Chain-Key
               END-IF
           END-IF.

       READ-CHAIN-RECORD.
           MOVE WS-Chain-Key TO Employee-Id OF PERSON-RECORD.
           READ EMPLOYEE-VSAM.

       VALIDATE-DEPARTMENT-CODE.
           MOVE 'N' TO WS-Dept-Found-Switch.
           MOVE WS-Tran-Id TO WS-Detail-Id.
           MOVE WS-Tran-First TO WS-Detail-First.
           MOVE WS-Tran-Last TO WS-Detail-Last.
           EVALUATE TRUE
               WHEN TRAN-APPLIED
                   MOVE 'APPLIED' TO WS-Detail-Disposition
               WHEN TRAN-PENDING
                   MOVE 'SENT FOR APPROVAL' TO WS-Detail-Disposition
               WHEN TRAN-SCHEDULED
                   MOVE 'SCHEDULED FOR' TO WS-Detail-Disposition
                   MOVE WS-Effective-Date
                       TO WS-Detail-Disposition(15:8)
               WHEN OTHER
                   MOVE WS-Reject-Reason TO WS-Detail-Disposition
           END-EVALUATE.
           WRITE APPLY-REPORT-LINE FROM WS-Detail-Line.
           ADD 1 TO WS-Line-Count.

           END-IF.
           MOVE WS-Trans-Applied TO WS-Trailer-Applied.
           MOVE WS-Trans-Rejected TO WS-Trailer-Rejected.
           MOVE WS-Trans-Pending TO WS-Trailer-Pending.
           WRITE APPLY-REPORT-LINE FROM WS-Trailer-Line.
           MOVE WS-Trans-Scheduled TO WS-Trailer-Scheduled.
           WRITE APPLY-REPORT-LINE FROM WS-Trailer-Sched-Line.

       CLOSE-FILES.
           CLOSE EMPLOYEE-VSAM.
           CLOSE CHANGE-JOURNAL.
           CLOSE HISTORY-FILE.
           CLOSE PENDING-FILE.
           CLOSE SCHEDULE-FILE.
           CLOSE BULK-TRANS.
           CLOSE BULK-REJECTS.
           CLOSE APPLY-REPORT.
