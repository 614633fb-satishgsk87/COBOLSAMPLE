      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Nightly apply of the EMPSCHD scheduled change file,
      *          run through RUNCTL ahead of EMPSYNC so the night's
      *          sync and reports see the changes that take effect
      *          today. An add, change or termination keyed on the
      *          NAME screen or loaded through BULKMNT with a later
      *          effective date - and a termination approved ahead
      *          of its date on the TAPR screen - waits on the file
      *          in S status; each one whose date has arrived is
      *          applied to EMPFILE here and journaled to JRNFILE
      *          with operator BTCH, the same entry the screen would
      *          have written on the day. A change is refused (status
      *          F, with the reason) when the EMPFILE record no
      *          longer matches the before image it was keyed
      *          against, so a scheduled change never silently
      *          overwrites maintenance done since; an add is refused
      *          when the id is already on file, and an add or
      *          change whose dates no longer pass VALIDDTE. The
      *          report lists what was applied, what failed and what
      *          was cancelled on the SCHD screen since the last run,
      *          marking each reported so it appears on exactly one
      *          day's report, and every change still scheduled.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SCHDAPLY.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SCHEDULE-FILE
               ASSIGN TO "EMPSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Sched-Key
               FILE STATUS IS WS-Schedule-Status.

           SELECT EMPLOYEE-VSAM
               ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Employee-Id
               FILE STATUS IS WS-Vsam-Status.

           SELECT CHANGE-JOURNAL
               ASSIGN TO "JRNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Jrnl-Key
               FILE STATUS IS WS-Journal-Status.

           SELECT SCHEDULE-REPORT
               ASSIGN TO "SCHDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SCHEDULE-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EMPSCHD.

       FD  EMPLOYEE-VSAM
           RECORD CONTAINS 75 CHARACTERS.
           COPY PERSONREC.

       FD  CHANGE-JOURNAL
           RECORD CONTAINS 184 CHARACTERS.
           COPY EMPJRNL.

       FD  SCHEDULE-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SCHEDULE-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-Schedule-Status         PIC XX.
       01  WS-Vsam-Status             PIC XX.
       01  WS-Journal-Status          PIC XX.
       01  WS-Report-Status           PIC XX.
       01  WS-Flags.
           05  WS-EOF-Switch           PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.
           05  WS-Print-Switch         PIC X VALUE 'N'.
               88  PRINT-ITEM          VALUE 'Y'.
           05  WS-Valid-Date-Switch    PIC X VALUE 'Y'.
               88  VALID-DATES         VALUE 'Y'.
               88  INVALID-DATES       VALUE 'N'.

       01  WS-Fail-Reason             PIC X(32).

       01  WS-Run-Date                PIC 9(08).
       01  WS-Run-Date-X REDEFINES WS-Run-Date
                                      PIC X(08).
       01  WS-Run-Time                PIC 9(08).
       01  WS-Run-Time-X REDEFINES WS-Run-Time.
           05  WS-Run-Time-HMS        PIC X(06).
           05  FILLER                 PIC X(02).
       01  WS-Journal-Seq             PIC 9(07) VALUE ZERO.

       01  WS-Before-Record           PIC X(75).

       01  WS-Image-Work.
           05  WS-Image               PIC X(75).
           05  FILLER REDEFINES WS-Image.
               10  WS-Image-Id        PIC X(06).
               10  WS-Image-First     PIC X(10).
               10  WS-Image-Middle    PIC X(10).
               10  WS-Image-Last      PIC X(10).
               10  WS-Image-Suffix    PIC X(04).
               10  WS-Image-Birth     PIC X(08).
               10  WS-Image-Hire      PIC X(08).
               10  FILLER             PIC X(19).

       01  WS-Run-Control-Parms.
           05  WS-Rctl-Function       PIC X(01).
           05  WS-Rctl-Step           PIC X(08) VALUE 'SCHDAPLY'.
           05  WS-Rctl-Pred           PIC X(08) VALUE SPACES.
           05  WS-Rctl-OK-Switch      PIC X(01).
               88  RUN-CLEARED        VALUE 'Y'.

       01  WS-Counters.
           05  WS-Items-Read          PIC 9(06) VALUE ZERO.
           05  WS-Items-Applied       PIC 9(06) VALUE ZERO.
           05  WS-Items-Failed        PIC 9(06) VALUE ZERO.
           05  WS-Items-Cancelled     PIC 9(06) VALUE ZERO.
           05  WS-Items-Waiting       PIC 9(06) VALUE ZERO.
           05  WS-Line-Count          PIC 9(4) VALUE ZERO.
           05  WS-Page-Count          PIC 9(4) VALUE ZERO.
           05  WS-Max-Lines-Per-Page  PIC 9(4) VALUE 0060.

       01  WS-Report-Date-X.
           05  WS-Report-Year         PIC 9(4).
           05  WS-Report-Month        PIC 9(2).
           05  WS-Report-Day          PIC 9(2).

       01  WS-Title-Line.
           05  FILLER                 PIC X(26) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
                                       'SCHEDULED EMPLOYEE CHANGES'.
           05  FILLER                 PIC X(10) VALUE
                                       'PAGE '.
           05  WS-Title-Page          PIC ZZZ9.

       01  WS-Date-Line.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  WS-Date-Month          PIC 99.
           05  FILLER                 PIC X VALUE '/'.
           05  WS-Date-Day            PIC 99.
           05  FILLER                 PIC X VALUE '/'.
           05  WS-Date-Year           PIC 9999.

       01  WS-Column-Line.
           05  FILLER                 PIC X(40) VALUE
               'EMP ID LAST NAME  A EFF DATE STATUS    K'.
           05  FILLER                 PIC X(40) VALUE
               'EYED BY REASON'.

       01  WS-Detail-Line.
           05  WS-Detail-Id           PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Last         PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Action       PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Effective    PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Status       PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Keyed-By     PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Reason       PIC X(32).

       01  WS-Trailer-Line.
           05  FILLER                 PIC X(13) VALUE
                                       'END OF REPORT'.
           05  FILLER                 PIC X(4) VALUE ' -- '.
           05  WS-Trailer-Applied     PIC ZZZ9.
           05  FILLER                 PIC X(9) VALUE
                                       ' APPLIED,'.
           05  WS-Trailer-Failed      PIC ZZZ9.
           05  FILLER                 PIC X(8) VALUE
                                       ' FAILED,'.
           05  WS-Trailer-Cancelled   PIC ZZZ9.
           05  FILLER                 PIC X(11) VALUE
                                       ' CANCELLED,'.
           05  WS-Trailer-Waiting     PIC ZZZ9.
           05  FILLER                 PIC X(16) VALUE
                                       ' STILL SCHEDULED'.
           05  FILLER                 PIC X(03) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM CHECK-RUN-CONTROL.
           PERFORM INITIALIZE-RUN.
           PERFORM OPEN-FILES.
           PERFORM READ-SCHEDULE-FILE.
           PERFORM PROCESS-SCHEDULED-ITEMS UNTIL END-OF-FILE.
           PERFORM WRITE-REPORT-TRAILER.
           DISPLAY 'SCHDAPLY COMPLETE - ' WS-Items-Read ' READ, '
               WS-Items-Applied ' APPLIED, ' WS-Items-Failed
               ' FAILED, ' WS-Items-Waiting ' STILL SCHEDULED'.
           IF WS-Items-Failed > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           PERFORM STAMP-RUN-COMPLETE.
           STOP RUN.

       CHECK-RUN-CONTROL.
           MOVE 'S' TO WS-Rctl-Function.
           CALL 'RUNCTL' USING WS-Rctl-Function
                                WS-Rctl-Step
                                WS-Rctl-Pred
                                WS-Rctl-OK-Switch.
           IF NOT RUN-CLEARED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-RUN-COMPLETE.
           MOVE 'E' TO WS-Rctl-Function.
           CALL 'RUNCTL' USING WS-Rctl-Function
                                WS-Rctl-Step
                                WS-Rctl-Pred
                                WS-Rctl-OK-Switch.

       INITIALIZE-RUN.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Run-Time FROM TIME.
           MOVE WS-Run-Date TO WS-Report-Date-X.

       OPEN-FILES.
           OPEN I-O SCHEDULE-FILE.
           IF WS-Schedule-Status NOT = '00'
               DISPLAY 'SCHDAPLY - UNABLE TO OPEN SCHEDULE-FILE, '
                   'STATUS = ' WS-Schedule-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O EMPLOYEE-VSAM.
           IF WS-Vsam-Status NOT = '00'
               DISPLAY 'SCHDAPLY - UNABLE TO OPEN EMPLOYEE-VSAM, '
                   'STATUS = ' WS-Vsam-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CHANGE-JOURNAL.
           IF WS-Journal-Status NOT = '00'
               DISPLAY 'SCHDAPLY - UNABLE TO OPEN CHANGE-JOURNAL, '
                   'STATUS = ' WS-Journal-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SCHEDULE-REPORT.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'SCHDAPLY - UNABLE TO OPEN SCHEDULE-REPORT, '
                   'STATUS = ' WS-Report-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-SCHEDULE-FILE.
           READ SCHEDULE-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-Items-Read
           END-READ.

       PROCESS-SCHEDULED-ITEMS.
      **
      * The file is in Employee-Id and effective date order, so an
      * employee's changes apply in the order they take effect and
      * each one finds the record the one before it left. A change
      * still ahead is listed every day until it applies or is
      * cancelled; an applied, failed or cancelled item is listed
      * once and marked reported.
      **
           MOVE 'N' TO WS-Print-Switch.
           IF SCHED-WAITING
               IF Sched-Effective-Date > WS-Run-Date-X
                   SET PRINT-ITEM TO TRUE
                   ADD 1 TO WS-Items-Waiting
               ELSE
                   PERFORM APPLY-SCHEDULED-CHANGE
                   PERFORM MARK-ITEM-REPORTED
               END-IF
           ELSE
               IF NOT SCHED-REPORTED
                   PERFORM COUNT-CLOSED-ITEM
                   PERFORM MARK-ITEM-REPORTED
               END-IF
           END-IF.
           IF PRINT-ITEM
               PERFORM PRINT-SCHEDULE-LINE
           END-IF.
           PERFORM READ-SCHEDULE-FILE.

       APPLY-SCHEDULED-CHANGE.
           SET PRINT-ITEM TO TRUE.
           MOVE SPACES TO WS-Fail-Reason.
           MOVE Sched-Employee-Id TO Employee-Id OF PERSON-RECORD.
           READ EMPLOYEE-VSAM.
           IF SCHED-ADD
               PERFORM APPLY-SCHEDULED-ADD
           ELSE
               PERFORM APPLY-SCHEDULED-UPDATE
           END-IF.
           ACCEPT WS-Run-Time FROM TIME.
           MOVE WS-Run-Date-X TO Sched-Done-Date.
           MOVE WS-Run-Time-HMS TO Sched-Done-Time.
           MOVE 'BTCH' TO Sched-Done-Operator.
           IF WS-Fail-Reason = SPACES
               MOVE 'D' TO Sched-Status
               ADD 1 TO WS-Items-Applied
           ELSE
               MOVE 'F' TO Sched-Status
               MOVE WS-Fail-Reason TO Sched-Reason
               ADD 1 TO WS-Items-Failed
           END-IF.

       APPLY-SCHEDULED-ADD.
           IF WS-Vsam-Status = '00'
               MOVE 'EMPLOYEE ID ALREADY ON FILE' TO WS-Fail-Reason
           ELSE
               PERFORM EDIT-SCHEDULED-DATES
               IF VALID-DATES
                   MOVE Sched-After-Image TO PERSON-RECORD
                   WRITE PERSON-RECORD
                   IF WS-Vsam-Status = '00'
                       MOVE SPACES TO WS-Before-Record
                       PERFORM WRITE-JOURNAL-RECORD
                   ELSE
                       MOVE 'ADD FAILED - VSAM STATUS   '
                           TO WS-Fail-Reason
                       MOVE WS-Vsam-Status TO WS-Fail-Reason(26:2)
                   END-IF
               END-IF
           END-IF.

       APPLY-SCHEDULED-UPDATE.
      **
      * The record must still be exactly what the change was keyed
      * against. A termination carries no keyed dates, so only a
      * change goes back through VALIDDTE.
      **
           IF WS-Vsam-Status NOT = '00'
               MOVE 'EMPLOYEE ID NOT FOUND' TO WS-Fail-Reason
           ELSE
               IF PERSON-RECORD NOT = Sched-Before-Image
                   MOVE 'RECORD CHANGED SINCE SCHEDULED'
                       TO WS-Fail-Reason
               ELSE
                   SET VALID-DATES TO TRUE
                   IF SCHED-CHANGE
                       PERFORM EDIT-SCHEDULED-DATES
                   END-IF
                   IF VALID-DATES
                       MOVE PERSON-RECORD TO WS-Before-Record
                       MOVE Sched-After-Image TO PERSON-RECORD
                       REWRITE PERSON-RECORD
                       IF WS-Vsam-Status = '00'
                           PERFORM WRITE-JOURNAL-RECORD
                       ELSE
                           MOVE 'CHANGE FAILED - VSAM STATUS   '
                               TO WS-Fail-Reason
                           MOVE WS-Vsam-Status
                               TO WS-Fail-Reason(29:2)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EDIT-SCHEDULED-DATES.
      **
      * A hire date keyed ahead of today was only checked as a date
      * when it was scheduled; on its effective date it has arrived
      * and gets the full edit every add and change gets.
      **
           MOVE Sched-After-Image TO WS-Image.
           CALL 'VALIDDTE' USING WS-Image-Birth
                                  WS-Image-Hire
                                  WS-Valid-Date-Switch
                                  WS-Fail-Reason.

       WRITE-JOURNAL-RECORD.
      **
      * The same JRNFILE entry the screen writes, stamped operator
      * and terminal BTCH, with the run sequence number in the task
      * field so two writes in the same second cannot collide.
      **
           ACCEPT WS-Run-Time FROM TIME.
           ADD 1 TO WS-Journal-Seq.
           MOVE WS-Run-Date-X TO Jrnl-Date.
           MOVE WS-Run-Time-HMS TO Jrnl-Time.
           MOVE WS-Journal-Seq TO Jrnl-Task.
           MOVE Sched-Action TO Jrnl-Action.
           MOVE 'BTCH' TO Jrnl-Operator.
           MOVE 'BTCH' TO Jrnl-Terminal.
           MOVE WS-Before-Record TO Jrnl-Before-Image.
           MOVE PERSON-RECORD TO Jrnl-After-Image.
           WRITE JOURNAL-RECORD.
           IF WS-Journal-Status NOT = '00'
               DISPLAY 'SCHDAPLY - JOURNAL WRITE FAILED, STATUS = '
                   WS-Journal-Status ' FOR EMPLOYEE '
                   Employee-Id OF PERSON-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

       COUNT-CLOSED-ITEM.
           SET PRINT-ITEM TO TRUE.
           EVALUATE TRUE
               WHEN SCHED-APPLIED
                   ADD 1 TO WS-Items-Applied
               WHEN SCHED-FAILED
                   ADD 1 TO WS-Items-Failed
               WHEN OTHER
                   ADD 1 TO WS-Items-Cancelled
           END-EVALUATE.

       MARK-ITEM-REPORTED.
           SET SCHED-REPORTED TO TRUE.
           REWRITE SCHEDULED-CHANGE-RECORD.
           IF WS-Schedule-Status NOT = '00'
               DISPLAY 'SCHDAPLY - SCHEDULE REWRITE FAILED, STATUS = '
                   WS-Schedule-Status ' FOR EMPLOYEE '
                   Sched-Employee-Id
               MOVE 8 TO RETURN-CODE
           END-IF.

       PRINT-SCHEDULE-LINE.
           IF WS-Line-Count = 0
                   OR WS-Line-Count >= WS-Max-Lines-Per-Page
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE Sched-After-Image TO WS-Image.
           MOVE Sched-Employee-Id TO WS-Detail-Id.
           MOVE WS-Image-Last TO WS-Detail-Last.
           MOVE Sched-Action TO WS-Detail-Action.
           MOVE Sched-Effective-Date TO WS-Detail-Effective.
           EVALUATE TRUE
               WHEN SCHED-WAITING
                   MOVE 'SCHEDULED' TO WS-Detail-Status
               WHEN SCHED-APPLIED
                   MOVE 'APPLIED' TO WS-Detail-Status
               WHEN SCHED-FAILED
                   MOVE 'FAILED' TO WS-Detail-Status
               WHEN OTHER
                   MOVE 'CANCELLED' TO WS-Detail-Status
           END-EVALUATE.
           MOVE Sched-Operator TO WS-Detail-Keyed-By.
           MOVE Sched-Reason TO WS-Detail-Reason.
           WRITE SCHEDULE-REPORT-LINE FROM WS-Detail-Line.
           ADD 1 TO WS-Line-Count.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-Page-Count.
           MOVE WS-Page-Count TO WS-Title-Page.
           MOVE WS-Report-Month TO WS-Date-Month.
           MOVE WS-Report-Day TO WS-Date-Day.
           MOVE WS-Report-Year TO WS-Date-Year.
           WRITE SCHEDULE-REPORT-LINE FROM WS-Title-Line.
           WRITE SCHEDULE-REPORT-LINE FROM WS-Date-Line.
           WRITE SCHEDULE-REPORT-LINE FROM WS-Column-Line.
           MOVE 3 TO WS-Line-Count.

       WRITE-REPORT-TRAILER.
           IF WS-Line-Count = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-Items-Applied TO WS-Trailer-Applied.
           MOVE WS-Items-Failed TO WS-Trailer-Failed.
           MOVE WS-Items-Cancelled TO WS-Trailer-Cancelled.
           MOVE WS-Items-Waiting TO WS-Trailer-Waiting.
           WRITE SCHEDULE-REPORT-LINE FROM WS-Trailer-Line.

       CLOSE-FILES.
           CLOSE SCHEDULE-FILE.
           CLOSE EMPLOYEE-VSAM.
           CLOSE CHANGE-JOURNAL.
           CLOSE SCHEDULE-REPORT.
      ** add other procedures here
       END PROGRAM SCHDAPLY.
