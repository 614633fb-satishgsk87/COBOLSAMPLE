      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Nightly run over the PENDFILE pending termination
      *          file. A termination keyed on the NAME screen or
      *          loaded through BULKMNT waits there in P status for a
      *          second HR supervisor to approve or reject it on the
      *          TAPR screen; one nobody has decided within the expiry
      *          period is expired here (status E) so a stale request
      *          can never be approved weeks after the fact - the
      *          desk keys it again if it still stands. The report
      *          lists every item still pending with the date it was
      *          asked for, and every item approved, rejected or
      *          expired since the last run with the operator who
      *          asked for it and the one who decided it, then marks
      *          those decided items reported so each appears on
      *          exactly one day's report. The JCL PARM is the expiry
      *          period in calendar days, defaulting to five.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TRMPEND.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PENDING-FILE
               ASSIGN TO "PENDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Pend-Key
               FILE STATUS IS WS-Pending-Status.

           SELECT PENDING-REPORT
               ASSIGN TO "PENDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PENDING-FILE
           RECORD CONTAINS 180 CHARACTERS.
           COPY EMPPEND.

       FD  PENDING-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PENDING-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-Pending-Status          PIC XX.
       01  WS-Report-Status           PIC XX.
       01  WS-Flags.
           05  WS-EOF-Switch           PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.
           05  WS-Print-Switch         PIC X VALUE 'N'.
               88  PRINT-ITEM          VALUE 'Y'.

       01  WS-Expiry-Days             PIC 9(02) VALUE 05.

       01  WS-Run-Date                PIC 9(08).
       01  WS-Run-Date-X REDEFINES WS-Run-Date
                                      PIC X(08).
       01  WS-Run-Time                PIC 9(08).
       01  WS-Run-Time-X REDEFINES WS-Run-Time.
           05  WS-Run-Time-HMS        PIC X(06).
           05  FILLER                 PIC X(02).

       01  WS-Cutoff-Date             PIC 9(08).
       01  WS-Request-Date-N          PIC 9(08).

       01  WS-Image-Work.
           05  WS-Image               PIC X(75).
           05  FILLER REDEFINES WS-Image.
               10  WS-Image-Id        PIC X(06).
               10  WS-Image-First     PIC X(10).
               10  WS-Image-Middle    PIC X(10).
               10  WS-Image-Last      PIC X(10).
               10  FILLER             PIC X(39).

       01  WS-Counters.
           05  WS-Items-Read          PIC 9(06) VALUE ZERO.
           05  WS-Items-Pending       PIC 9(06) VALUE ZERO.
           05  WS-Items-Approved      PIC 9(06) VALUE ZERO.
           05  WS-Items-Rejected      PIC 9(06) VALUE ZERO.
           05  WS-Items-Expired       PIC 9(06) VALUE ZERO.
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
                                       'TERMINATIONS FOR APPROVAL'.
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
           05  FILLER                 PIC X(26) VALUE
               '   EXPIRING REQUESTS BEFOR'.
           05  FILLER                 PIC X(02) VALUE 'E '.
           05  WS-Cutoff-Value        PIC 9(08).
           05  FILLER                 PIC X(24) VALUE SPACES.

       01  WS-Column-Line.
           05  FILLER                 PIC X(40) VALUE
               'EMP ID LAST NAME  STATUS   REQUESTED REQ'.
           05  FILLER                 PIC X(40) VALUE
               ' BY   DECIDED  DEC BY   TERM DATE'.

       01  WS-Detail-Line.
           05  WS-Detail-Id           PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Last         PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Status       PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Requested    PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-Detail-Req-By       PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Decided      PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Dec-By       PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Term         PIC X(08).
           05  FILLER                 PIC X(08) VALUE SPACES.

       01  WS-Note-Line.
           05  FILLER                 PIC X(18) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'NOTE: '.
           05  WS-Note-Text           PIC X(30).
           05  FILLER                 PIC X(26) VALUE SPACES.

       01  WS-Trailer-Line.
           05  FILLER                 PIC X(13) VALUE
                                       'END OF REPORT'.
           05  FILLER                 PIC X(4) VALUE ' -- '.
           05  WS-Trailer-Pending     PIC ZZZ9.
           05  FILLER                 PIC X(9) VALUE
                                       ' PENDING,'.
           05  WS-Trailer-Approved    PIC ZZZ9.
           05  FILLER                 PIC X(10) VALUE
                                       ' APPROVED,'.
           05  WS-Trailer-Rejected    PIC ZZZ9.
           05  FILLER                 PIC X(10) VALUE
                                       ' REJECTED,'.
           05  WS-Trailer-Expired     PIC ZZZ9.
           05  FILLER                 PIC X(08) VALUE
                                       ' EXPIRED'.
           05  FILLER                 PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
      *-----------------------
       01  LK-Run-Parm.
           05  LK-Parm-Length         PIC S9(4) COMP.
           05  LK-Parm-Days           PIC X(02).

      *-----------------------
       PROCEDURE DIVISION USING LK-Run-Parm.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM INITIALIZE-RUN.
           PERFORM OPEN-FILES.
           PERFORM READ-PENDING-FILE.
           PERFORM PROCESS-PENDING-ITEMS UNTIL END-OF-FILE.
           PERFORM WRITE-REPORT-TRAILER.
           DISPLAY 'TRMPEND COMPLETE - ' WS-Items-Read ' READ, '
               WS-Items-Pending ' PENDING, ' WS-Items-Expired
               ' EXPIRED'.
           IF WS-Items-Expired > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       INITIALIZE-RUN.
      **
      * A request dated before the cutoff has waited longer than the
      * expiry period - the same day arithmetic the audit purge uses
      * for its retention cutoff.
      **
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Run-Time FROM TIME.
           MOVE WS-Run-Date TO WS-Report-Date-X.
           IF LK-Parm-Length >= 2
                   AND LK-Parm-Days IS NUMERIC
               MOVE LK-Parm-Days TO WS-Expiry-Days
           END-IF.
           COMPUTE WS-Cutoff-Date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Run-Date)
               - WS-Expiry-Days).
           MOVE WS-Cutoff-Date TO WS-Cutoff-Value.

       OPEN-FILES.
           OPEN I-O PENDING-FILE.
           IF WS-Pending-Status NOT = '00'
               DISPLAY 'TRMPEND - UNABLE TO OPEN PENDING-FILE, '
                   'STATUS = ' WS-Pending-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PENDING-REPORT.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'TRMPEND - UNABLE TO OPEN PENDING-REPORT, '
                   'STATUS = ' WS-Report-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-PENDING-FILE.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-Items-Read
           END-READ.

       PROCESS-PENDING-ITEMS.
      **
      * An item already on an earlier report is passed over. A
      * pending item is listed every day until it is decided or
      * expires; a decided item is listed once and marked reported.
      **
           MOVE 'N' TO WS-Print-Switch.
           IF PEND-PENDING
               PERFORM CHECK-PENDING-EXPIRY
           ELSE
               IF NOT PEND-REPORTED
                   PERFORM COUNT-DECIDED-ITEM
                   PERFORM MARK-ITEM-REPORTED
               END-IF
           END-IF.
           IF PRINT-ITEM
               PERFORM PRINT-PENDING-LINE
           END-IF.
           PERFORM READ-PENDING-FILE.

       CHECK-PENDING-EXPIRY.
      **
      * A request date that is not a sound date cannot be aged, so
      * that item is left pending for someone to look at rather
      * than expired on a guess.
      **
           SET PRINT-ITEM TO TRUE.
           IF Pend-Request-Date IS NUMERIC
               MOVE Pend-Request-Date TO WS-Request-Date-N
               IF WS-Request-Date-N < WS-Cutoff-Date
                   MOVE 'E' TO Pend-Status
                   MOVE WS-Run-Date-X TO Pend-Decision-Date
                   MOVE WS-Run-Time-HMS TO Pend-Decision-Time
                   MOVE 'TRMPEND' TO Pend-Decision-Operator
                   MOVE 'BTCH' TO Pend-Decision-Terminal
                   MOVE 'NOT DECIDED IN TIME - EXPIRED'
                       TO Pend-Decision-Note
                   PERFORM MARK-ITEM-REPORTED
                   ADD 1 TO WS-Items-Expired
               ELSE
                   ADD 1 TO WS-Items-Pending
               END-IF
           ELSE
               ADD 1 TO WS-Items-Pending
           END-IF.

       COUNT-DECIDED-ITEM.
           SET PRINT-ITEM TO TRUE.
           EVALUATE TRUE
               WHEN PEND-APPROVED
                   ADD 1 TO WS-Items-Approved
               WHEN PEND-REJECTED
                   ADD 1 TO WS-Items-Rejected
               WHEN OTHER
                   ADD 1 TO WS-Items-Expired
           END-EVALUATE.

       MARK-ITEM-REPORTED.
           SET PEND-REPORTED TO TRUE.
           REWRITE PENDING-RECORD.
           IF WS-Pending-Status NOT = '00'
               DISPLAY 'TRMPEND - PENDING REWRITE FAILED, STATUS = '
                   WS-Pending-Status ' FOR EMPLOYEE '
                   Pend-Employee-Id
               MOVE 8 TO RETURN-CODE
           END-IF.

       PRINT-PENDING-LINE.
           IF WS-Line-Count = 0
                   OR WS-Line-Count >= WS-Max-Lines-Per-Page - 1
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE Pend-Before-Image TO WS-Image.
           MOVE Pend-Employee-Id TO WS-Detail-Id.
           MOVE WS-Image-Last TO WS-Detail-Last.
           EVALUATE TRUE
               WHEN PEND-PENDING
                   MOVE 'PENDING' TO WS-Detail-Status
               WHEN PEND-APPROVED
                   MOVE 'APPROVED' TO WS-Detail-Status
               WHEN PEND-REJECTED
                   MOVE 'REJECTED' TO WS-Detail-Status
               WHEN OTHER
                   MOVE 'EXPIRED' TO WS-Detail-Status
           END-EVALUATE.
           MOVE Pend-Request-Date TO WS-Detail-Requested.
           MOVE Pend-Request-Operator TO WS-Detail-Req-By.
           MOVE Pend-Decision-Date TO WS-Detail-Decided.
           MOVE Pend-Decision-Operator TO WS-Detail-Dec-By.
           MOVE Pend-Termination-Date TO WS-Detail-Term.
           WRITE PENDING-REPORT-LINE FROM WS-Detail-Line.
           ADD 1 TO WS-Line-Count.
           IF Pend-Decision-Note NOT = SPACES
               MOVE Pend-Decision-Note TO WS-Note-Text
               WRITE PENDING-REPORT-LINE FROM WS-Note-Line
               ADD 1 TO WS-Line-Count
           END-IF.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-Page-Count.
           MOVE WS-Page-Count TO WS-Title-Page.
           MOVE WS-Report-Month TO WS-Date-Month.
           MOVE WS-Report-Day TO WS-Date-Day.
           MOVE WS-Report-Year TO WS-Date-Year.
           WRITE PENDING-REPORT-LINE FROM WS-Title-Line.
           WRITE PENDING-REPORT-LINE FROM WS-Date-Line.
           WRITE PENDING-REPORT-LINE FROM WS-Column-Line.
           MOVE 3 TO WS-Line-Count.

       WRITE-REPORT-TRAILER.
           IF WS-Line-Count = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-Items-Pending TO WS-Trailer-Pending.
           MOVE WS-Items-Approved TO WS-Trailer-Approved.
           MOVE WS-Items-Rejected TO WS-Trailer-Rejected.
           MOVE WS-Items-Expired TO WS-Trailer-Expired.
           WRITE PENDING-REPORT-LINE FROM WS-Trailer-Line.

       CLOSE-FILES.
           CLOSE PENDING-FILE.
           CLOSE PENDING-REPORT.
      ** add other procedures here
       END PROGRAM TRMPEND.
