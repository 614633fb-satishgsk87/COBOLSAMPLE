      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Reconcile the badge feed rows sent to the access-
      *          control vendor against the acknowledgements the
      *          vendor returns, so security can chase any leaver whose
      *          badge has not been confirmed revoked. The items still
      *          awaiting acknowledgement from earlier nights (last
      *          night's generation of this program's own output) and
      *          tonight's BADGEXTR items are sorted together ahead of
      *          this step, as are the acknowledgements received since
      *          the last run, and the two are match-merged on the
      *          Employee-Id, feed action and feed date the vendor
      *          echoes back. An accepted acknowledgement closes the
      *          item; a rejected one is reported with the vendor's
      *          message and the item stays open; an acknowledgement
      *          for nothing we have open is reported. Every item
      *          still open is carried forward to the next generation,
      *          and a second pass over it lists each revoke sent more
      *          than 24 hours ago that the vendor has not accepted.
      *          Any such revoke, or a revoke the vendor rejected,
      *          ends the run RC 8; any other exception RC 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BADGRECN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OPEN-ITEMS
               ASSIGN TO "OPENITEM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Open-Status.

           SELECT BADGE-ACKS
               ASSIGN TO "BADGACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Ack-Status.

           SELECT STILL-OPEN
               ASSIGN TO "NEWOPEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Still-Open-Status.

           SELECT BADGE-REPORT
               ASSIGN TO "BADGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  OPEN-ITEMS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BADGOPN.

       FD  BADGE-ACKS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BADGACK.

       FD  STILL-OPEN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STILL-OPEN-ITEM            PIC X(80).

       FD  BADGE-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BADGE-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-Open-Status             PIC XX.
       01  WS-Ack-Status              PIC XX.
       01  WS-Still-Open-Status       PIC XX.
       01  WS-Report-Status           PIC XX.
       01  WS-Flags.
           05  WS-Open-EOF-Switch      PIC X VALUE 'N'.
               88  OPEN-EOF            VALUE 'Y'.
           05  WS-Ack-EOF-Switch       PIC X VALUE 'N'.
               88  ACK-EOF             VALUE 'Y'.
           05  WS-Carried-EOF-Switch   PIC X VALUE 'N'.
               88  CARRIED-EOF         VALUE 'Y'.

       01  WS-Merge-Keys.
           05  WS-Open-Key            PIC X(15).
           05  WS-Ack-Key             PIC X(15).

       01  WS-Carried-Item.
           05  WS-Carried-Record      PIC X(80).
           05  FILLER REDEFINES WS-Carried-Record.
               10  WS-Carried-Id      PIC X(06).
               10  WS-Carried-Action  PIC X(01).
                   88  CARRIED-REVOKE VALUE 'R'.
               10  WS-Carried-Feed-Date
                                       PIC X(08).
               10  WS-Carried-Sent-Date
                                       PIC 9(08).
               10  WS-Carried-Sent-Time.
                   15  WS-Carried-Sent-HH
                                       PIC 9(02).
                   15  WS-Carried-Sent-MM
                                       PIC 9(02).
                   15  WS-Carried-Sent-SS
                                       PIC 9(02).
               10  WS-Carried-Effective
                                       PIC X(08).
               10  WS-Carried-Last    PIC X(10).
               10  WS-Carried-First   PIC X(10).
               10  WS-Carried-Result  PIC X(01).
                   88  CARRIED-REJECTED
                                       VALUE 'E'.
               10  FILLER             PIC X(22).

       01  WS-Run-Date                PIC 9(08).
       01  WS-Run-Date-Parts REDEFINES WS-Run-Date.
           05  WS-Run-Year            PIC 9(04).
           05  WS-Run-Month           PIC 9(02).
           05  WS-Run-Day             PIC 9(02).
       01  WS-Run-Time                PIC 9(08).
       01  WS-Run-Time-Parts REDEFINES WS-Run-Time.
           05  WS-Run-HH              PIC 9(02).
           05  WS-Run-MM              PIC 9(02).
           05  WS-Run-SS              PIC 9(02).
           05  FILLER                 PIC 9(02).

       01  WS-Age-Work.
           05  WS-Run-Seconds         PIC 9(05) COMP.
           05  WS-Sent-Seconds        PIC 9(05) COMP.
           05  WS-Age-Days            PIC S9(07) COMP.
           05  WS-Age-Seconds         PIC S9(11) COMP.
           05  WS-Age-Hours           PIC S9(07) COMP.
           05  WS-Confirm-Window      PIC 9(05) COMP VALUE 86400.

       01  WS-Counters.
           05  WS-Items-Matched       PIC 9(06) VALUE ZERO.
           05  WS-Acks-Read           PIC 9(06) VALUE ZERO.
           05  WS-Accepted-Count      PIC 9(06) VALUE ZERO.
           05  WS-Rejected-Count      PIC 9(06) VALUE ZERO.
           05  WS-Rejected-Revokes    PIC 9(06) VALUE ZERO.
           05  WS-Unmatched-Acks      PIC 9(06) VALUE ZERO.
           05  WS-Still-Open-Count    PIC 9(06) VALUE ZERO.
           05  WS-Overdue-Revokes     PIC 9(06) VALUE ZERO.
           05  WS-Exception-Count     PIC 9(06) VALUE ZERO.
           05  WS-Line-Count          PIC 9(4) VALUE ZERO.
           05  WS-Page-Count          PIC 9(4) VALUE ZERO.
           05  WS-Max-Lines-Per-Page  PIC 9(4) VALUE 0060.

       01  WS-Title-Line.
           05  FILLER                 PIC X(22) VALUE SPACES.
           05  FILLER                 PIC X(34) VALUE
               'BADGE FEED ACKNOWLEDGEMENT RECON'.
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

       01  WS-Section-Line            PIC X(80).

       01  WS-Column-Line             PIC X(80) VALUE
           'EMP ID  A  FEED DATE LAST NAME  FIRST NAME EXCEPTION'.

       01  WS-Detail-Line.
           05  WS-Detail-Id           PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-Detail-Action       PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-Detail-Feed-Date    PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-Detail-Last         PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-First        PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Exception    PIC X(37).

       01  WS-Message-Line.
           05  FILLER                 PIC X(11) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'VENDOR: '.
           05  WS-Message-Text        PIC X(40).
           05  FILLER                 PIC X(21) VALUE SPACES.

       01  WS-Overdue-Text.
           05  FILLER                 PIC X(05) VALUE 'SENT '.
           05  WS-Overdue-Hours       PIC ZZZ9.
           05  FILLER                 PIC X(10) VALUE ' HOURS AGO'.
           05  WS-Overdue-Rejected    PIC X(10).
           05  FILLER                 PIC X(08) VALUE SPACES.

       01  WS-None-Line               PIC X(80) VALUE
           'NONE'.

       01  WS-Total-Line.
           05  WS-Total-Caption       PIC X(34).
           05  WS-Total-Value         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  WS-Trailer-Line.
           05  FILLER                 PIC X(13) VALUE
                                       'END OF REPORT'.
           05  FILLER                 PIC X(4) VALUE ' -- '.
           05  WS-Trailer-Overdue     PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(24) VALUE
                                       ' REVOKES NOT CONFIRMED, '.
           05  WS-Trailer-Open        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(17) VALUE
                                       ' ITEMS STILL OPEN'.
           05  FILLER                 PIC X(08) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM INITIALIZE-RUN.
           PERFORM OPEN-FILES.
           MOVE 'ACKNOWLEDGEMENT EXCEPTIONS' TO WS-Section-Line.
           PERFORM WRITE-SECTION-HEADER.
           PERFORM READ-OPEN-ITEM.
           PERFORM READ-BADGE-ACK.
           PERFORM MATCH-BADGE-ITEMS UNTIL OPEN-EOF AND ACK-EOF.
           IF WS-Exception-Count = ZERO
               PERFORM WRITE-NONE-LINE
           END-IF.
           CLOSE STILL-OPEN.
           PERFORM LIST-OVERDUE-REVOKES.
           PERFORM WRITE-RECON-TOTALS.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM CLOSE-FILES.
           PERFORM SET-RECON-RETURN-CODE.
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Run-Time FROM TIME.
           MOVE WS-Run-Month TO WS-Date-Month.
           MOVE WS-Run-Day TO WS-Date-Day.
           MOVE WS-Run-Year TO WS-Date-Year.
           COMPUTE WS-Run-Seconds =
               (WS-Run-HH * 3600) + (WS-Run-MM * 60) + WS-Run-SS.

       OPEN-FILES.
           OPEN INPUT OPEN-ITEMS.
           IF WS-Open-Status NOT = '00'
               DISPLAY 'BADGRECN - UNABLE TO OPEN OPEN-ITEMS, '
                   'STATUS = ' WS-Open-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT BADGE-ACKS.
           IF WS-Ack-Status NOT = '00'
               DISPLAY 'BADGRECN - UNABLE TO OPEN BADGE-ACKS, '
                   'STATUS = ' WS-Ack-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT STILL-OPEN.
           IF WS-Still-Open-Status NOT = '00'
               DISPLAY 'BADGRECN - UNABLE TO OPEN STILL-OPEN, '
                   'STATUS = ' WS-Still-Open-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BADGE-REPORT.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'BADGRECN - UNABLE TO OPEN BADGE-REPORT, '
                   'STATUS = ' WS-Report-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-OPEN-ITEM.
           READ OPEN-ITEMS
               AT END
                   SET OPEN-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-Open-Key
               NOT AT END
                   MOVE Bopn-Key TO WS-Open-Key
           END-READ.

       READ-BADGE-ACK.
           READ BADGE-ACKS
               AT END
                   SET ACK-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-Ack-Key
               NOT AT END
                   MOVE Back-Key TO WS-Ack-Key
                   ADD 1 TO WS-Acks-Read
           END-READ.

       MATCH-BADGE-ITEMS.
      **
      * Balanced-line match on the echoed key, the same shape as
      * the PAYRECON match. An item below the acknowledgement has
      * not been answered and is carried forward. A matched item is
      * closed by an A and carried forward, marked rejected, by an
      * E. An acknowledgement below the item answers nothing we
      * have open - sent before the items were first carried, or
      * answered twice.
      **
           EVALUATE TRUE
               WHEN WS-Open-Key < WS-Ack-Key
                   PERFORM CARRY-OPEN-ITEM
                   PERFORM READ-OPEN-ITEM
               WHEN WS-Open-Key = WS-Ack-Key
                   ADD 1 TO WS-Items-Matched
                   IF ACK-ACCEPTED
                       ADD 1 TO WS-Accepted-Count
                   ELSE
                       PERFORM REPORT-REJECTED-ITEM
                       MOVE 'E' TO Bopn-Ack-Result
                       PERFORM CARRY-OPEN-ITEM
                   END-IF
                   PERFORM READ-OPEN-ITEM
                   PERFORM READ-BADGE-ACK
               WHEN OTHER
                   PERFORM REPORT-UNMATCHED-ACK
                   PERFORM READ-BADGE-ACK
           END-EVALUATE.

       CARRY-OPEN-ITEM.
           WRITE STILL-OPEN-ITEM FROM BADGE-OPEN-ITEM.
           IF WS-Still-Open-Status NOT = '00'
               DISPLAY 'BADGRECN - UNABLE TO WRITE STILL-OPEN, '
                   'STATUS = ' WS-Still-Open-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-Still-Open-Count.

       REPORT-REJECTED-ITEM.
           ADD 1 TO WS-Rejected-Count.
           ADD 1 TO WS-Exception-Count.
           IF BOPN-REVOKE
               ADD 1 TO WS-Rejected-Revokes
           END-IF.
           MOVE Bopn-Employee-Id TO WS-Detail-Id.
           MOVE Bopn-Action TO WS-Detail-Action.
           MOVE Bopn-Feed-Date TO WS-Detail-Feed-Date.
           MOVE Bopn-Last-Name TO WS-Detail-Last.
           MOVE Bopn-First-Name TO WS-Detail-First.
           MOVE 'REJECTED BY VENDOR' TO WS-Detail-Exception.
           PERFORM WRITE-DETAIL-LINE.
           MOVE Back-Message TO WS-Message-Text.
           WRITE BADGE-REPORT-LINE FROM WS-Message-Line.
           ADD 1 TO WS-Line-Count.

       REPORT-UNMATCHED-ACK.
      **
      * The acknowledgement carries no name, so the line shows the
      * echoed key with blank name columns.
      **
           ADD 1 TO WS-Unmatched-Acks.
           ADD 1 TO WS-Exception-Count.
           MOVE Back-Employee-Id TO WS-Detail-Id.
           MOVE Back-Action TO WS-Detail-Action.
           MOVE Back-Feed-Date TO WS-Detail-Feed-Date.
           MOVE SPACES TO WS-Detail-Last.
           MOVE SPACES TO WS-Detail-First.
           MOVE 'ACKNOWLEDGED BUT NOT OPEN' TO WS-Detail-Exception.
           PERFORM WRITE-DETAIL-LINE.

       LIST-OVERDUE-REVOKES.
      **
      * Second pass over the items just carried forward. The age is
      * measured from when the feed was built, in whole seconds
      * across the date change, against a 24-hour window.
      **
           MOVE 'REVOKES NOT CONFIRMED WITHIN 24 HOURS'
               TO WS-Section-Line.
           PERFORM WRITE-SECTION-HEADER.
           OPEN INPUT STILL-OPEN.
           IF WS-Still-Open-Status NOT = '00'
               DISPLAY 'BADGRECN - UNABLE TO REOPEN STILL-OPEN, '
                   'STATUS = ' WS-Still-Open-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-CARRIED-ITEM.
           PERFORM CHECK-CARRIED-ITEM UNTIL CARRIED-EOF.
           CLOSE STILL-OPEN.
           IF WS-Overdue-Revokes = ZERO
               PERFORM WRITE-NONE-LINE
           END-IF.

       READ-CARRIED-ITEM.
           READ STILL-OPEN INTO WS-Carried-Record
               AT END
                   SET CARRIED-EOF TO TRUE
           END-READ.

       CHECK-CARRIED-ITEM.
           IF CARRIED-REVOKE
               COMPUTE WS-Sent-Seconds =
                   (WS-Carried-Sent-HH * 3600)
                   + (WS-Carried-Sent-MM * 60) + WS-Carried-Sent-SS
               COMPUTE WS-Age-Days =
                   FUNCTION INTEGER-OF-DATE(WS-Run-Date)
                   - FUNCTION INTEGER-OF-DATE(WS-Carried-Sent-Date)
               COMPUTE WS-Age-Seconds =
                   (WS-Age-Days * 86400)
                   + WS-Run-Seconds - WS-Sent-Seconds
               IF WS-Age-Seconds > WS-Confirm-Window
                   PERFORM REPORT-OVERDUE-REVOKE
               END-IF
           END-IF.
           PERFORM READ-CARRIED-ITEM.

       REPORT-OVERDUE-REVOKE.
           ADD 1 TO WS-Overdue-Revokes.
           COMPUTE WS-Age-Hours = WS-Age-Seconds / 3600.
           MOVE WS-Age-Hours TO WS-Overdue-Hours.
           IF CARRIED-REJECTED
               MOVE ', REJECTED' TO WS-Overdue-Rejected
           ELSE
               MOVE SPACES TO WS-Overdue-Rejected
           END-IF.
           MOVE WS-Carried-Id TO WS-Detail-Id.
           MOVE WS-Carried-Action TO WS-Detail-Action.
           MOVE WS-Carried-Feed-Date TO WS-Detail-Feed-Date.
           MOVE WS-Carried-Last TO WS-Detail-Last.
           MOVE WS-Carried-First TO WS-Detail-First.
           MOVE WS-Overdue-Text TO WS-Detail-Exception.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-RECON-TOTALS.
           IF WS-Line-Count + 9 > WS-Max-Lines-Per-Page
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           MOVE 'ACKNOWLEDGEMENTS READ' TO WS-Total-Caption.
           MOVE WS-Acks-Read TO WS-Total-Value.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'ACCEPTED - ITEMS CLOSED' TO WS-Total-Caption.
           MOVE WS-Accepted-Count TO WS-Total-Value.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'REJECTED BY VENDOR' TO WS-Total-Caption.
           MOVE WS-Rejected-Count TO WS-Total-Value.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'ACKNOWLEDGED BUT NOT OPEN' TO WS-Total-Caption.
           MOVE WS-Unmatched-Acks TO WS-Total-Value.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'ITEMS CARRIED FORWARD' TO WS-Total-Caption.
           MOVE WS-Still-Open-Count TO WS-Total-Value.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'REVOKES NOT CONFIRMED IN 24 HOURS'
               TO WS-Total-Caption.
           MOVE WS-Overdue-Revokes TO WS-Total-Value.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           WRITE BADGE-REPORT-LINE FROM WS-Total-Line.
           ADD 1 TO WS-Line-Count.

       WRITE-SECTION-HEADER.
           IF WS-Line-Count = 0
                   OR WS-Line-Count + 4 > WS-Max-Lines-Per-Page
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           WRITE BADGE-REPORT-LINE FROM WS-Section-Line.
           WRITE BADGE-REPORT-LINE FROM WS-Column-Line.
           ADD 2 TO WS-Line-Count.

       WRITE-DETAIL-LINE.
           IF WS-Line-Count >= WS-Max-Lines-Per-Page - 1
               PERFORM WRITE-PAGE-HEADER
               WRITE BADGE-REPORT-LINE FROM WS-Column-Line
               ADD 1 TO WS-Line-Count
           END-IF.
           WRITE BADGE-REPORT-LINE FROM WS-Detail-Line.
           ADD 1 TO WS-Line-Count.

       WRITE-NONE-LINE.
           WRITE BADGE-REPORT-LINE FROM WS-None-Line.
           ADD 1 TO WS-Line-Count.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-Page-Count.
           MOVE WS-Page-Count TO WS-Title-Page.
           WRITE BADGE-REPORT-LINE FROM WS-Title-Line.
           WRITE BADGE-REPORT-LINE FROM WS-Date-Line.
           MOVE 2 TO WS-Line-Count.

       WRITE-BLANK-LINE.
           MOVE SPACES TO BADGE-REPORT-LINE.
           WRITE BADGE-REPORT-LINE.
           ADD 1 TO WS-Line-Count.

       WRITE-REPORT-TRAILER.
           MOVE WS-Overdue-Revokes TO WS-Trailer-Overdue.
           MOVE WS-Still-Open-Count TO WS-Trailer-Open.
           PERFORM WRITE-BLANK-LINE.
           WRITE BADGE-REPORT-LINE FROM WS-Trailer-Line.

       CLOSE-FILES.
           CLOSE OPEN-ITEMS.
           CLOSE BADGE-ACKS.
           CLOSE BADGE-REPORT.

       SET-RECON-RETURN-CODE.
           DISPLAY 'BADGRECN COMPLETE - ' WS-Acks-Read
               ' ACKNOWLEDGEMENTS, ' WS-Accepted-Count ' ACCEPTED, '
               WS-Rejected-Count ' REJECTED, '
               WS-Unmatched-Acks ' NOT OPEN, '
               WS-Still-Open-Count ' STILL OPEN, '
               WS-Overdue-Revokes ' REVOKES OVERDUE'.
           IF WS-Overdue-Revokes > ZERO
                   OR WS-Rejected-Revokes > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-Exception-Count > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      ** add other procedures here
       END PROGRAM BADGRECN.
