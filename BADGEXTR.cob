      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Nightly feed from the JRNFILE change journal to the
      *          building badge / access-control vendor, so Facilities
      *          stops learning about leavers from a weekly email and
      *          a terminated employee's badge is revoked the night
      *          the termination is journaled. For every entry
      *          journaled on the business date it writes one
      *          pipe-delimited row: a create for an add or a rehire,
      *          a revoke carrying the Termination-Date for a T, and
      *          an update for a change that moves the name or the
      *          Department-Code. A change touching neither, or made
      *          to a record already terminated, means nothing to the
      *          badge system and is not sent. The rows sit between a
      *          header row and a trailer row carrying the business
      *          date and the detail row count, as on the DWEXTR
      *          warehouse feed. Every row sent is also written to the
      *          BADGSENT file as an item awaiting the vendor's
      *          acknowledgement, which BADGRECN matches against what
      *          the vendor returns; the file is appended to, and only
      *          scratched once the items are on the open-items
      *          generation. The JCL PARM is the business date
      *          YYYYMMDD, defaulting to the run date.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BADGEXTR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL
               ASSIGN TO "JRNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Jrnl-Key
               FILE STATUS IS WS-Journal-Status.

           SELECT BADGE-FEED
               ASSIGN TO "BADGFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Feed-Status.

           SELECT BADGE-SENT
               ASSIGN TO "BADGSENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Sent-Status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CHANGE-JOURNAL
           RECORD CONTAINS 184 CHARACTERS.
           COPY EMPJRNL.

       FD  BADGE-FEED
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BADGE-FEED-ROW             PIC X(80).

       FD  BADGE-SENT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BADGOPN.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-Journal-Status          PIC XX.
       01  WS-Feed-Status             PIC XX.
       01  WS-Sent-Status             PIC XX.
       01  WS-Flags.
           05  WS-EOF-Switch           PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.

       01  WS-Business-Date           PIC X(08).
       01  WS-Run-Date                PIC 9(08).
       01  WS-Run-Time                PIC 9(08).
       01  WS-Run-Time-X REDEFINES WS-Run-Time.
           05  WS-Run-Time-HMS        PIC 9(06).
           05  FILLER                 PIC 9(02).

       01  WS-Badge-Action            PIC X(01).
           88  BADGE-CREATE           VALUE 'C'.
           88  BADGE-UPDATE           VALUE 'U'.
           88  BADGE-REVOKE           VALUE 'R'.
           88  BADGE-NOT-SENT         VALUE SPACE.

       01  WS-Before-Work.
           05  WS-Before              PIC X(75).
           05  FILLER REDEFINES WS-Before.
               10  FILLER             PIC X(06).
               10  WS-Before-Name     PIC X(34).
               10  FILLER             PIC X(25).
               10  WS-Before-Dept     PIC X(04).
               10  FILLER             PIC X(06).

       01  WS-Image-Work.
           05  WS-Image               PIC X(75).
           05  FILLER REDEFINES WS-Image.
               10  WS-Image-Id        PIC X(06).
               10  WS-Image-Name.
                   15  WS-Image-First PIC X(10).
                   15  WS-Image-Middle
                                       PIC X(10).
                   15  WS-Image-Last  PIC X(10).
                   15  WS-Image-Suffix
                                       PIC X(04).
               10  WS-Image-Birth     PIC X(08).
               10  WS-Image-Hire      PIC X(08).
               10  WS-Image-Status    PIC X(01).
                   88  IMAGE-TERMINATED
                                       VALUE 'T'.
               10  WS-Image-Term      PIC X(08).
               10  WS-Image-Dept      PIC X(04).
               10  WS-Image-Supervisor
                                       PIC X(06).

       01  WS-Effective-Date          PIC X(08).

       01  WS-Feed-Row                PIC X(80).

       01  WS-Counters.
           05  WS-Detail-Rows         PIC 9(07) VALUE ZERO.
           05  WS-Create-Rows         PIC 9(07) VALUE ZERO.
           05  WS-Update-Rows         PIC 9(07) VALUE ZERO.
           05  WS-Revoke-Rows         PIC 9(07) VALUE ZERO.

       01  WS-Row-Count-Text          PIC 9(07).

       LINKAGE SECTION.
      *-----------------------
       01  LK-Run-Parm.
           05  LK-Parm-Length         PIC S9(4) COMP.
           05  LK-Parm-Data.
               10  LK-Parm-Date       PIC X(08).

      *-----------------------
       PROCEDURE DIVISION USING LK-Run-Parm.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM INITIALIZE-RUN.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADER-ROW.
           PERFORM READ-CHANGE-JOURNAL.
           PERFORM EXTRACT-JOURNAL-RECORDS UNTIL END-OF-FILE.
           PERFORM WRITE-TRAILER-ROW.
           DISPLAY 'BADGEXTR COMPLETE - ' WS-Detail-Rows
               ' ROWS WRITTEN FOR ' WS-Business-Date ' - '
               WS-Create-Rows ' CREATE, ' WS-Update-Rows
               ' UPDATE, ' WS-Revoke-Rows ' REVOKE'.
           PERFORM CLOSE-FILES.
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Run-Time FROM TIME.
           MOVE WS-Run-Date TO WS-Business-Date.
           IF LK-Parm-Length >= 8
                   AND LK-Parm-Date IS NUMERIC
               MOVE LK-Parm-Date TO WS-Business-Date
           END-IF.

       OPEN-FILES.
           OPEN INPUT CHANGE-JOURNAL.
           IF WS-Journal-Status NOT = '00'
               DISPLAY 'BADGEXTR - UNABLE TO OPEN CHANGE-JOURNAL, '
                   'STATUS = ' WS-Journal-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BADGE-FEED.
           IF WS-Feed-Status NOT = '00'
               DISPLAY 'BADGEXTR - UNABLE TO OPEN BADGE-FEED, '
                   'STATUS = ' WS-Feed-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      **
      * OPEN EXTEND - items a failed night left on BADGSENT, already
      * on a feed generation the vendor has, stay there to be merged
      * into the open items with tonight's.
      **
           OPEN EXTEND BADGE-SENT.
           IF WS-Sent-Status NOT = '00'
               DISPLAY 'BADGEXTR - UNABLE TO OPEN BADGE-SENT, '
                   'STATUS = ' WS-Sent-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-CHANGE-JOURNAL.
           READ CHANGE-JOURNAL
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       EXTRACT-JOURNAL-RECORDS.
           IF Jrnl-Date = WS-Business-Date
               PERFORM CLASSIFY-JOURNAL-ENTRY
               IF NOT BADGE-NOT-SENT
                   PERFORM WRITE-DETAIL-ROW
                   PERFORM WRITE-SENT-ITEM
               END-IF
           END-IF.
           PERFORM READ-CHANGE-JOURNAL.

       CLASSIFY-JOURNAL-ENTRY.
      **
      * The journal action decides the row, whether it was keyed
      * online, in a BULKMNT file or applied from the schedule by
      * SCHDAPLY. A rehire gives the person a badge again, so it is
      * a create like an add. A T is journaled only once the second
      * supervisor approves it, so the revoke never goes ahead of
      * the approval. For a change, only the name fields and the
      * Department-Code are on the badge record.
      **
           MOVE SPACE TO WS-Badge-Action.
           MOVE Jrnl-Before-Image TO WS-Before.
           MOVE Jrnl-After-Image TO WS-Image.
           EVALUATE Jrnl-Action
               WHEN 'A'
               WHEN 'R'
                   SET BADGE-CREATE TO TRUE
                   MOVE WS-Image-Hire TO WS-Effective-Date
               WHEN 'T'
                   SET BADGE-REVOKE TO TRUE
                   MOVE WS-Image-Term TO WS-Effective-Date
               WHEN 'C'
                   IF NOT IMAGE-TERMINATED
                           AND (WS-Image-Name NOT = WS-Before-Name
                            OR WS-Image-Dept NOT = WS-Before-Dept)
                       SET BADGE-UPDATE TO TRUE
                       MOVE Jrnl-Date TO WS-Effective-Date
                   END-IF
           END-EVALUATE.

       WRITE-HEADER-ROW.
           MOVE SPACES TO WS-Feed-Row.
           STRING 'H|' DELIMITED BY SIZE
                  WS-Business-Date DELIMITED BY SIZE
                  '|BADGE' DELIMITED BY SIZE
               INTO WS-Feed-Row
           END-STRING.
           WRITE BADGE-FEED-ROW FROM WS-Feed-Row.

       WRITE-DETAIL-ROW.
      **
      * One row per badge action in the vendor's delimited format,
      * the fields trimmed of trailing blanks between pipes as on
      * the warehouse feed. The last field is the date the action
      * takes effect - the hire date on a create, the
      * Termination-Date on a revoke, the journal date on an update.
      **
           MOVE SPACES TO WS-Feed-Row.
           STRING 'D|' DELIMITED BY SIZE
                  WS-Badge-Action DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-Image-Id DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Image-First TRAILING)
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Image-Middle TRAILING)
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Image-Last TRAILING)
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Image-Suffix TRAILING)
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Image-Dept TRAILING)
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-Effective-Date DELIMITED BY SIZE
               INTO WS-Feed-Row
           END-STRING.
           WRITE BADGE-FEED-ROW FROM WS-Feed-Row.
           ADD 1 TO WS-Detail-Rows.
           EVALUATE TRUE
               WHEN BADGE-CREATE
                   ADD 1 TO WS-Create-Rows
               WHEN BADGE-UPDATE
                   ADD 1 TO WS-Update-Rows
               WHEN BADGE-REVOKE
                   ADD 1 TO WS-Revoke-Rows
           END-EVALUATE.

       WRITE-SENT-ITEM.
           MOVE SPACES TO BADGE-OPEN-ITEM.
           MOVE WS-Image-Id TO Bopn-Employee-Id.
           MOVE WS-Badge-Action TO Bopn-Action.
           MOVE WS-Business-Date TO Bopn-Feed-Date.
           MOVE WS-Run-Date TO Bopn-Sent-Date.
           MOVE WS-Run-Time-HMS TO Bopn-Sent-Time.
           MOVE WS-Effective-Date TO Bopn-Effective-Date.
           MOVE WS-Image-Last TO Bopn-Last-Name.
           MOVE WS-Image-First TO Bopn-First-Name.
           WRITE BADGE-OPEN-ITEM.

       WRITE-TRAILER-ROW.
           MOVE WS-Detail-Rows TO WS-Row-Count-Text.
           MOVE SPACES TO WS-Feed-Row.
           STRING 'T|' DELIMITED BY SIZE
                  WS-Business-Date DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-Row-Count-Text DELIMITED BY SIZE
               INTO WS-Feed-Row
           END-STRING.
           WRITE BADGE-FEED-ROW FROM WS-Feed-Row.

       CLOSE-FILES.
           CLOSE CHANGE-JOURNAL.
           CLOSE BADGE-FEED.
           CLOSE BADGE-SENT.
      ** add other procedures here
       END PROGRAM BADGEXTR.
