      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Organization chart and orphaned-employee report, off
      *          the supervisor id now held on every employee record.
      *          The chart prints each active employee with no
      *          supervisor at the top of a reporting line and every
      *          active employee beneath the supervisor they report
      *          to, indented one step per level, with the direct
      *          span of control (reports to this employee) and the
      *          total span (everyone below them) beside the name.
      *          The exceptions section lists every active employee
      *          whose supervisor has been terminated, has been moved
      *          to the retention archive by EMPARCH, or is not on
      *          file at all - each is also charted at the top of
      *          its own line flagged ORPHAN so its reports are not
      *          lost - and any employee the chart could not reach
      *          because the reporting line loops back on itself,
      *          which only records keyed before the supervisor edits
      *          existed can do. Any exception ends the run RC 4 so
      *          HR sees the list.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ORGCHART.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Employee-Status.

           SELECT ARCHIVE-MASTER
               ASSIGN TO "ARCHMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Archive-Status.

           SELECT ORG-REPORT
               ASSIGN TO "ORGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PERSONREC.
           COPY EMPTRLR.

       FD  ARCHIVE-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD.
           05  Arch-Employee-Id       PIC X(06).
           05  FILLER                 PIC X(69).

       FD  ORG-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ORG-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-Employee-Status         PIC XX.
       01  WS-Archive-Status          PIC XX.
       01  WS-Report-Status           PIC XX.
       01  WS-Flags.
           05  WS-EOF-Switch           PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.
           05  WS-Archive-EOF-Switch   PIC X VALUE 'N'.
               88  ARCHIVE-EOF         VALUE 'Y'.
           05  WS-Table-Full-Switch    PIC X VALUE 'N'.
               88  TABLE-FULL          VALUE 'Y'.
           05  WS-Archive-Full-Switch  PIC X VALUE 'N'.
               88  ARCHIVE-TABLE-FULL  VALUE 'Y'.
           05  WS-Archive-Found-Switch PIC X VALUE 'N'.
               88  ARCHIVE-FOUND       VALUE 'Y'.
           05  WS-Subtree-Switch       PIC X VALUE 'N'.
               88  SUBTREE-DONE        VALUE 'Y'.
           05  WS-Next-Switch          PIC X VALUE 'N'.
               88  NEXT-FOUND          VALUE 'Y'.

      **
      * One entry per master record, terminated employees included
      * so a terminated supervisor can be told from a missing one.
      * The master is held in Employee-Id order, so the table is
      * too and a supervisor is found by binary search. The child
      * and sibling links hang each employee's direct reports off
      * the supervisor's entry in id order.
      **
       01  WS-Employee-Table.
           05  WS-Emp-Count           PIC 9(04) COMP VALUE ZERO.
           05  WS-Emp-Max             PIC 9(04) COMP VALUE 2000.
           05  WS-Emp-Entry OCCURS 2000 TIMES.
               10  WS-Tbl-Id          PIC X(06).
               10  WS-Tbl-First       PIC X(10).
               10  WS-Tbl-Last        PIC X(10).
               10  WS-Tbl-Dept        PIC X(04).
               10  WS-Tbl-Supervisor  PIC X(06).
               10  WS-Tbl-Status      PIC X(01).
                   88  TBL-TERMINATED VALUE 'T'.
               10  WS-Tbl-Parent      PIC 9(04) COMP.
               10  WS-Tbl-First-Child PIC 9(04) COMP.
               10  WS-Tbl-Last-Child  PIC 9(04) COMP.
               10  WS-Tbl-Next-Sibling
                                       PIC 9(04) COMP.
               10  WS-Tbl-Direct      PIC 9(04) COMP.
               10  WS-Tbl-Total       PIC 9(04) COMP.
               10  WS-Tbl-Orphan-Code PIC X(01).
                   88  TBL-ORPHANED   VALUE 'T' 'A' 'N'.
                   88  SUPV-TERMINATED
                                       VALUE 'T'.
                   88  SUPV-ARCHIVED  VALUE 'A'.
                   88  SUPV-NOT-ON-FILE
                                       VALUE 'N'.
               10  WS-Tbl-Printed     PIC X(01).
                   88  TBL-PRINTED    VALUE 'Y'.

       01  WS-Archive-Table.
           05  WS-Arch-Count          PIC 9(04) COMP VALUE ZERO.
           05  WS-Arch-Max            PIC 9(04) COMP VALUE 5000.
           05  WS-Arch-Entry OCCURS 5000 TIMES.
               10  WS-Tbl-Arch-Id     PIC X(06).

       01  WS-Subscripts.
           05  WS-Idx                 PIC 9(04) COMP.
           05  WS-Idx-B               PIC 9(04) COMP.
           05  WS-Arch-Index          PIC 9(04) COMP.
           05  WS-Found-Index         PIC 9(04) COMP.
           05  WS-Low                 PIC 9(04) COMP.
           05  WS-High                PIC 9(04) COMP.
           05  WS-Mid                 PIC 9(04) COMP.
           05  WS-Root                PIC 9(04) COMP.
           05  WS-Cur                 PIC 9(04) COMP.
           05  WS-Walk                PIC 9(04) COMP.
           05  WS-Walk-Depth          PIC 9(04) COMP.
           05  WS-Max-Chain-Depth     PIC 9(04) COMP VALUE 50.
           05  WS-Level               PIC 9(04) COMP.
           05  WS-Indent              PIC 9(04) COMP.
           05  WS-Max-Indent          PIC 9(04) COMP VALUE 20.

       01  WS-Search-Id               PIC X(06).

       01  WS-Report-Date             PIC 9(08).
       01  WS-Report-Date-X REDEFINES WS-Report-Date.
           05  WS-Report-Year         PIC 9(4).
           05  WS-Report-Month        PIC 9(2).
           05  WS-Report-Day          PIC 9(2).

       01  WS-Counters.
           05  WS-Line-Count          PIC 9(4) VALUE ZERO.
           05  WS-Page-Count          PIC 9(4) VALUE ZERO.
           05  WS-Charted-Count       PIC 9(6) VALUE ZERO.
           05  WS-Exception-Count     PIC 9(6) VALUE ZERO.
           05  WS-Max-Lines-Per-Page  PIC 9(4) VALUE 0060.

       01  WS-Title-Line.
           05  FILLER                 PIC X(26) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
                                       'ORGANIZATION CHART'.
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

       01  WS-Current-Section         PIC X(80).
       01  WS-Current-Column          PIC X(80).

       01  WS-Chart-Section-Line      PIC X(80) VALUE
           'REPORTING LINES'.

       01  WS-Chart-Column-Line.
           05  FILLER                 PIC X(49) VALUE
                                       'EMP ID LAST NAME  FIRST NAME'.
           05  FILLER                 PIC X(06) VALUE 'DEPT'.
           05  FILLER                 PIC X(06) VALUE 'DIRECT'.
           05  FILLER                 PIC X(07) VALUE ' TOTAL'.
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-Chart-Line.
           05  WS-Chart-Tree          PIC X(48).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Chart-Dept          PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-Chart-Direct        PIC ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-Chart-Total         PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-Chart-Flag          PIC X(12).

       01  WS-Node-Text.
           05  WS-Node-Id             PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Node-Last           PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Node-First          PIC X(10).

       01  WS-Exception-Section-Line  PIC X(80) VALUE
           'ORPHANED AND UNREACHABLE EMPLOYEES'.

       01  WS-Exception-Column-Line.
           05  FILLER                 PIC X(07) VALUE 'EMP ID'.
           05  FILLER                 PIC X(11) VALUE 'LAST NAME'.
           05  FILLER                 PIC X(12) VALUE 'FIRST NAME'.
           05  FILLER                 PIC X(06) VALUE 'DEPT'.
           05  FILLER                 PIC X(08) VALUE 'SUPV'.
           05  FILLER                 PIC X(36) VALUE 'REASON'.

       01  WS-Exception-Line.
           05  WS-Exc-Id              PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Exc-Last            PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Exc-First           PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-Exc-Dept            PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-Exc-Supervisor      PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-Exc-Reason          PIC X(30).
           05  FILLER                 PIC X(06) VALUE SPACES.

       01  WS-No-Exceptions-Line      PIC X(80) VALUE
           'NO ORPHANED OR UNREACHABLE EMPLOYEES'.

       01  WS-Trailer-Line.
           05  FILLER                 PIC X(13) VALUE
                                       'END OF REPORT'.
           05  FILLER                 PIC X(4) VALUE ' -- '.
           05  WS-Trailer-Charted     PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(26) VALUE
                                       ' ACTIVE EMPLOYEES CHARTED,'.
           05  WS-Trailer-Exceptions  PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE
                                       ' EXCEPTIONS'.
           05  FILLER                 PIC X(12) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM INITIALIZE-RUN.
           PERFORM OPEN-FILES.
           PERFORM LOAD-ARCHIVE-TABLE.
           PERFORM READ-EMPLOYEE-MASTER.
           PERFORM LOAD-EMPLOYEE-TABLE UNTIL END-OF-FILE.
           PERFORM LINK-REPORTING-LINES.
           PERFORM ADD-UP-SPANS.
           PERFORM PRINT-ORGANIZATION-CHART.
           PERFORM PRINT-EXCEPTIONS.
           PERFORM WRITE-REPORT-TRAILER.
           DISPLAY 'ORGCHART COMPLETE - ' WS-Charted-Count
               ' CHARTED, ' WS-Exception-Count ' EXCEPTIONS'.
           IF WS-Exception-Count > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-Report-Date FROM DATE YYYYMMDD.
           MOVE WS-Report-Month TO WS-Date-Month.
           MOVE WS-Report-Day TO WS-Date-Day.
           MOVE WS-Report-Year TO WS-Date-Year.

       OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'ORGCHART - UNABLE TO OPEN EMPLOYEE-MASTER, '
                   'STATUS = ' WS-Employee-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ORG-REPORT.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'ORGCHART - UNABLE TO OPEN ORG-REPORT, '
                   'STATUS = ' WS-Report-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ARCHIVE-TABLE.
      **
      * The archived ids are held so a supervisor missing from the
      * master can be reported as archived rather than unknown. No
      * archive yet - EMPARCH has never run - simply leaves the
      * table empty and every missing supervisor reads as not on
      * file.
      **
           OPEN INPUT ARCHIVE-MASTER.
           IF WS-Archive-Status = '00'
               PERFORM READ-ARCHIVE-MASTER
               PERFORM LOAD-ONE-ARCHIVE-ID UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-MASTER
           ELSE
               DISPLAY 'ORGCHART - NO ARCHIVE-MASTER, STATUS = '
                   WS-Archive-Status
           END-IF.

       READ-ARCHIVE-MASTER.
           READ ARCHIVE-MASTER
               AT END
                   SET ARCHIVE-EOF TO TRUE
           END-READ.

       LOAD-ONE-ARCHIVE-ID.
           IF WS-Arch-Count < WS-Arch-Max
               ADD 1 TO WS-Arch-Count
               MOVE Arch-Employee-Id TO WS-Tbl-Arch-Id(WS-Arch-Count)
           ELSE
               IF NOT ARCHIVE-TABLE-FULL
                   SET ARCHIVE-TABLE-FULL TO TRUE
                   DISPLAY 'ORGCHART - ARCHIVE TABLE FULL, IDS '
                       'BEYOND ' WS-Arch-Max ' READ AS NOT ON FILE'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM READ-ARCHIVE-MASTER.

       READ-EMPLOYEE-MASTER.
           READ EMPLOYEE-MASTER
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       LOAD-EMPLOYEE-TABLE.
           IF Trailer-Id = 'TRLR99'
               SET END-OF-FILE TO TRUE
           ELSE
               IF WS-Emp-Count >= WS-Emp-Max
                   IF NOT TABLE-FULL
                       SET TABLE-FULL TO TRUE
                       DISPLAY 'ORGCHART - TABLE FULL, ONLY FIRST '
                           WS-Emp-Max ' RECORDS CHARTED'
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM STORE-TABLE-ENTRY
               END-IF
               PERFORM READ-EMPLOYEE-MASTER
           END-IF.

       STORE-TABLE-ENTRY.
           ADD 1 TO WS-Emp-Count.
           MOVE Employee-Id TO WS-Tbl-Id(WS-Emp-Count).
           MOVE First-Name TO WS-Tbl-First(WS-Emp-Count).
           MOVE Last-Name TO WS-Tbl-Last(WS-Emp-Count).
           MOVE Department-Code TO WS-Tbl-Dept(WS-Emp-Count).
           MOVE Supervisor-Id TO WS-Tbl-Supervisor(WS-Emp-Count).
           MOVE Employment-Status TO WS-Tbl-Status(WS-Emp-Count).
           MOVE ZERO TO WS-Tbl-Parent(WS-Emp-Count).
           MOVE ZERO TO WS-Tbl-First-Child(WS-Emp-Count).
           MOVE ZERO TO WS-Tbl-Last-Child(WS-Emp-Count).
           MOVE ZERO TO WS-Tbl-Next-Sibling(WS-Emp-Count).
           MOVE ZERO TO WS-Tbl-Direct(WS-Emp-Count).
           MOVE ZERO TO WS-Tbl-Total(WS-Emp-Count).
           MOVE SPACE TO WS-Tbl-Orphan-Code(WS-Emp-Count).
           MOVE 'N' TO WS-Tbl-Printed(WS-Emp-Count).

       LINK-REPORTING-LINES.
      **
      * Hang every active employee off an active supervisor, or
      * mark it orphaned with the reason its supervisor cannot be
      * charted. Terminated employees are never charted and never
      * hold reports.
      **
           MOVE 1 TO WS-Idx.
           PERFORM LINK-ONE-EMPLOYEE UNTIL WS-Idx > WS-Emp-Count.

       LINK-ONE-EMPLOYEE.
           IF NOT TBL-TERMINATED(WS-Idx)
                   AND WS-Tbl-Supervisor(WS-Idx) NOT = SPACES
               MOVE WS-Tbl-Supervisor(WS-Idx) TO WS-Search-Id
               PERFORM FIND-EMPLOYEE-ENTRY
               IF WS-Found-Index = ZERO
                   PERFORM CHECK-ARCHIVE-TABLE
                   IF ARCHIVE-FOUND
                       SET SUPV-ARCHIVED(WS-Idx) TO TRUE
                   ELSE
                       SET SUPV-NOT-ON-FILE(WS-Idx) TO TRUE
                   END-IF
               ELSE
                   IF TBL-TERMINATED(WS-Found-Index)
                       SET SUPV-TERMINATED(WS-Idx) TO TRUE
                   ELSE
                       PERFORM ATTACH-TO-SUPERVISOR
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-Idx.

       ATTACH-TO-SUPERVISOR.
           MOVE WS-Found-Index TO WS-Tbl-Parent(WS-Idx).
           ADD 1 TO WS-Tbl-Direct(WS-Found-Index).
           IF WS-Tbl-First-Child(WS-Found-Index) = ZERO
               MOVE WS-Idx TO WS-Tbl-First-Child(WS-Found-Index)
           ELSE
               MOVE WS-Tbl-Last-Child(WS-Found-Index) TO WS-Idx-B
               MOVE WS-Idx TO WS-Tbl-Next-Sibling(WS-Idx-B)
           END-IF.
           MOVE WS-Idx TO WS-Tbl-Last-Child(WS-Found-Index).

       FIND-EMPLOYEE-ENTRY.
           MOVE ZERO TO WS-Found-Index.
           MOVE 1 TO WS-Low.
           MOVE WS-Emp-Count TO WS-High.
           PERFORM PROBE-EMPLOYEE-TABLE
               UNTIL WS-Found-Index > ZERO OR WS-Low > WS-High.

       PROBE-EMPLOYEE-TABLE.
           COMPUTE WS-Mid = (WS-Low + WS-High) / 2.
           IF WS-Tbl-Id(WS-Mid) = WS-Search-Id
               MOVE WS-Mid TO WS-Found-Index
           ELSE
               IF WS-Tbl-Id(WS-Mid) < WS-Search-Id
                   COMPUTE WS-Low = WS-Mid + 1
               ELSE
                   IF WS-Mid = 1
                       MOVE ZERO TO WS-High
                   ELSE
                       COMPUTE WS-High = WS-Mid - 1
                   END-IF
               END-IF
           END-IF.

       CHECK-ARCHIVE-TABLE.
           MOVE 'N' TO WS-Archive-Found-Switch.
           MOVE 1 TO WS-Arch-Index.
           PERFORM CHECK-ONE-ARCHIVE-ENTRY
               UNTIL ARCHIVE-FOUND OR WS-Arch-Index > WS-Arch-Count.

       CHECK-ONE-ARCHIVE-ENTRY.
           IF WS-Tbl-Arch-Id(WS-Arch-Index) = WS-Search-Id
               SET ARCHIVE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-Arch-Index
           END-IF.

       ADD-UP-SPANS.
      **
      * Each linked employee counts once toward the total span of
      * every supervisor above it. The climb stops at the top of
      * the line, or after as many levels as the maintenance edits
      * allow, so a looped line cannot hold the run.
      **
           MOVE 1 TO WS-Idx.
           PERFORM ADD-ONE-EMPLOYEE-SPAN UNTIL WS-Idx > WS-Emp-Count.

       ADD-ONE-EMPLOYEE-SPAN.
           MOVE WS-Tbl-Parent(WS-Idx) TO WS-Walk.
           MOVE ZERO TO WS-Walk-Depth.
           PERFORM ADD-TO-ONE-ANCESTOR
               UNTIL WS-Walk = ZERO
                  OR WS-Walk-Depth > WS-Max-Chain-Depth.
           ADD 1 TO WS-Idx.

       ADD-TO-ONE-ANCESTOR.
           ADD 1 TO WS-Tbl-Total(WS-Walk).
           MOVE WS-Tbl-Parent(WS-Walk) TO WS-Walk.
           ADD 1 TO WS-Walk-Depth.

       PRINT-ORGANIZATION-CHART.
      **
      * Every active employee not hung off a supervisor heads a
      * line of its own - the top of the organization, and the
      * orphans - and is printed with everyone beneath it.
      **
           MOVE WS-Chart-Section-Line TO WS-Current-Section.
           MOVE WS-Chart-Column-Line TO WS-Current-Column.
           PERFORM WRITE-PAGE-HEADER.
           MOVE 1 TO WS-Idx.
           PERFORM PRINT-ONE-ROOT UNTIL WS-Idx > WS-Emp-Count.

       PRINT-ONE-ROOT.
           IF NOT TBL-TERMINATED(WS-Idx)
                   AND WS-Tbl-Parent(WS-Idx) = ZERO
               PERFORM PRINT-ONE-SUBTREE
           END-IF.
           ADD 1 TO WS-Idx.

       PRINT-ONE-SUBTREE.
      **
      * Walk the line depth first without a stack - down to the
      * first report, across to the next sibling, and back up
      * through the parent links when a branch runs out, until the
      * walk climbs back to the employee it started from.
      **
           MOVE WS-Idx TO WS-Root.
           MOVE WS-Idx TO WS-Cur.
           MOVE ZERO TO WS-Level.
           MOVE 'N' TO WS-Subtree-Switch.
           PERFORM PRINT-TREE-STEP UNTIL SUBTREE-DONE.

       PRINT-TREE-STEP.
           PERFORM PRINT-CHART-LINE.
           IF WS-Tbl-First-Child(WS-Cur) > ZERO
               MOVE WS-Tbl-First-Child(WS-Cur) TO WS-Cur
               ADD 1 TO WS-Level
           ELSE
               MOVE 'N' TO WS-Next-Switch
               PERFORM CLIMB-TO-NEXT-NODE
                   UNTIL NEXT-FOUND OR SUBTREE-DONE
           END-IF.

       CLIMB-TO-NEXT-NODE.
           IF WS-Cur = WS-Root
               SET SUBTREE-DONE TO TRUE
           ELSE
               IF WS-Tbl-Next-Sibling(WS-Cur) > ZERO
                   MOVE WS-Tbl-Next-Sibling(WS-Cur) TO WS-Cur
                   SET NEXT-FOUND TO TRUE
               ELSE
                   MOVE WS-Tbl-Parent(WS-Cur) TO WS-Cur
                   SUBTRACT 1 FROM WS-Level
               END-IF
           END-IF.

       PRINT-CHART-LINE.
      **
      * Two columns of indent per level; a line deeper than the
      * print width allows stays at the deepest indent.
      **
           IF WS-Line-Count >= WS-Max-Lines-Per-Page
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           COMPUTE WS-Indent = WS-Level * 2.
           IF WS-Indent > WS-Max-Indent
               MOVE WS-Max-Indent TO WS-Indent
           END-IF.
           MOVE WS-Tbl-Id(WS-Cur) TO WS-Node-Id.
           MOVE WS-Tbl-Last(WS-Cur) TO WS-Node-Last.
           MOVE WS-Tbl-First(WS-Cur) TO WS-Node-First.
           MOVE SPACES TO WS-Chart-Tree.
           MOVE WS-Node-Text TO WS-Chart-Tree(WS-Indent + 1:28).
           MOVE WS-Tbl-Dept(WS-Cur) TO WS-Chart-Dept.
           MOVE WS-Tbl-Direct(WS-Cur) TO WS-Chart-Direct.
           MOVE WS-Tbl-Total(WS-Cur) TO WS-Chart-Total.
           IF TBL-ORPHANED(WS-Cur)
               MOVE 'ORPHAN' TO WS-Chart-Flag
           ELSE
               MOVE SPACES TO WS-Chart-Flag
           END-IF.
           WRITE ORG-REPORT-LINE FROM WS-Chart-Line.
           ADD 1 TO WS-Line-Count.
           ADD 1 TO WS-Charted-Count.
           MOVE 'Y' TO WS-Tbl-Printed(WS-Cur).

       PRINT-EXCEPTIONS.
           MOVE WS-Exception-Section-Line TO WS-Current-Section.
           MOVE WS-Exception-Column-Line TO WS-Current-Column.
           PERFORM WRITE-PAGE-HEADER.
           MOVE 1 TO WS-Idx.
           PERFORM CHECK-ONE-EXCEPTION UNTIL WS-Idx > WS-Emp-Count.
           IF WS-Exception-Count = ZERO
               WRITE ORG-REPORT-LINE FROM WS-No-Exceptions-Line
               ADD 1 TO WS-Line-Count
           END-IF.

       CHECK-ONE-EXCEPTION.
      **
      * An active employee the chart never reached sits in, or
      * below, a reporting line that loops back on itself.
      **
           IF NOT TBL-TERMINATED(WS-Idx)
               EVALUATE TRUE
                   WHEN SUPV-TERMINATED(WS-Idx)
                       MOVE 'SUPERVISOR TERMINATED'
                           TO WS-Exc-Reason
                       PERFORM PRINT-EXCEPTION-LINE
                   WHEN SUPV-ARCHIVED(WS-Idx)
                       MOVE 'SUPERVISOR ARCHIVED'
                           TO WS-Exc-Reason
                       PERFORM PRINT-EXCEPTION-LINE
                   WHEN SUPV-NOT-ON-FILE(WS-Idx)
                       MOVE 'SUPERVISOR NOT ON FILE'
                           TO WS-Exc-Reason
                       PERFORM PRINT-EXCEPTION-LINE
                   WHEN NOT TBL-PRINTED(WS-Idx)
                       MOVE 'REPORTING LOOP - NOT CHARTED'
                           TO WS-Exc-Reason
                       PERFORM PRINT-EXCEPTION-LINE
               END-EVALUATE
           END-IF.
           ADD 1 TO WS-Idx.

       PRINT-EXCEPTION-LINE.
           IF WS-Line-Count >= WS-Max-Lines-Per-Page
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-Tbl-Id(WS-Idx) TO WS-Exc-Id.
           MOVE WS-Tbl-Last(WS-Idx) TO WS-Exc-Last.
           MOVE WS-Tbl-First(WS-Idx) TO WS-Exc-First.
           MOVE WS-Tbl-Dept(WS-Idx) TO WS-Exc-Dept.
           MOVE WS-Tbl-Supervisor(WS-Idx) TO WS-Exc-Supervisor.
           WRITE ORG-REPORT-LINE FROM WS-Exception-Line.
           ADD 1 TO WS-Line-Count.
           ADD 1 TO WS-Exception-Count.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-Page-Count.
           MOVE WS-Page-Count TO WS-Title-Page.
           WRITE ORG-REPORT-LINE FROM WS-Title-Line.
           WRITE ORG-REPORT-LINE FROM WS-Date-Line.
           WRITE ORG-REPORT-LINE FROM WS-Current-Section.
           WRITE ORG-REPORT-LINE FROM WS-Current-Column.
           MOVE 4 TO WS-Line-Count.

       WRITE-REPORT-TRAILER.
           MOVE WS-Charted-Count TO WS-Trailer-Charted.
           MOVE WS-Exception-Count TO WS-Trailer-Exceptions.
           WRITE ORG-REPORT-LINE FROM WS-Trailer-Line.

       CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER.
           CLOSE ORG-REPORT.
      ** add other procedures here
       END PROGRAM ORGCHART.
