      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Monthly headcount movement report for Finance - the
      *          roll-forward HR used to build by hand from DEPTRPT's
      *          point-in-time counts. For every department on
      *          DEPTMAST, and rolled up by cost center, it prints the
      *          opening headcount, the hires, terminations and
      *          transfers in and out journaled during the month, and
      *          the closing headcount from the employee master. Each
      *          journal entry is classified from its before and after
      *          images: inactive to active (an add or a rehire) is a
      *          hire, active to inactive (a T) a termination, and an
      *          active record whose Department-Code changed a
      *          transfer out of the old department and into the new.
      *          The opening figures are last month's closing figures,
      *          read back from the previous generation of the
      *          headcount balance file this run writes. A department
      *          where opening plus the movements does not equal the
      *          master's closing count is listed as an exception -
      *          something reached the master without being journaled
      *          - and the run ends RC 4. Codes on the master or the
      *          journal but not on DEPTMAST print as UNKNOWN, and
      *          blank codes as UNASSIGNED, so the totals still foot.
      *          The JCL PARM is the report month YYYYMM, defaulting
      *          to the month before the run date.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HCMOVE.
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

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Employee-Status.

           SELECT DEPT-MASTER
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Dept-Status.

           SELECT OPENING-BALANCES
               ASSIGN TO "OPENBAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Open-Bal-Status.

           SELECT CLOSING-BALANCES
               ASSIGN TO "CLOSBAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Close-Bal-Status.

           SELECT MOVEMENT-REPORT
               ASSIGN TO "HCMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CHANGE-JOURNAL
           RECORD CONTAINS 184 CHARACTERS.
           COPY EMPJRNL.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PERSONREC.
           COPY EMPTRLR.

       FD  DEPT-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY DEPTREC.

       FD  OPENING-BALANCES
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY HCBAL.

       FD  CLOSING-BALANCES
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CLOSING-BALANCE-LINE       PIC X(80).

       FD  MOVEMENT-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MOVEMENT-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-Journal-Status          PIC XX.
       01  WS-Employee-Status         PIC XX.
       01  WS-Dept-Status             PIC XX.
       01  WS-Open-Bal-Status         PIC XX.
       01  WS-Close-Bal-Status        PIC XX.
       01  WS-Report-Status           PIC XX.
       01  WS-Flags.
           05  WS-EOF-Switch           PIC X VALUE 'N'.
               88  END-OF-FILE         VALUE 'Y'.
           05  WS-Master-EOF-Switch    PIC X VALUE 'N'.
               88  MASTER-EOF          VALUE 'Y'.
           05  WS-Dept-EOF-Switch      PIC X VALUE 'N'.
               88  DEPT-EOF            VALUE 'Y'.
           05  WS-Open-EOF-Switch      PIC X VALUE 'N'.
               88  OPENING-EOF         VALUE 'Y'.
           05  WS-Dept-Found-Switch    PIC X VALUE 'N'.
               88  DEPT-FOUND          VALUE 'Y'.
           05  WS-CC-Found-Switch      PIC X VALUE 'N'.
               88  CC-FOUND            VALUE 'Y'.
           05  WS-Dept-Full-Switch     PIC X VALUE 'N'.
               88  DEPT-TABLE-FULL     VALUE 'Y'.
           05  WS-CC-Full-Switch       PIC X VALUE 'N'.
               88  CC-TABLE-FULL       VALUE 'Y'.
           05  WS-Opening-Switch       PIC X VALUE 'N'.
               88  OPENING-LOADED      VALUE 'Y'.
           05  WS-Open-Month-Switch    PIC X VALUE 'N'.
               88  OPENING-WRONG-MONTH VALUE 'Y'.

       01  WS-Dept-Table.
           05  WS-Dept-Count          PIC 9(03) COMP VALUE ZERO.
           05  WS-Dept-Max            PIC 9(03) COMP VALUE 100.
           05  WS-Dept-Entry OCCURS 100 TIMES.
               10  WS-Tbl-Dept-Code   PIC X(04).
               10  WS-Tbl-Dept-Name   PIC X(20).
               10  WS-Tbl-Cost-Center PIC X(06).
               10  WS-Tbl-Opening     PIC 9(06).
               10  WS-Tbl-Hires       PIC 9(06).
               10  WS-Tbl-Terms       PIC 9(06).
               10  WS-Tbl-Xfer-In     PIC 9(06).
               10  WS-Tbl-Xfer-Out    PIC 9(06).
               10  WS-Tbl-Closing     PIC 9(06).

       01  WS-CC-Table.
           05  WS-CC-Count            PIC 9(03) COMP VALUE ZERO.
           05  WS-CC-Max              PIC 9(03) COMP VALUE 100.
           05  WS-CC-Entry OCCURS 100 TIMES.
               10  WS-Tbl-CC          PIC X(06).
               10  WS-Tbl-CC-Opening  PIC 9(06).
               10  WS-Tbl-CC-Hires    PIC 9(06).
               10  WS-Tbl-CC-Terms    PIC 9(06).
               10  WS-Tbl-CC-Xfer-In  PIC 9(06).
               10  WS-Tbl-CC-Xfer-Out PIC 9(06).
               10  WS-Tbl-CC-Closing  PIC 9(06).

       01  WS-Subscripts.
           05  WS-Dept-Index          PIC 9(03) COMP.
           05  WS-CC-Index            PIC 9(03) COMP.

       01  WS-Lookup-Dept             PIC X(04).

       01  WS-Before-Work.
           05  WS-Before-Image        PIC X(75).
           05  FILLER REDEFINES WS-Before-Image.
               10  FILLER             PIC X(56).
               10  WS-Before-Status   PIC X(01).
                   88  BEFORE-ACTIVE-STATUS
                                       VALUE 'A' SPACE.
               10  FILLER             PIC X(08).
               10  WS-Before-Dept     PIC X(04).
               10  FILLER             PIC X(06).

       01  WS-After-Work.
           05  WS-After-Image         PIC X(75).
           05  FILLER REDEFINES WS-After-Image.
               10  FILLER             PIC X(56).
               10  WS-After-Status    PIC X(01).
                   88  AFTER-ACTIVE-STATUS
                                       VALUE 'A' SPACE.
               10  FILLER             PIC X(08).
               10  WS-After-Dept      PIC X(04).
               10  FILLER             PIC X(06).

       01  WS-Movement-Switches.
           05  WS-Was-Active-Switch   PIC X VALUE 'N'.
               88  WAS-ACTIVE         VALUE 'Y'.
           05  WS-Now-Active-Switch   PIC X VALUE 'N'.
               88  NOW-ACTIVE         VALUE 'Y'.

       01  WS-Run-Date                PIC 9(08).
       01  WS-Run-Date-X REDEFINES WS-Run-Date.
           05  WS-Run-Year            PIC 9(04).
           05  WS-Run-Month           PIC 9(02).
           05  WS-Run-Day             PIC 9(02).

       01  WS-Report-Period.
           05  WS-Rpt-Year            PIC 9(04).
           05  WS-Rpt-Month           PIC 9(02).
       01  WS-Report-Period-X REDEFINES WS-Report-Period
                                       PIC X(06).

       01  WS-Prior-Period.
           05  WS-Prior-Year          PIC 9(04).
           05  WS-Prior-Month         PIC 9(02).
       01  WS-Prior-Period-X REDEFINES WS-Prior-Period
                                       PIC X(06).

       01  WS-Footing-Work.
           05  WS-Expected-Closing    PIC S9(07).
           05  WS-Difference          PIC S9(07).

       01  WS-Counters.
           05  WS-Line-Count          PIC 9(4) VALUE ZERO.
           05  WS-Page-Count          PIC 9(4) VALUE ZERO.
           05  WS-Journal-Count       PIC 9(7) VALUE ZERO.
           05  WS-Exception-Count     PIC 9(4) VALUE ZERO.
           05  WS-Max-Lines-Per-Page  PIC 9(4) VALUE 0060.

       01  WS-Grand-Totals.
           05  WS-Total-Opening       PIC 9(06) VALUE ZERO.
           05  WS-Total-Hires         PIC 9(06) VALUE ZERO.
           05  WS-Total-Terms         PIC 9(06) VALUE ZERO.
           05  WS-Total-Xfer-In       PIC 9(06) VALUE ZERO.
           05  WS-Total-Xfer-Out      PIC 9(06) VALUE ZERO.
           05  WS-Total-Closing       PIC 9(06) VALUE ZERO.

       01  WS-Title-Line.
           05  FILLER                 PIC X(22) VALUE SPACES.
           05  FILLER                 PIC X(23) VALUE
                                       'HEADCOUNT MOVEMENT FOR '.
           05  WS-Title-Year          PIC 9(04).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-Title-Month         PIC 9(02).
           05  FILLER                 PIC X(14) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'PAGE '.
           05  WS-Title-Page          PIC ZZZ9.
           05  FILLER                 PIC X(05) VALUE SPACES.

       01  WS-Date-Line.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  WS-Date-Month          PIC 99.
           05  FILLER                 PIC X VALUE '/'.
           05  WS-Date-Day            PIC 99.
           05  FILLER                 PIC X VALUE '/'.
           05  WS-Date-Year           PIC 9999.

       01  WS-Column-Line.
           05  FILLER                 PIC X(28) VALUE
               'DEPT NAME             CC    '.
           05  FILLER                 PIC X(42) VALUE
               '   OPEN  HIRES  TERMS  XF IN XF OUT  CLOSE'.
           05  FILLER                 PIC X(10) VALUE
               '   DIFF'.

       01  WS-Section-Line            PIC X(80).

       01  WS-Detail-Line.
           05  WS-Detail-Code         PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Name         PIC X(16).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-CC           PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Opening      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Hires        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Terms        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Xfer-In      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Xfer-Out     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Closing      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Diff         PIC -ZZZZ9.
           05  WS-Detail-Flag         PIC X(03).

       01  WS-Exception-Line.
           05  WS-Exc-Code            PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Exc-Name            PIC X(16).
           05  FILLER                 PIC X(10) VALUE ' EXPECTED '.
           05  WS-Exc-Expected        PIC -ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' ON MASTER '.
           05  WS-Exc-Closing         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE
                                       ' DIFFERENCE '.
           05  WS-Exc-Difference      PIC -ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.

       01  WS-No-Opening-Line         PIC X(80) VALUE
           'NO OPENING BALANCES - FOOTING NOT CHECKED THIS MONTH'.

       01  WS-Wrong-Month-Line.
           05  FILLER                 PIC X(31) VALUE
               'OPENING BALANCES ARE FOR MONTH '.
           05  WS-Wrong-Month-Found   PIC X(06).
           05  FILLER                 PIC X(13) VALUE
                                       ', EXPECTED '.
           05  WS-Wrong-Month-Wanted  PIC X(06).
           05  FILLER                 PIC X(24) VALUE SPACES.

       01  WS-Journal-Count-Line.
           05  FILLER                 PIC X(17) VALUE
                                       'JOURNAL ENTRIES: '.
           05  WS-Journal-Count-Value PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(54) VALUE SPACES.

       01  WS-Trailer-Line.
           05  FILLER                 PIC X(13) VALUE
                                       'END OF REPORT'.
           05  FILLER                 PIC X(4) VALUE ' -- '.
           05  WS-Trailer-Depts       PIC ZZZ9.
           05  FILLER                 PIC X(14) VALUE
                                       ' DEPARTMENTS, '.
           05  WS-Trailer-Exceptions  PIC ZZZ9.
           05  FILLER                 PIC X(12) VALUE
                                       ' DO NOT FOOT'.
           05  FILLER                 PIC X(29) VALUE SPACES.

       LINKAGE SECTION.
      *-----------------------
       01  LK-Run-Parm.
           05  LK-Parm-Length         PIC S9(4) COMP.
           05  LK-Parm-Data.
               10  LK-Parm-Month      PIC X(06).

      *-----------------------
       PROCEDURE DIVISION USING LK-Run-Parm.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM INITIALIZE-RUN.
           PERFORM LOAD-DEPARTMENT-TABLE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-OPENING-BALANCES.
           PERFORM READ-CHANGE-JOURNAL.
           PERFORM CLASSIFY-JOURNAL-ENTRY UNTIL END-OF-FILE.
           PERFORM READ-EMPLOYEE-MASTER.
           PERFORM COUNT-CLOSING-HEADCOUNT UNTIL MASTER-EOF.
           PERFORM PRINT-DEPARTMENT-MOVEMENTS.
           PERFORM PRINT-COST-CENTER-MOVEMENTS.
           PERFORM PRINT-FOOTING-EXCEPTIONS.
           PERFORM WRITE-CLOSING-BALANCES.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM CLOSE-FILES.
           STOP RUN.

       INITIALIZE-RUN.
      **
      * The report runs after the month has closed, so with no PARM
      * it reports the month before the run date.
      **
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           MOVE WS-Run-Month TO WS-Date-Month.
           MOVE WS-Run-Day TO WS-Date-Day.
           MOVE WS-Run-Year TO WS-Date-Year.
           IF LK-Parm-Length >= 6
                   AND LK-Parm-Month IS NUMERIC
               MOVE LK-Parm-Month TO WS-Report-Period-X
           ELSE
               MOVE WS-Run-Year TO WS-Rpt-Year
               MOVE WS-Run-Month TO WS-Rpt-Month
               IF WS-Rpt-Month = 1
                   SUBTRACT 1 FROM WS-Rpt-Year
                   MOVE 12 TO WS-Rpt-Month
               ELSE
                   SUBTRACT 1 FROM WS-Rpt-Month
               END-IF
           END-IF.
           MOVE WS-Rpt-Year TO WS-Prior-Year.
           MOVE WS-Rpt-Month TO WS-Prior-Month.
           IF WS-Prior-Month = 1
               SUBTRACT 1 FROM WS-Prior-Year
               MOVE 12 TO WS-Prior-Month
           ELSE
               SUBTRACT 1 FROM WS-Prior-Month
           END-IF.
           MOVE WS-Rpt-Year TO WS-Title-Year.
           MOVE WS-Rpt-Month TO WS-Title-Month.

       LOAD-DEPARTMENT-TABLE.
      **
      * Every department on the reference file gets a line, even
      * with no staff and no movement, so Finance sees the full list.
      **
           OPEN INPUT DEPT-MASTER.
           IF WS-Dept-Status = '00'
               PERFORM READ-DEPT-MASTER
               PERFORM LOAD-ONE-DEPARTMENT UNTIL DEPT-EOF
               CLOSE DEPT-MASTER
           ELSE
               DISPLAY 'HCMOVE - NO DEPT-MASTER, STATUS = '
                   WS-Dept-Status
           END-IF.

       READ-DEPT-MASTER.
           READ DEPT-MASTER
               AT END
                   SET DEPT-EOF TO TRUE
           END-READ.

       LOAD-ONE-DEPARTMENT.
           MOVE Dept-Code TO WS-Lookup-Dept.
           PERFORM ADD-DEPARTMENT-ENTRY.
           IF DEPT-FOUND
               MOVE Dept-Name TO WS-Tbl-Dept-Name(WS-Dept-Index)
               MOVE Dept-Cost-Center
                   TO WS-Tbl-Cost-Center(WS-Dept-Index)
           END-IF.
           PERFORM READ-DEPT-MASTER.

       OPEN-FILES.
           OPEN INPUT CHANGE-JOURNAL.
           IF WS-Journal-Status NOT = '00'
               DISPLAY 'HCMOVE - UNABLE TO OPEN CHANGE-JOURNAL, '
                   'STATUS = ' WS-Journal-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'HCMOVE - UNABLE TO OPEN EMPLOYEE-MASTER, '
                   'STATUS = ' WS-Employee-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT OPENING-BALANCES.
           IF WS-Open-Bal-Status NOT = '00'
               DISPLAY 'HCMOVE - UNABLE TO OPEN OPENING-BALANCES, '
                   'STATUS = ' WS-Open-Bal-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CLOSING-BALANCES.
           IF WS-Close-Bal-Status NOT = '00'
               DISPLAY 'HCMOVE - UNABLE TO OPEN CLOSING-BALANCES, '
                   'STATUS = ' WS-Close-Bal-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MOVEMENT-REPORT.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'HCMOVE - UNABLE TO OPEN MOVEMENT-REPORT, '
                   'STATUS = ' WS-Report-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-OPENING-BALANCES.
      **
      * The opening figures are the closing figures the previous
      * month's run wrote. An empty file (the first month, run with
      * the DD dummied out) leaves footing unchecked; balances for
      * any month but the one before are used but flagged, since a
      * skipped or repeated month makes every department suspect.
      **
           PERFORM READ-OPENING-BALANCE.
           PERFORM LOAD-ONE-OPENING-BALANCE UNTIL OPENING-EOF.
           CLOSE OPENING-BALANCES.
           IF NOT OPENING-LOADED
               DISPLAY 'HCMOVE - NO OPENING BALANCES, FOOTING NOT '
                   'CHECKED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF OPENING-WRONG-MONTH
               DISPLAY 'HCMOVE - OPENING BALANCES ARE FOR '
                   WS-Wrong-Month-Found ', EXPECTED '
                   WS-Prior-Period-X
               MOVE 4 TO RETURN-CODE
           END-IF.

       READ-OPENING-BALANCE.
           READ OPENING-BALANCES
               AT END
                   SET OPENING-EOF TO TRUE
           END-READ.

       LOAD-ONE-OPENING-BALANCE.
           SET OPENING-LOADED TO TRUE.
           IF Hcb-Month NOT = WS-Prior-Period-X
               SET OPENING-WRONG-MONTH TO TRUE
               MOVE Hcb-Month TO WS-Wrong-Month-Found
           END-IF.
           MOVE Hcb-Dept-Code TO WS-Lookup-Dept.
           PERFORM ADD-DEPARTMENT-ENTRY.
           IF DEPT-FOUND
               ADD Hcb-Headcount TO WS-Tbl-Opening(WS-Dept-Index)
           END-IF.
           PERFORM READ-OPENING-BALANCE.

       READ-CHANGE-JOURNAL.
           READ CHANGE-JOURNAL
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       CLASSIFY-JOURNAL-ENTRY.
      **
      * The images decide the movement, not the action letter, so an
      * add, a rehire, a scheduled change applied overnight and a
      * bulk card all count the same way. A blank image - the before
      * side of an add - is never active.
      **
           IF Jrnl-Date(1:6) = WS-Report-Period-X
               ADD 1 TO WS-Journal-Count
               MOVE Jrnl-Before-Image TO WS-Before-Image
               MOVE Jrnl-After-Image TO WS-After-Image
               MOVE 'N' TO WS-Was-Active-Switch
               MOVE 'N' TO WS-Now-Active-Switch
               IF WS-Before-Image NOT = SPACES
                       AND BEFORE-ACTIVE-STATUS
                   SET WAS-ACTIVE TO TRUE
               END-IF
               IF WS-After-Image NOT = SPACES
                       AND AFTER-ACTIVE-STATUS
                   SET NOW-ACTIVE TO TRUE
               END-IF
               PERFORM TALLY-MOVEMENT
           END-IF.
           PERFORM READ-CHANGE-JOURNAL.

       TALLY-MOVEMENT.
           IF NOW-ACTIVE AND NOT WAS-ACTIVE
               MOVE WS-After-Dept TO WS-Lookup-Dept
               PERFORM ADD-DEPARTMENT-ENTRY
               IF DEPT-FOUND
                   ADD 1 TO WS-Tbl-Hires(WS-Dept-Index)
               END-IF
           END-IF.
           IF WAS-ACTIVE AND NOT NOW-ACTIVE
               MOVE WS-Before-Dept TO WS-Lookup-Dept
               PERFORM ADD-DEPARTMENT-ENTRY
               IF DEPT-FOUND
                   ADD 1 TO WS-Tbl-Terms(WS-Dept-Index)
               END-IF
           END-IF.
           IF WAS-ACTIVE AND NOW-ACTIVE
                   AND WS-Before-Dept NOT = WS-After-Dept
               MOVE WS-Before-Dept TO WS-Lookup-Dept
               PERFORM ADD-DEPARTMENT-ENTRY
               IF DEPT-FOUND
                   ADD 1 TO WS-Tbl-Xfer-Out(WS-Dept-Index)
               END-IF
               MOVE WS-After-Dept TO WS-Lookup-Dept
               PERFORM ADD-DEPARTMENT-ENTRY
               IF DEPT-FOUND
                   ADD 1 TO WS-Tbl-Xfer-In(WS-Dept-Index)
               END-IF
           END-IF.

       READ-EMPLOYEE-MASTER.
           READ EMPLOYEE-MASTER
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ.

       COUNT-CLOSING-HEADCOUNT.
      **
      * Every active record counts, edited clean or not - the roll-
      * forward has to foot to what is on the file.
      **
           IF Trailer-Id = 'TRLR99'
               SET MASTER-EOF TO TRUE
           ELSE
               IF EMPLOYEE-ACTIVE
                   MOVE Department-Code TO WS-Lookup-Dept
                   PERFORM ADD-DEPARTMENT-ENTRY
                   IF DEPT-FOUND
                       ADD 1 TO WS-Tbl-Closing(WS-Dept-Index)
                   END-IF
               END-IF
               PERFORM READ-EMPLOYEE-MASTER
           END-IF.

       ADD-DEPARTMENT-ENTRY.
      **
      * Find the code in the table, adding it when it is not there -
      * a code missing from the reference file prints as UNKNOWN and
      * a blank one as UNASSIGNED, both under a blank cost center.
      **
           MOVE 'N' TO WS-Dept-Found-Switch.
           MOVE 1 TO WS-Dept-Index.
           PERFORM CHECK-ONE-DEPT-ENTRY
               UNTIL DEPT-FOUND OR WS-Dept-Index > WS-Dept-Count.
           IF NOT DEPT-FOUND
               IF WS-Dept-Count < WS-Dept-Max
                   ADD 1 TO WS-Dept-Count
                   MOVE WS-Dept-Count TO WS-Dept-Index
                   MOVE WS-Lookup-Dept
                       TO WS-Tbl-Dept-Code(WS-Dept-Index)
                   IF WS-Lookup-Dept = SPACES
                       MOVE 'UNASSIGNED'
                           TO WS-Tbl-Dept-Name(WS-Dept-Index)
                   ELSE
                       MOVE 'UNKNOWN'
                           TO WS-Tbl-Dept-Name(WS-Dept-Index)
                   END-IF
                   MOVE SPACES TO WS-Tbl-Cost-Center(WS-Dept-Index)
                   MOVE ZERO TO WS-Tbl-Opening(WS-Dept-Index)
                   MOVE ZERO TO WS-Tbl-Hires(WS-Dept-Index)
                   MOVE ZERO TO WS-Tbl-Terms(WS-Dept-Index)
                   MOVE ZERO TO WS-Tbl-Xfer-In(WS-Dept-Index)
                   MOVE ZERO TO WS-Tbl-Xfer-Out(WS-Dept-Index)
                   MOVE ZERO TO WS-Tbl-Closing(WS-Dept-Index)
                   SET DEPT-FOUND TO TRUE
               ELSE
                   IF NOT DEPT-TABLE-FULL
                       SET DEPT-TABLE-FULL TO TRUE
                       DISPLAY 'HCMOVE - DEPARTMENT TABLE FULL, '
                           'DEPARTMENTS BEYOND ' WS-Dept-Max
                           ' ARE NOT COUNTED'
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-DEPT-ENTRY.
           IF WS-Tbl-Dept-Code(WS-Dept-Index) = WS-Lookup-Dept
               SET DEPT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-Dept-Index
           END-IF.

       PRINT-DEPARTMENT-MOVEMENTS.
           PERFORM WRITE-PAGE-HEADER.
           IF NOT OPENING-LOADED
               WRITE MOVEMENT-REPORT-LINE FROM WS-No-Opening-Line
               ADD 1 TO WS-Line-Count
           END-IF.
           IF OPENING-WRONG-MONTH
               MOVE WS-Prior-Period-X TO WS-Wrong-Month-Wanted
               WRITE MOVEMENT-REPORT-LINE FROM WS-Wrong-Month-Line
               ADD 1 TO WS-Line-Count
           END-IF.
           MOVE WS-Journal-Count TO WS-Journal-Count-Value.
           WRITE MOVEMENT-REPORT-LINE FROM WS-Journal-Count-Line.
           ADD 1 TO WS-Line-Count.
           MOVE 'HEADCOUNT MOVEMENT BY DEPARTMENT' TO WS-Section-Line.
           PERFORM WRITE-SECTION-HEADER.
           PERFORM WRITE-COLUMN-HEADER.
           MOVE 1 TO WS-Dept-Index.
           PERFORM PRINT-ONE-DEPARTMENT
               UNTIL WS-Dept-Index > WS-Dept-Count.
           PERFORM PRINT-GRAND-TOTAL.

       PRINT-ONE-DEPARTMENT.
           COMPUTE WS-Expected-Closing =
               WS-Tbl-Opening(WS-Dept-Index)
               + WS-Tbl-Hires(WS-Dept-Index)
               - WS-Tbl-Terms(WS-Dept-Index)
               + WS-Tbl-Xfer-In(WS-Dept-Index)
               - WS-Tbl-Xfer-Out(WS-Dept-Index).
           COMPUTE WS-Difference =
               WS-Tbl-Closing(WS-Dept-Index) - WS-Expected-Closing.
           MOVE WS-Tbl-Dept-Code(WS-Dept-Index) TO WS-Detail-Code.
           MOVE WS-Tbl-Dept-Name(WS-Dept-Index) TO WS-Detail-Name.
           MOVE WS-Tbl-Cost-Center(WS-Dept-Index) TO WS-Detail-CC.
           MOVE WS-Tbl-Opening(WS-Dept-Index) TO WS-Detail-Opening.
           MOVE WS-Tbl-Hires(WS-Dept-Index) TO WS-Detail-Hires.
           MOVE WS-Tbl-Terms(WS-Dept-Index) TO WS-Detail-Terms.
           MOVE WS-Tbl-Xfer-In(WS-Dept-Index) TO WS-Detail-Xfer-In.
           MOVE WS-Tbl-Xfer-Out(WS-Dept-Index) TO WS-Detail-Xfer-Out.
           MOVE WS-Tbl-Closing(WS-Dept-Index) TO WS-Detail-Closing.
           MOVE WS-Difference TO WS-Detail-Diff.
           MOVE SPACES TO WS-Detail-Flag.
           IF OPENING-LOADED AND WS-Difference NOT = ZERO
               MOVE ' **' TO WS-Detail-Flag
           END-IF.
           PERFORM WRITE-DETAIL-LINE.
           ADD WS-Tbl-Opening(WS-Dept-Index) TO WS-Total-Opening.
           ADD WS-Tbl-Hires(WS-Dept-Index) TO WS-Total-Hires.
           ADD WS-Tbl-Terms(WS-Dept-Index) TO WS-Total-Terms.
           ADD WS-Tbl-Xfer-In(WS-Dept-Index) TO WS-Total-Xfer-In.
           ADD WS-Tbl-Xfer-Out(WS-Dept-Index) TO WS-Total-Xfer-Out.
           ADD WS-Tbl-Closing(WS-Dept-Index) TO WS-Total-Closing.
           PERFORM TALLY-COST-CENTER.
           ADD 1 TO WS-Dept-Index.

       TALLY-COST-CENTER.
           MOVE 'N' TO WS-CC-Found-Switch.
           MOVE 1 TO WS-CC-Index.
           PERFORM CHECK-ONE-CC-ENTRY
               UNTIL CC-FOUND OR WS-CC-Index > WS-CC-Count.
           IF NOT CC-FOUND
               IF WS-CC-Count < WS-CC-Max
                   ADD 1 TO WS-CC-Count
                   MOVE WS-CC-Count TO WS-CC-Index
                   MOVE WS-Tbl-Cost-Center(WS-Dept-Index)
                       TO WS-Tbl-CC(WS-CC-Index)
                   MOVE ZERO TO WS-Tbl-CC-Opening(WS-CC-Index)
                   MOVE ZERO TO WS-Tbl-CC-Hires(WS-CC-Index)
                   MOVE ZERO TO WS-Tbl-CC-Terms(WS-CC-Index)
                   MOVE ZERO TO WS-Tbl-CC-Xfer-In(WS-CC-Index)
                   MOVE ZERO TO WS-Tbl-CC-Xfer-Out(WS-CC-Index)
                   MOVE ZERO TO WS-Tbl-CC-Closing(WS-CC-Index)
                   SET CC-FOUND TO TRUE
               ELSE
                   IF NOT CC-TABLE-FULL
                       SET CC-TABLE-FULL TO TRUE
                       DISPLAY 'HCMOVE - COST CENTER TABLE FULL, '
                           'COST CENTER SUMMARY IS INCOMPLETE'
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF CC-FOUND
               ADD WS-Tbl-Opening(WS-Dept-Index)
                   TO WS-Tbl-CC-Opening(WS-CC-Index)
               ADD WS-Tbl-Hires(WS-Dept-Index)
                   TO WS-Tbl-CC-Hires(WS-CC-Index)
               ADD WS-Tbl-Terms(WS-Dept-Index)
                   TO WS-Tbl-CC-Terms(WS-CC-Index)
               ADD WS-Tbl-Xfer-In(WS-Dept-Index)
                   TO WS-Tbl-CC-Xfer-In(WS-CC-Index)
               ADD WS-Tbl-Xfer-Out(WS-Dept-Index)
                   TO WS-Tbl-CC-Xfer-Out(WS-CC-Index)
               ADD WS-Tbl-Closing(WS-Dept-Index)
                   TO WS-Tbl-CC-Closing(WS-CC-Index)
           END-IF.

       CHECK-ONE-CC-ENTRY.
           IF WS-Tbl-CC(WS-CC-Index)
                   = WS-Tbl-Cost-Center(WS-Dept-Index)
               SET CC-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CC-Index
           END-IF.

       PRINT-GRAND-TOTAL.
           COMPUTE WS-Expected-Closing =
               WS-Total-Opening + WS-Total-Hires - WS-Total-Terms
               + WS-Total-Xfer-In - WS-Total-Xfer-Out.
           COMPUTE WS-Difference =
               WS-Total-Closing - WS-Expected-Closing.
           MOVE SPACES TO WS-Detail-Code.
           MOVE 'ALL DEPARTMENTS' TO WS-Detail-Name.
           MOVE SPACES TO WS-Detail-CC.
           MOVE WS-Total-Opening TO WS-Detail-Opening.
           MOVE WS-Total-Hires TO WS-Detail-Hires.
           MOVE WS-Total-Terms TO WS-Detail-Terms.
           MOVE WS-Total-Xfer-In TO WS-Detail-Xfer-In.
           MOVE WS-Total-Xfer-Out TO WS-Detail-Xfer-Out.
           MOVE WS-Total-Closing TO WS-Detail-Closing.
           MOVE WS-Difference TO WS-Detail-Diff.
           MOVE SPACES TO WS-Detail-Flag.
           IF OPENING-LOADED AND WS-Difference NOT = ZERO
               MOVE ' **' TO WS-Detail-Flag
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-COST-CENTER-MOVEMENTS.
           MOVE 'HEADCOUNT MOVEMENT BY COST CENTER' TO WS-Section-Line.
           PERFORM WRITE-SECTION-HEADER.
           PERFORM WRITE-COLUMN-HEADER.
           MOVE 1 TO WS-CC-Index.
           PERFORM PRINT-ONE-COST-CENTER
               UNTIL WS-CC-Index > WS-CC-Count.

       PRINT-ONE-COST-CENTER.
           COMPUTE WS-Expected-Closing =
               WS-Tbl-CC-Opening(WS-CC-Index)
               + WS-Tbl-CC-Hires(WS-CC-Index)
               - WS-Tbl-CC-Terms(WS-CC-Index)
               + WS-Tbl-CC-Xfer-In(WS-CC-Index)
               - WS-Tbl-CC-Xfer-Out(WS-CC-Index).
           COMPUTE WS-Difference =
               WS-Tbl-CC-Closing(WS-CC-Index) - WS-Expected-Closing.
           MOVE SPACES TO WS-Detail-Code.
           MOVE SPACES TO WS-Detail-Name.
           MOVE WS-Tbl-CC(WS-CC-Index) TO WS-Detail-CC.
           MOVE WS-Tbl-CC-Opening(WS-CC-Index) TO WS-Detail-Opening.
           MOVE WS-Tbl-CC-Hires(WS-CC-Index) TO WS-Detail-Hires.
           MOVE WS-Tbl-CC-Terms(WS-CC-Index) TO WS-Detail-Terms.
           MOVE WS-Tbl-CC-Xfer-In(WS-CC-Index) TO WS-Detail-Xfer-In.
           MOVE WS-Tbl-CC-Xfer-Out(WS-CC-Index)
               TO WS-Detail-Xfer-Out.
           MOVE WS-Tbl-CC-Closing(WS-CC-Index) TO WS-Detail-Closing.
           MOVE WS-Difference TO WS-Detail-Diff.
           MOVE SPACES TO WS-Detail-Flag.
           IF OPENING-LOADED AND WS-Difference NOT = ZERO
               MOVE ' **' TO WS-Detail-Flag
           END-IF.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO WS-CC-Index.

       PRINT-FOOTING-EXCEPTIONS.
      **
      * A department that does not foot had a change reach the master
      * without a journal entry - listed once more on its own so it
      * cannot be missed among the detail lines.
      **
           MOVE 'DEPARTMENTS THAT DO NOT FOOT' TO WS-Section-Line.
           PERFORM WRITE-SECTION-HEADER.
           IF OPENING-LOADED
               MOVE 1 TO WS-Dept-Index
               PERFORM CHECK-ONE-DEPT-FOOTING
                   UNTIL WS-Dept-Index > WS-Dept-Count
               IF WS-Exception-Count = ZERO
                   MOVE 'NONE - EVERY DEPARTMENT FOOTS'
                       TO WS-Section-Line
                   WRITE MOVEMENT-REPORT-LINE FROM WS-Section-Line
                   ADD 1 TO WS-Line-Count
               END-IF
           ELSE
               MOVE 'NOT CHECKED - NO OPENING BALANCES'
                   TO WS-Section-Line
               WRITE MOVEMENT-REPORT-LINE FROM WS-Section-Line
               ADD 1 TO WS-Line-Count
           END-IF.
           IF WS-Exception-Count > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       CHECK-ONE-DEPT-FOOTING.
           COMPUTE WS-Expected-Closing =
               WS-Tbl-Opening(WS-Dept-Index)
               + WS-Tbl-Hires(WS-Dept-Index)
               - WS-Tbl-Terms(WS-Dept-Index)
               + WS-Tbl-Xfer-In(WS-Dept-Index)
               - WS-Tbl-Xfer-Out(WS-Dept-Index).
           COMPUTE WS-Difference =
               WS-Tbl-Closing(WS-Dept-Index) - WS-Expected-Closing.
           IF WS-Difference NOT = ZERO
               ADD 1 TO WS-Exception-Count
               IF WS-Line-Count >= WS-Max-Lines-Per-Page
                   PERFORM WRITE-PAGE-HEADER
               END-IF
               MOVE WS-Tbl-Dept-Code(WS-Dept-Index) TO WS-Exc-Code
               MOVE WS-Tbl-Dept-Name(WS-Dept-Index) TO WS-Exc-Name
               MOVE WS-Expected-Closing TO WS-Exc-Expected
               MOVE WS-Tbl-Closing(WS-Dept-Index) TO WS-Exc-Closing
               MOVE WS-Difference TO WS-Exc-Difference
               WRITE MOVEMENT-REPORT-LINE FROM WS-Exception-Line
               ADD 1 TO WS-Line-Count
           END-IF.
           ADD 1 TO WS-Dept-Index.

       WRITE-CLOSING-BALANCES.
           MOVE 1 TO WS-Dept-Index.
           PERFORM WRITE-ONE-CLOSING-BALANCE
               UNTIL WS-Dept-Index > WS-Dept-Count.

       WRITE-ONE-CLOSING-BALANCE.
           MOVE SPACES TO HEADCOUNT-BALANCE-RECORD.
           MOVE WS-Report-Period-X TO Hcb-Month.
           MOVE WS-Tbl-Dept-Code(WS-Dept-Index) TO Hcb-Dept-Code.
           MOVE WS-Tbl-Closing(WS-Dept-Index) TO Hcb-Headcount.
           WRITE CLOSING-BALANCE-LINE FROM HEADCOUNT-BALANCE-RECORD.
           IF WS-Close-Bal-Status NOT = '00'
               DISPLAY 'HCMOVE - CLOSING-BALANCES WRITE FAILED, '
                   'STATUS = ' WS-Close-Bal-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-Dept-Index.

       WRITE-SECTION-HEADER.
           IF WS-Line-Count + 4 > WS-Max-Lines-Per-Page
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           WRITE MOVEMENT-REPORT-LINE FROM WS-Section-Line.
           ADD 1 TO WS-Line-Count.

       WRITE-COLUMN-HEADER.
           WRITE MOVEMENT-REPORT-LINE FROM WS-Column-Line.
           ADD 1 TO WS-Line-Count.

       WRITE-DETAIL-LINE.
           IF WS-Line-Count >= WS-Max-Lines-Per-Page
               PERFORM WRITE-PAGE-HEADER
               WRITE MOVEMENT-REPORT-LINE FROM WS-Column-Line
               ADD 1 TO WS-Line-Count
           END-IF.
           WRITE MOVEMENT-REPORT-LINE FROM WS-Detail-Line.
           ADD 1 TO WS-Line-Count.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-Page-Count.
           MOVE WS-Page-Count TO WS-Title-Page.
           WRITE MOVEMENT-REPORT-LINE FROM WS-Title-Line.
           WRITE MOVEMENT-REPORT-LINE FROM WS-Date-Line.
           MOVE 2 TO WS-Line-Count.

       WRITE-BLANK-LINE.
           MOVE SPACES TO MOVEMENT-REPORT-LINE.
           WRITE MOVEMENT-REPORT-LINE.
           ADD 1 TO WS-Line-Count.

       WRITE-REPORT-TRAILER.
           MOVE WS-Dept-Count TO WS-Trailer-Depts.
           MOVE WS-Exception-Count TO WS-Trailer-Exceptions.
           PERFORM WRITE-BLANK-LINE.
           WRITE MOVEMENT-REPORT-LINE FROM WS-Trailer-Line.

       CLOSE-FILES.
           CLOSE CHANGE-JOURNAL.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CLOSING-BALANCES.
           CLOSE MOVEMENT-REPORT.
      ** add other procedures here
       END PROGRAM HCMOVE.
