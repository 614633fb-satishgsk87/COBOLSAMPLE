      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Nightly consistency audit of the online EMPFILE, the
      *          employee master EMPSYNC has just refreshed, and the
      *          most recent PAYEXTR payroll extract, so drift between
      *          them is found the morning after rather than when
      *          payroll calls. The three files are all in Employee-Id
      *          order and are match-merged in one pass. The audit
      *          reports an id on EMPFILE but not on the master or the
      *          other way round, an id on the payroll extract that is
      *          not on the master, every name, date, status,
      *          department and supervisor field on which EMPFILE and
      *          the master disagree, every name and hire date on
      *          which the extract and the master disagree, a
      *          terminated employee still on the extract, and an
      *          active employee who should have been sent to payroll
      *          but is not on the extract. PAYEXTR may have run full
      *          or incremental; the PAYCTL control dates tell which
      *          hires the last extract was due to carry (see
      *          CHECK-PAYROLL-DUE). Every line printed is one break.
      *          Any break ends the run RC 4; more breaks than the
      *          threshold in the JCL PARM (four digits, default 0010)
      *          ends it RC 8 so the morning shift sees it in the job
      *          log. The step waits on EMPSYNC through RUNCTL but
      *          writes no stamp of its own, so it may be rerun.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SYNCAUD.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT EMPLOYEE-VSAM
               ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VSAM-Employee-Id
               FILE STATUS IS WS-Vsam-Status.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Employee-Status.

           SELECT PAYROLL-EXTRACT
               ASSIGN TO "PAYEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Payroll-Status.

           SELECT PAY-CONTROL
               ASSIGN TO "PAYCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Control-Status.

           SELECT AUDIT-REPORT
               ASSIGN TO "SYNCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  EMPLOYEE-VSAM
           RECORD CONTAINS 75 CHARACTERS.
       01  VSAM-EMPLOYEE-RECORD.
           05  VSAM-Employee-Id       PIC X(06).
           05  VSAM-First-Name        PIC X(10).
           05  VSAM-Middle-Name       PIC X(10).
           05  VSAM-Last-Name         PIC X(10).
           05  VSAM-Name-Suffix       PIC X(04).
           05  VSAM-Date-Of-Birth     PIC X(08).
           05  VSAM-Hire-Date         PIC X(08).
           05  VSAM-Employment-Status PIC X(01).
               88  VSAM-ACTIVE        VALUE 'A' SPACE.
           05  VSAM-Termination-Date  PIC X(08).
           05  VSAM-Department-Code   PIC X(04).
           05  VSAM-Supervisor-Id     PIC X(06).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PERSONREC.
           COPY EMPTRLR.

       FD  PAYROLL-EXTRACT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PAYROLL-EXTRACT-RECORD.
           05  PAY-Employee-Id        PIC X(06).
           05  PAY-Last-Name          PIC X(15).
           05  PAY-First-Name         PIC X(15).
           05  PAY-Middle-Initial     PIC X(01).
           05  PAY-Hire-Date          PIC X(08).
           05  PAY-Pay-Type           PIC X(01).
           05  PAY-Rate               PIC 9(07)V99.
           05  FILLER                 PIC X(05).

       FD  PAY-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PAY-CONTROL-RECORD.
           05  PCTL-Last-Extract-Date PIC 9(08).

       FD  AUDIT-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-Vsam-Status             PIC XX.
       01  WS-Employee-Status         PIC XX.
       01  WS-Payroll-Status          PIC XX.
       01  WS-Control-Status          PIC XX.
       01  WS-Report-Status           PIC XX.
       01  WS-Flags.
           05  WS-Vsam-EOF-Switch      PIC X VALUE 'N'.
               88  VSAM-EOF            VALUE 'Y'.
           05  WS-Master-EOF-Switch    PIC X VALUE 'N'.
               88  MASTER-EOF          VALUE 'Y'.
           05  WS-Payroll-EOF-Switch   PIC X VALUE 'N'.
               88  PAYROLL-EOF         VALUE 'Y'.
           05  WS-Control-EOF-Switch   PIC X VALUE 'N'.
               88  CONTROL-EOF         VALUE 'Y'.
           05  WS-Full-Extract-Switch  PIC X VALUE 'N'.
               88  FULL-EXTRACT        VALUE 'Y'.
           05  WS-Valid-Record-Switch  PIC X VALUE 'Y'.
               88  VALID-RECORD        VALUE 'Y'.
               88  INVALID-RECORD      VALUE 'N'.

       01  WS-Reject-Reason           PIC X(32).

       01  WS-Merge-Keys.
           05  WS-Vsam-Key            PIC X(06).
           05  WS-Master-Key          PIC X(06).
           05  WS-Payroll-Key         PIC X(06).
           05  WS-Low-Key             PIC X(06).

       01  WS-Match-Switches.
           05  WS-On-Vsam-Switch       PIC X.
               88  ON-VSAM             VALUE 'Y'.
           05  WS-On-Master-Switch     PIC X.
               88  ON-MASTER           VALUE 'Y'.
           05  WS-On-Payroll-Switch    PIC X.
               88  ON-PAYROLL          VALUE 'Y'.

       01  WS-Control-Dates.
           05  WS-Prior-Extract-Date  PIC 9(08) VALUE ZERO.
           05  WS-Last-Extract-Date   PIC 9(08) VALUE ZERO.

       01  WS-Compare-Fields.
           05  WS-Master-Middle-Init  PIC X(01).
           05  WS-Master-Hire-Num     PIC 9(08).
           05  WS-Master-Hire-X REDEFINES WS-Master-Hire-Num
                                      PIC X(08).
           05  WS-Pay-Hire-Num        PIC 9(08).
           05  WS-Pay-Hire-X REDEFINES WS-Pay-Hire-Num
                                      PIC X(08).

       01  WS-Break-Threshold         PIC 9(04) VALUE 10.

       01  WS-Counters.
           05  WS-Ids-Compared        PIC 9(08) VALUE ZERO.
           05  WS-Not-On-Master       PIC 9(08) VALUE ZERO.
           05  WS-Not-On-Vsam         PIC 9(08) VALUE ZERO.
           05  WS-Payroll-Only        PIC 9(08) VALUE ZERO.
           05  WS-Field-Mismatches    PIC 9(08) VALUE ZERO.
           05  WS-Terminated-On-Pay   PIC 9(08) VALUE ZERO.
           05  WS-Not-Sent            PIC 9(08) VALUE ZERO.
           05  WS-Break-Count         PIC 9(08) VALUE ZERO.

       01  WS-Run-Date                PIC 9(08).
       01  WS-Run-Date-Parts REDEFINES WS-Run-Date.
           05  WS-Run-Year            PIC 9(04).
           05  WS-Run-Month           PIC 9(02).
           05  WS-Run-Day             PIC 9(02).

       01  WS-Page-Count              PIC 9(04) VALUE ZERO.
       01  WS-Line-Count              PIC 9(03) VALUE 99.
       01  WS-Max-Lines-Per-Page      PIC 9(03) VALUE 60.

       01  WS-Run-Control-Parms.
           05  WS-Rctl-Function       PIC X(01) VALUE 'C'.
           05  WS-Rctl-Step           PIC X(08) VALUE 'SYNCAUD'.
           05  WS-Rctl-Pred           PIC X(08) VALUE 'EMPSYNC'.
           05  WS-Rctl-OK-Switch      PIC X(01).
               88  RUN-CLEARED        VALUE 'Y'.

       01  WS-Title-Line.
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(35) VALUE
               'EMPFILE / MASTER / PAYROLL AUDIT'.
           05  FILLER                 PIC X(11) VALUE SPACES.
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

       01  WS-Extract-Line.
           05  FILLER                 PIC X(22) VALUE
                                       'PAYROLL EXTRACT DATED '.
           05  WS-Extract-Date        PIC X(08).
           05  FILLER                 PIC X(03) VALUE ' - '.
           05  WS-Extract-Kind        PIC X(47).

       01  WS-Column-Line.
           05  FILLER                 PIC X(36) VALUE
               'EMP ID CHECK'.
           05  FILLER                 PIC X(19) VALUE
               'EMPFILE/PAYROLL'.
           05  FILLER                 PIC X(25) VALUE
               'MASTER'.

       01  WS-Detail-Line.
           05  WS-Detail-Id           PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Check        PIC X(28).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-First        PIC X(18).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Second       PIC X(25).

       01  WS-Total-Line.
           05  WS-Total-Caption       PIC X(26).
           05  WS-Total-Value         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(43) VALUE SPACES.

       01  WS-Trailer-Line.
           05  FILLER                 PIC X(13) VALUE
                                       'END OF REPORT'.
           05  FILLER                 PIC X(4) VALUE ' -- '.
           05  WS-Trailer-Breaks      PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(18) VALUE
                                       ' BREAKS, THRESHOLD'.
           05  WS-Trailer-Threshold   PIC ZZZ9.
           05  FILLER                 PIC X(34) VALUE SPACES.

       LINKAGE SECTION.
      *-----------------------
       01  LK-Run-Parm.
           05  LK-Parm-Length         PIC S9(4) COMP.
           05  LK-Parm-Data.
               10  LK-Parm-Threshold  PIC X(04).

      *-----------------------
       PROCEDURE DIVISION USING LK-Run-Parm.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM READ-EXTRACT-DATES.
           PERFORM OPEN-FILES.
           PERFORM CLASSIFY-PAYROLL-EXTRACT.
           PERFORM WRITE-PAGE-HEADER.
           PERFORM WRITE-EXTRACT-LINE.
           PERFORM WRITE-COLUMN-HEADER.
           PERFORM READ-EMPLOYEE-VSAM.
           PERFORM READ-EMPLOYEE-MASTER.
           PERFORM READ-PAYROLL-EXTRACT.
           PERFORM AUDIT-ONE-ID
               UNTIL VSAM-EOF AND MASTER-EOF AND PAYROLL-EOF.
           PERFORM WRITE-AUDIT-TOTALS.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM CLOSE-FILES.
           PERFORM SET-RETURN-CODE.
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           MOVE WS-Run-Month TO WS-Date-Month.
           MOVE WS-Run-Day TO WS-Date-Day.
           MOVE WS-Run-Year TO WS-Date-Year.
           IF LK-Parm-Length >= 4
                   AND LK-Parm-Threshold IS NUMERIC
               MOVE LK-Parm-Threshold TO WS-Break-Threshold
           END-IF.

       CHECK-RUN-CONTROL.
      **
      * Auditing a master EMPSYNC has not refreshed tonight would
      * report last night's drift as today's. A check-only call -
      * the audit writes nothing, so a rerun must not be refused.
      **
           CALL 'RUNCTL' USING WS-Rctl-Function
                                WS-Rctl-Step
                                WS-Rctl-Pred
                                WS-Rctl-OK-Switch.
           IF NOT RUN-CLEARED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-EXTRACT-DATES.
      **
      * PAYCTL carries one date per completed F or I extract, the
      * last one being the extract now on PAYEXTR and the one before
      * it the cutoff an incremental run used. A missing or empty
      * file leaves both at zero - the extract is then taken as a
      * full one.
      **
           OPEN INPUT PAY-CONTROL.
           IF WS-Control-Status = '00'
               PERFORM READ-NEXT-CONTROL-RECORD
               PERFORM READ-NEXT-CONTROL-RECORD UNTIL CONTROL-EOF
               CLOSE PAY-CONTROL
           ELSE
               DISPLAY 'SYNCAUD - NO PAY-CONTROL, STATUS = '
                   WS-Control-Status ' - EXTRACT TAKEN AS FULL'
           END-IF.

       READ-NEXT-CONTROL-RECORD.
           READ PAY-CONTROL
               AT END
                   SET CONTROL-EOF TO TRUE
               NOT AT END
                   MOVE WS-Last-Extract-Date
                       TO WS-Prior-Extract-Date
                   MOVE PCTL-Last-Extract-Date
                       TO WS-Last-Extract-Date
           END-READ.

       OPEN-FILES.
           OPEN INPUT EMPLOYEE-VSAM.
           IF WS-Vsam-Status NOT = '00'
               DISPLAY 'SYNCAUD - UNABLE TO OPEN EMPLOYEE-VSAM, '
                   'STATUS = ' WS-Vsam-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'SYNCAUD - UNABLE TO OPEN EMPLOYEE-MASTER, '
                   'STATUS = ' WS-Employee-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PAYROLL-EXTRACT.
           IF WS-Payroll-Status NOT = '00'
               DISPLAY 'SYNCAUD - UNABLE TO OPEN PAYROLL-EXTRACT, '
                   'STATUS = ' WS-Payroll-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT AUDIT-REPORT.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'SYNCAUD - UNABLE TO OPEN AUDIT-REPORT, '
                   'STATUS = ' WS-Report-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLASSIFY-PAYROLL-EXTRACT.
      **
      * An I run sends only hires dated on or after the previous
      * control date, an F run every active employee. The control
      * file does not record which mode ran, so a first pass over
      * the extract decides: any record hired before the previous
      * control date can only have come from a full extract. The
      * file is then reopened for the match.
      **
           IF WS-Prior-Extract-Date = ZERO
               SET FULL-EXTRACT TO TRUE
           ELSE
               PERFORM READ-PAYROLL-EXTRACT
               PERFORM SCAN-PAYROLL-EXTRACT
                   UNTIL PAYROLL-EOF OR FULL-EXTRACT
               CLOSE PAYROLL-EXTRACT
               MOVE 'N' TO WS-Payroll-EOF-Switch
               OPEN INPUT PAYROLL-EXTRACT
           END-IF.

       SCAN-PAYROLL-EXTRACT.
           MOVE PAY-Hire-Date TO WS-Pay-Hire-X.
           IF WS-Pay-Hire-Num < WS-Prior-Extract-Date
               SET FULL-EXTRACT TO TRUE
           ELSE
               PERFORM READ-PAYROLL-EXTRACT
           END-IF.

       READ-EMPLOYEE-VSAM.
           READ EMPLOYEE-VSAM
               AT END
                   SET VSAM-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-Vsam-Key
               NOT AT END
                   MOVE VSAM-Employee-Id TO WS-Vsam-Key
           END-READ.

       READ-EMPLOYEE-MASTER.
           READ EMPLOYEE-MASTER
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   IF Trailer-Id = 'TRLR99'
                       SET MASTER-EOF TO TRUE
                   END-IF
           END-READ.
           IF MASTER-EOF
               MOVE HIGH-VALUES TO WS-Master-Key
           ELSE
               MOVE Employee-Id TO WS-Master-Key
           END-IF.

       READ-PAYROLL-EXTRACT.
           READ PAYROLL-EXTRACT
               AT END
                   SET PAYROLL-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-Payroll-Key
               NOT AT END
                   MOVE PAY-Employee-Id TO WS-Payroll-Key
           END-READ.

       AUDIT-ONE-ID.
      **
      * The lowest key of the three is the id in hand; each file
      * holding it is compared and then read forward.
      **
           MOVE WS-Vsam-Key TO WS-Low-Key.
           IF WS-Master-Key < WS-Low-Key
               MOVE WS-Master-Key TO WS-Low-Key
           END-IF.
           IF WS-Payroll-Key < WS-Low-Key
               MOVE WS-Payroll-Key TO WS-Low-Key
           END-IF.
           MOVE 'N' TO WS-On-Vsam-Switch.
           MOVE 'N' TO WS-On-Master-Switch.
           MOVE 'N' TO WS-On-Payroll-Switch.
           IF WS-Vsam-Key = WS-Low-Key
               SET ON-VSAM TO TRUE
           END-IF.
           IF WS-Master-Key = WS-Low-Key
               SET ON-MASTER TO TRUE
           END-IF.
           IF WS-Payroll-Key = WS-Low-Key
               SET ON-PAYROLL TO TRUE
           END-IF.
           ADD 1 TO WS-Ids-Compared.

           EVALUATE TRUE
               WHEN ON-VSAM AND ON-MASTER
                   PERFORM COMPARE-VSAM-TO-MASTER
               WHEN ON-VSAM
                   MOVE 'ON EMPFILE, NOT ON MASTER'
                       TO WS-Detail-Check
                   MOVE VSAM-Last-Name TO WS-Detail-First
                   MOVE SPACES TO WS-Detail-Second
                   ADD 1 TO WS-Not-On-Master
                   PERFORM WRITE-BREAK-LINE
               WHEN ON-MASTER
                   MOVE 'ON MASTER, NOT ON EMPFILE'
                       TO WS-Detail-Check
                   MOVE SPACES TO WS-Detail-First
                   MOVE Last-Name TO WS-Detail-Second
                   ADD 1 TO WS-Not-On-Vsam
                   PERFORM WRITE-BREAK-LINE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN ON-PAYROLL AND ON-MASTER
                   PERFORM COMPARE-PAYROLL-TO-MASTER
               WHEN ON-PAYROLL
                   MOVE 'ON PAYROLL, NOT ON MASTER'
                       TO WS-Detail-Check
                   MOVE PAY-Last-Name TO WS-Detail-First
                   MOVE SPACES TO WS-Detail-Second
                   ADD 1 TO WS-Payroll-Only
                   PERFORM WRITE-BREAK-LINE
               WHEN ON-MASTER AND EMPLOYEE-ACTIVE
                   PERFORM CHECK-PAYROLL-DUE
           END-EVALUATE.

           IF ON-VSAM
               PERFORM READ-EMPLOYEE-VSAM
           END-IF.
           IF ON-MASTER
               PERFORM READ-EMPLOYEE-MASTER
           END-IF.
           IF ON-PAYROLL
               PERFORM READ-PAYROLL-EXTRACT
           END-IF.

       COMPARE-VSAM-TO-MASTER.
      **
      * EMPSYNC copies the online record over the master's, so the
      * two should be byte for byte equal; only a record that is not
      * is taken apart field by field. A blank status and an A both
      * read as active, as they do everywhere else.
      **
           IF VSAM-EMPLOYEE-RECORD NOT = PERSON-RECORD
               IF VSAM-First-Name NOT = First-Name
                   MOVE 'FIRST NAME DIFFERS' TO WS-Detail-Check
                   MOVE VSAM-First-Name TO WS-Detail-First
                   MOVE First-Name TO WS-Detail-Second
                   PERFORM WRITE-FIELD-MISMATCH
               END-IF
               IF VSAM-Middle-Name NOT = Middle-Name
                   MOVE 'MIDDLE NAME DIFFERS' TO WS-Detail-Check
                   MOVE VSAM-Middle-Name TO WS-Detail-First
                   MOVE Middle-Name TO WS-Detail-Second
                   PERFORM WRITE-FIELD-MISMATCH
               END-IF
               IF VSAM-Last-Name NOT = Last-Name
                   MOVE 'LAST NAME DIFFERS' TO WS-Detail-Check
                   MOVE VSAM-Last-Name TO WS-Detail-First
                   MOVE Last-Name TO WS-Detail-Second
                   PERFORM WRITE-FIELD-MISMATCH
               END-IF
               IF VSAM-Name-Suffix NOT = Name-Suffix
                   MOVE 'NAME SUFFIX DIFFERS' TO WS-Detail-Check
                   MOVE VSAM-Name-Suffix TO WS-Detail-First
                   MOVE Name-Suffix TO WS-Detail-Second
                   PERFORM WRITE-FIELD-MISMATCH
               END-IF
               IF VSAM-Date-Of-Birth NOT = Date-Of-Birth
                   MOVE 'BIRTH DATE DIFFERS' TO WS-Detail-Check
                   MOVE VSAM-Date-Of-Birth TO WS-Detail-First
                   MOVE Date-Of-Birth TO WS-Detail-Second
                   PERFORM WRITE-FIELD-MISMATCH
               END-IF
               IF VSAM-Hire-Date NOT = Hire-Date
                   MOVE 'HIRE DATE DIFFERS' TO WS-Detail-Check
                   MOVE VSAM-Hire-Date TO WS-Detail-First
                   MOVE Hire-Date TO WS-Detail-Second
                   PERFORM WRITE-FIELD-MISMATCH
               END-IF
               IF VSAM-Employment-Status NOT = Employment-Status
                   AND NOT (VSAM-ACTIVE AND EMPLOYEE-ACTIVE)
                   MOVE 'STATUS DIFFERS' TO WS-Detail-Check
                   MOVE VSAM-Employment-Status TO WS-Detail-First
                   MOVE Employment-Status TO WS-Detail-Second
                   PERFORM WRITE-FIELD-MISMATCH
               END-IF
               IF VSAM-Termination-Date NOT = Termination-Date
                   MOVE 'TERMINATION DATE DIFFERS'
                       TO WS-Detail-Check
                   MOVE VSAM-Termination-Date TO WS-Detail-First
                   MOVE Termination-Date TO WS-Detail-Second
                   PERFORM WRITE-FIELD-MISMATCH
               END-IF
               IF VSAM-Department-Code NOT = Department-Code
                   MOVE 'DEPARTMENT DIFFERS' TO WS-Detail-Check
                   MOVE VSAM-Department-Code TO WS-Detail-First
                   MOVE Department-Code TO WS-Detail-Second
                   PERFORM WRITE-FIELD-MISMATCH
               END-IF
               IF VSAM-Supervisor-Id NOT = Supervisor-Id
                   MOVE 'SUPERVISOR DIFFERS' TO WS-Detail-Check
                   MOVE VSAM-Supervisor-Id TO WS-Detail-First
                   MOVE Supervisor-Id TO WS-Detail-Second
                   PERFORM WRITE-FIELD-MISMATCH
               END-IF
           END-IF.

       COMPARE-PAYROLL-TO-MASTER.
      **
      * The extract carries the name fields widened to 15 and only
      * the first letter of the middle name, as PAYEXTR builds them.
      * A master record terminated since the extract ran means
      * payroll is still paying a leaver until it hears otherwise.
      **
           IF EMPLOYEE-TERMINATED
               MOVE 'TERMINATED, ON PAYROLL' TO WS-Detail-Check
               MOVE PAY-Last-Name TO WS-Detail-First
               MOVE Termination-Date TO WS-Detail-Second
               ADD 1 TO WS-Terminated-On-Pay
               PERFORM WRITE-BREAK-LINE
           END-IF.
           IF PAY-Last-Name NOT = Last-Name
               MOVE 'PAYROLL LAST NAME DIFFERS' TO WS-Detail-Check
               MOVE PAY-Last-Name TO WS-Detail-First
               MOVE Last-Name TO WS-Detail-Second
               PERFORM WRITE-FIELD-MISMATCH
           END-IF.
           IF PAY-First-Name NOT = First-Name
               MOVE 'PAYROLL FIRST NAME DIFFERS' TO WS-Detail-Check
               MOVE PAY-First-Name TO WS-Detail-First
               MOVE First-Name TO WS-Detail-Second
               PERFORM WRITE-FIELD-MISMATCH
           END-IF.
           MOVE Middle-Name TO WS-Master-Middle-Init.
           IF PAY-Middle-Initial NOT = WS-Master-Middle-Init
               MOVE 'PAYROLL MIDDLE INIT DIFFERS' TO WS-Detail-Check
               MOVE PAY-Middle-Initial TO WS-Detail-First
               MOVE Middle-Name TO WS-Detail-Second
               PERFORM WRITE-FIELD-MISMATCH
           END-IF.
           IF PAY-Hire-Date NOT = Hire-Date
               MOVE 'PAYROLL HIRE DATE DIFFERS' TO WS-Detail-Check
               MOVE PAY-Hire-Date TO WS-Detail-First
               MOVE Hire-Date TO WS-Detail-Second
               PERFORM WRITE-FIELD-MISMATCH
           END-IF.

       CHECK-PAYROLL-DUE.
      **
      * An active employee missing from the extract is only a break
      * if the last extract was due to carry them. A hire dated on
      * or after the last control date is due on the next extract,
      * not this one. An incremental extract was due to carry only
      * hires dated on or after the control date before that; a
      * full extract everyone. PAYEXTR drops a record that fails
      * the name or date edits, so the edit's reason is shown.
      **
           MOVE Hire-Date TO WS-Master-Hire-X.
           IF WS-Master-Hire-X IS NOT NUMERIC
               MOVE ZERO TO WS-Master-Hire-Num
           END-IF.
           IF WS-Last-Extract-Date > ZERO
                   AND WS-Master-Hire-Num >= WS-Last-Extract-Date
               CONTINUE
           ELSE
               IF FULL-EXTRACT
                       OR WS-Master-Hire-Num >= WS-Prior-Extract-Date
                   PERFORM REPORT-NOT-SENT
               END-IF
           END-IF.

       REPORT-NOT-SENT.
           MOVE 'NEVER SENT TO PAYROLL' TO WS-Detail-Check.
           MOVE Hire-Date TO WS-Detail-First.
           MOVE SPACES TO WS-Detail-Second.
           CALL 'VALIDNAM' USING First-Name
                                  Last-Name
                                  WS-Valid-Record-Switch
                                  WS-Reject-Reason.
           IF VALID-RECORD
               CALL 'VALIDDTE' USING Date-Of-Birth
                                      Hire-Date
                                      WS-Valid-Record-Switch
                                      WS-Reject-Reason
           END-IF.
           IF INVALID-RECORD
               MOVE WS-Reject-Reason TO WS-Detail-Second
           END-IF.
           ADD 1 TO WS-Not-Sent.
           PERFORM WRITE-BREAK-LINE.

       WRITE-FIELD-MISMATCH.
           ADD 1 TO WS-Field-Mismatches.
           PERFORM WRITE-BREAK-LINE.

       WRITE-BREAK-LINE.
           MOVE WS-Low-Key TO WS-Detail-Id.
           ADD 1 TO WS-Break-Count.
           IF WS-Line-Count >= WS-Max-Lines-Per-Page
               PERFORM WRITE-PAGE-HEADER
               PERFORM WRITE-COLUMN-HEADER
           END-IF.
           WRITE AUDIT-REPORT-LINE FROM WS-Detail-Line.
           ADD 1 TO WS-Line-Count.

       WRITE-EXTRACT-LINE.
           IF WS-Last-Extract-Date = ZERO
               MOVE 'UNKNOWN' TO WS-Extract-Date
           ELSE
               MOVE WS-Last-Extract-Date TO WS-Extract-Date
           END-IF.
           IF FULL-EXTRACT
               MOVE 'FULL' TO WS-Extract-Kind
           ELSE
               MOVE SPACES TO WS-Extract-Kind
               STRING 'INCREMENTAL, HIRES FROM '
                      WS-Prior-Extract-Date
                      DELIMITED BY SIZE
                      INTO WS-Extract-Kind
           END-IF.
           WRITE AUDIT-REPORT-LINE FROM WS-Extract-Line.
           ADD 1 TO WS-Line-Count.
           PERFORM WRITE-BLANK-LINE.

       WRITE-AUDIT-TOTALS.
           IF WS-Line-Count + 10 > WS-Max-Lines-Per-Page
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           MOVE 'IDS COMPARED' TO WS-Total-Caption.
           MOVE WS-Ids-Compared TO WS-Total-Value.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'ON EMPFILE, NOT ON MASTER' TO WS-Total-Caption.
           MOVE WS-Not-On-Master TO WS-Total-Value.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'ON MASTER, NOT ON EMPFILE' TO WS-Total-Caption.
           MOVE WS-Not-On-Vsam TO WS-Total-Value.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'ON PAYROLL, NOT ON MASTER' TO WS-Total-Caption.
           MOVE WS-Payroll-Only TO WS-Total-Value.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'FIELD MISMATCHES' TO WS-Total-Caption.
           MOVE WS-Field-Mismatches TO WS-Total-Value.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'TERMINATED, ON PAYROLL' TO WS-Total-Caption.
           MOVE WS-Terminated-On-Pay TO WS-Total-Value.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'NEVER SENT TO PAYROLL' TO WS-Total-Caption.
           MOVE WS-Not-Sent TO WS-Total-Value.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           WRITE AUDIT-REPORT-LINE FROM WS-Total-Line.
           ADD 1 TO WS-Line-Count.

       WRITE-COLUMN-HEADER.
           WRITE AUDIT-REPORT-LINE FROM WS-Column-Line.
           ADD 1 TO WS-Line-Count.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-Page-Count.
           MOVE WS-Page-Count TO WS-Title-Page.
           WRITE AUDIT-REPORT-LINE FROM WS-Title-Line.
           WRITE AUDIT-REPORT-LINE FROM WS-Date-Line.
           MOVE 2 TO WS-Line-Count.

       WRITE-BLANK-LINE.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           ADD 1 TO WS-Line-Count.

       WRITE-REPORT-TRAILER.
           MOVE WS-Break-Count TO WS-Trailer-Breaks.
           MOVE WS-Break-Threshold TO WS-Trailer-Threshold.
           PERFORM WRITE-BLANK-LINE.
           WRITE AUDIT-REPORT-LINE FROM WS-Trailer-Line.

       CLOSE-FILES.
           CLOSE EMPLOYEE-VSAM.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PAYROLL-EXTRACT.
           CLOSE AUDIT-REPORT.

       SET-RETURN-CODE.
           DISPLAY 'SYNCAUD - ' WS-Ids-Compared ' IDS COMPARED, '
               WS-Break-Count ' BREAKS, THRESHOLD '
               WS-Break-Threshold.
           IF WS-Break-Count > WS-Break-Threshold
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-Break-Count > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      ** add other procedures here
       END PROGRAM SYNCAUD.
