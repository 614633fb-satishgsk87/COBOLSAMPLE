      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Maintain the COMPFILE effective-dated compensation
      *          file from HR's control cards and print the
      *          before/after register HR signs off. Three card
      *          types: R sets one employee's rate from a date - the
      *          hire rate, a promotion, an adjustment or an
      *          individual merit award; P applies a percentage
      *          increase, and F a flat increase, from a date to the
      *          rate in effect for every active employee in one
      *          department on EMPFILE, optionally only the hourly
      *          or only the salaried staff. Every rate is added as
      *          a new record under its effective date, so the file
      *          keeps the full history and the old rate stays in
      *          effect until the new one's date. The JCL PARM is
      *          the run mode and the operator: T (the default)
      *          prints the register only, so HR can sign off the
      *          increase before anything is written; U writes the
      *          same rates and prints the register of what was
      *          written, stamped with the operator. A department
      *          increase is not applied to an employee with no rate
      *          in effect on the date, or with a later rate already
      *          on file that would silently replace it - those are
      *          listed as exceptions for HR to set by hand.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. COMPMNT.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-Id
               FILE STATUS IS WS-Vsam-Status.

           SELECT COMP-FILE
               ASSIGN TO "COMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Comp-Key
               FILE STATUS IS WS-Comp-Status.

           SELECT COMP-CARDS
               ASSIGN TO "COMPCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Card-Status.

           SELECT COMP-REGISTER
               ASSIGN TO "COMPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  EMPLOYEE-VSAM
           RECORD CONTAINS 75 CHARACTERS.
           COPY PERSONREC.

       FD  COMP-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EMPCOMP.

       FD  COMP-CARDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  COMP-CARD-RECORD.
           05  Card-Image.
               10  Card-Type          PIC X(01).
               10  FILLER             PIC X(01).
               10  Card-Employee-Id   PIC X(06).
               10  Card-Dept-View REDEFINES Card-Employee-Id.
                   15  Card-Dept-Code PIC X(04).
                   15  FILLER         PIC X(02).
               10  FILLER             PIC X(01).
               10  Card-Effective-Date PIC X(08).
               10  FILLER             PIC X(01).
               10  Card-Pay-Type      PIC X(01).
               10  FILLER             PIC X(01).
               10  Card-Amount        PIC 9(07)V99.
               10  FILLER             PIC X(01).
               10  Card-Percent       PIC 9(03)V99.
               10  FILLER             PIC X(01).
               10  Card-Reason        PIC X(01).
           05  FILLER                 PIC X(43).

       FD  COMP-REGISTER
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  COMP-REGISTER-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-Vsam-Status             PIC XX.
       01  WS-Comp-Status             PIC XX.
       01  WS-Card-Status             PIC XX.
       01  WS-Report-Status           PIC XX.
       01  WS-Flags.
           05  WS-Card-EOF-Switch      PIC X VALUE 'N'.
               88  CARD-EOF            VALUE 'Y'.
           05  WS-Employee-EOF-Switch  PIC X VALUE 'N'.
               88  EMPLOYEE-EOF        VALUE 'Y'.
           05  WS-Comp-EOF-Switch      PIC X VALUE 'N'.
               88  COMP-EOF            VALUE 'Y'.
           05  WS-Valid-Card-Switch    PIC X VALUE 'Y'.
               88  VALID-CARD          VALUE 'Y'.
               88  INVALID-CARD        VALUE 'N'.
           05  WS-Rate-Found-Switch    PIC X VALUE 'N'.
               88  RATE-FOUND          VALUE 'Y'.
           05  WS-Later-Rate-Switch    PIC X VALUE 'N'.
               88  LATER-RATE-FOUND    VALUE 'Y'.

       01  WS-Run-Mode                PIC X(01) VALUE 'T'.
           88  TRIAL-RUN              VALUE 'T'.
           88  UPDATE-RUN             VALUE 'U'.

       01  WS-Reject-Reason           PIC X(32).
       01  WS-Rate-Disposition        PIC X(20).

       01  WS-Check-Date              PIC 9(08).

       01  WS-Rate-Work.
           05  WS-Comp-Employee-Id    PIC X(06).
           05  WS-Old-Effective-Date  PIC X(08).
           05  WS-Old-Pay-Type        PIC X(01).
           05  WS-Old-Rate            PIC 9(07)V99.
           05  WS-New-Pay-Type        PIC X(01).
           05  WS-New-Rate            PIC 9(07)V99.
           05  WS-Dept-Employees      PIC 9(06).

       01  WS-Run-Info.
           05  WS-Run-Date            PIC 9(08).
           05  WS-Run-User            PIC X(08) VALUE 'BATCH'.
           05  WS-User-Length         PIC S9(4) COMP.

       01  WS-Counters.
           05  WS-Cards-Read          PIC 9(06) VALUE ZERO.
           05  WS-Cards-Rejected      PIC 9(06) VALUE ZERO.
           05  WS-Rates-Changed       PIC 9(06) VALUE ZERO.
           05  WS-Rate-Exceptions     PIC 9(06) VALUE ZERO.
           05  WS-Line-Count          PIC 9(4) VALUE ZERO.
           05  WS-Page-Count          PIC 9(4) VALUE ZERO.
           05  WS-Max-Lines-Per-Page  PIC 9(4) VALUE 0060.

       01  WS-Report-Date-X.
           05  WS-Report-Year         PIC 9(4).
           05  WS-Report-Month        PIC 9(2).
           05  WS-Report-Day          PIC 9(2).

       01  WS-Title-Line.
           05  FILLER                 PIC X(24) VALUE SPACES.
           05  FILLER                 PIC X(32) VALUE
                                       'COMPENSATION CHANGE REGISTER'.
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
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-Date-Mode           PIC X(40).

       01  WS-Column-Line.
           05  FILLER                 PIC X(40) VALUE
               'EMP ID LAST NAME  DEPT T EFF DATE    OLD'.
           05  FILLER                 PIC X(40) VALUE
               ' RATE    NEW RATE R DISPOSITION'.

       01  WS-Card-Line.
           05  FILLER                 PIC X(05) VALUE 'CARD '.
           05  WS-Card-Echo           PIC X(37).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Card-Result         PIC X(32).
           05  FILLER                 PIC X(05) VALUE SPACES.

       01  WS-Register-Line.
           05  WS-Reg-Id              PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Reg-Last            PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Reg-Dept            PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Reg-Type            PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Reg-Eff-Date        PIC X(08).
           05  WS-Reg-Old-Rate        PIC Z,ZZZ,ZZ9.99
                                      BLANK WHEN ZERO.
           05  WS-Reg-New-Rate        PIC Z,ZZZ,ZZ9.99
                                      BLANK WHEN ZERO.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Reg-Reason          PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Reg-Disposition     PIC X(20).

       01  WS-Trailer-Line.
           05  FILLER                 PIC X(13) VALUE
                                       'END OF REPORT'.
           05  FILLER                 PIC X(4) VALUE ' -- '.
           05  WS-Trailer-Changed     PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE
                                       ' RATE CHANGES,'.
           05  WS-Trailer-Exceptions  PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE
                                       ' EXCEPTIONS,'.
           05  WS-Trailer-Rejected    PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(16) VALUE
                                       ' CARDS REJECTED'.

       LINKAGE SECTION.
      *-----------------------
       01  LK-Run-Parm.
           05  LK-Parm-Length         PIC S9(4) COMP.
           05  LK-Parm-Data.
               10  LK-Parm-Mode       PIC X(01).
               10  FILLER             PIC X(01).
               10  LK-Parm-User       PIC X(08).

      *-----------------------
       PROCEDURE DIVISION USING LK-Run-Parm.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM INITIALIZE-RUN.
           PERFORM OPEN-FILES.
           PERFORM READ-COMP-CARD.
           PERFORM PROCESS-COMP-CARDS UNTIL CARD-EOF.
           PERFORM WRITE-REPORT-TRAILER.
           DISPLAY 'COMPMNT COMPLETE - MODE ' WS-Run-Mode ' - '
               WS-Rates-Changed ' RATE CHANGES, '
               WS-Rate-Exceptions ' EXCEPTIONS, '
               WS-Cards-Rejected ' OF ' WS-Cards-Read
               ' CARDS REJECTED'.
           IF WS-Rate-Exceptions > ZERO OR WS-Cards-Rejected > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       INITIALIZE-RUN.
      **
      * Anything but U in the PARM is a trial run - the safe side
      * of a mistyped PARM is a register with nothing written.
      **
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           MOVE WS-Run-Date TO WS-Report-Date-X.
           MOVE WS-Report-Month TO WS-Date-Month.
           MOVE WS-Report-Day TO WS-Date-Day.
           MOVE WS-Report-Year TO WS-Date-Year.
           IF LK-Parm-Length >= 1 AND LK-Parm-Mode = 'U'
               SET UPDATE-RUN TO TRUE
               MOVE 'UPDATE RUN - RATES WRITTEN TO FILE'
                   TO WS-Date-Mode
           ELSE
               SET TRIAL-RUN TO TRUE
               MOVE 'TRIAL RUN - NOTHING WRITTEN'
                   TO WS-Date-Mode
           END-IF.
           IF LK-Parm-Length > 2
               COMPUTE WS-User-Length = LK-Parm-Length - 2
               IF WS-User-Length > 8
                   MOVE 8 TO WS-User-Length
               END-IF
               MOVE SPACES TO WS-Run-User
               MOVE LK-Parm-User(1:WS-User-Length)
                   TO WS-Run-User(1:WS-User-Length)
           END-IF.

       OPEN-FILES.
      **
      * COMPFILE is opened for update even on a trial run - a newly
      * defined, still empty cluster cannot be opened for input -
      * but only an update run writes to it.
      **
           OPEN INPUT EMPLOYEE-VSAM.
           IF WS-Vsam-Status NOT = '00'
               DISPLAY 'COMPMNT - UNABLE TO OPEN EMPLOYEE-VSAM, '
                   'STATUS = ' WS-Vsam-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O COMP-FILE.
           IF WS-Comp-Status NOT = '00'
               DISPLAY 'COMPMNT - UNABLE TO OPEN COMP-FILE, '
                   'STATUS = ' WS-Comp-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT COMP-CARDS.
           IF WS-Card-Status NOT = '00'
               DISPLAY 'COMPMNT - UNABLE TO OPEN COMP-CARDS, '
                   'STATUS = ' WS-Card-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT COMP-REGISTER.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'COMPMNT - UNABLE TO OPEN COMP-REGISTER, '
                   'STATUS = ' WS-Report-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-COMP-CARD.
           READ COMP-CARDS
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Cards-Read
           END-READ.

       PROCESS-COMP-CARDS.
      **
      * Each card is echoed on the register ahead of the rates it
      * produced, so the sign-off copy shows what was asked for
      * beside what it did.
      **
           PERFORM VALIDATE-COMP-CARD.
           MOVE Card-Image TO WS-Card-Echo.
           IF VALID-CARD
               MOVE SPACES TO WS-Card-Result
           ELSE
               MOVE WS-Reject-Reason TO WS-Card-Result
               ADD 1 TO WS-Cards-Rejected
           END-IF.
           PERFORM PRINT-CARD-LINE.
           IF VALID-CARD
               IF Card-Type = 'R'
                   PERFORM APPLY-RATE-CARD
               ELSE
                   PERFORM APPLY-INCREASE-CARD
               END-IF
           END-IF.
           PERFORM READ-COMP-CARD.

       VALIDATE-COMP-CARD.
      **
      * A department increase card with no reason is a merit
      * increase; it may also be an adjustment, but hire and
      * promotion rates are set one employee at a time.
      **
           SET VALID-CARD TO TRUE.
           MOVE SPACES TO WS-Reject-Reason.
           IF Card-Type NOT = 'R' AND Card-Type NOT = 'P'
                   AND Card-Type NOT = 'F'
               SET INVALID-CARD TO TRUE
               MOVE 'INVALID CARD TYPE - USE R, P OR F'
                   TO WS-Reject-Reason
           END-IF.
           IF VALID-CARD
               PERFORM VALIDATE-EFFECTIVE-DATE
           END-IF.
           IF VALID-CARD
               IF Card-Type = 'R'
                   PERFORM VALIDATE-RATE-CARD
               ELSE
                   PERFORM VALIDATE-INCREASE-CARD
               END-IF
           END-IF.

       VALIDATE-EFFECTIVE-DATE.
           IF Card-Effective-Date IS NOT NUMERIC
               SET INVALID-CARD TO TRUE
           ELSE
               MOVE Card-Effective-Date TO WS-Check-Date
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-Check-Date)
                       NOT = ZERO
                   SET INVALID-CARD TO TRUE
               END-IF
           END-IF.
           IF INVALID-CARD
               MOVE 'INVALID EFFECTIVE DATE' TO WS-Reject-Reason
           END-IF.

       VALIDATE-RATE-CARD.
           EVALUATE TRUE
               WHEN Card-Employee-Id = SPACES
                   SET INVALID-CARD TO TRUE
                   MOVE 'EMPLOYEE ID REQUIRED' TO WS-Reject-Reason
               WHEN Card-Pay-Type NOT = 'H'
                       AND Card-Pay-Type NOT = 'S'
                   SET INVALID-CARD TO TRUE
                   MOVE 'PAY TYPE MUST BE H OR S'
                       TO WS-Reject-Reason
               WHEN Card-Amount IS NOT NUMERIC
                   SET INVALID-CARD TO TRUE
                   MOVE 'INVALID RATE' TO WS-Reject-Reason
               WHEN Card-Amount = ZERO
                   SET INVALID-CARD TO TRUE
                   MOVE 'INVALID RATE' TO WS-Reject-Reason
               WHEN Card-Reason NOT = 'H' AND Card-Reason NOT = 'M'
                       AND Card-Reason NOT = 'P'
                       AND Card-Reason NOT = 'A'
                   SET INVALID-CARD TO TRUE
                   MOVE 'REASON MUST BE H, M, P OR A'
                       TO WS-Reject-Reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALIDATE-INCREASE-CARD.
           IF Card-Reason = SPACE
               MOVE 'M' TO Card-Reason
           END-IF.
           EVALUATE TRUE
               WHEN Card-Dept-Code = SPACES
                   SET INVALID-CARD TO TRUE
                   MOVE 'DEPARTMENT CODE REQUIRED'
                       TO WS-Reject-Reason
               WHEN Card-Pay-Type NOT = SPACE
                       AND Card-Pay-Type NOT = 'H'
                       AND Card-Pay-Type NOT = 'S'
                   SET INVALID-CARD TO TRUE
                   MOVE 'PAY TYPE MUST BE H, S OR BLANK'
                       TO WS-Reject-Reason
               WHEN Card-Type = 'P' AND Card-Percent IS NOT NUMERIC
                   SET INVALID-CARD TO TRUE
                   MOVE 'INVALID PERCENT' TO WS-Reject-Reason
               WHEN Card-Type = 'P' AND Card-Percent = ZERO
                   SET INVALID-CARD TO TRUE
                   MOVE 'INVALID PERCENT' TO WS-Reject-Reason
               WHEN Card-Type = 'F' AND Card-Amount IS NOT NUMERIC
                   SET INVALID-CARD TO TRUE
                   MOVE 'INVALID AMOUNT' TO WS-Reject-Reason
               WHEN Card-Type = 'F' AND Card-Amount = ZERO
                   SET INVALID-CARD TO TRUE
                   MOVE 'INVALID AMOUNT' TO WS-Reject-Reason
               WHEN Card-Reason NOT = 'M' AND Card-Reason NOT = 'A'
                   SET INVALID-CARD TO TRUE
                   MOVE 'REASON MUST BE M OR A'
                       TO WS-Reject-Reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-RATE-CARD.
      **
      * An R card may be dated before a rate already on file - a
      * back-dated correction - so only a rate on the same date is
      * refused.
      **
           MOVE SPACES TO WS-Rate-Disposition.
           MOVE ZERO TO WS-Old-Rate.
           MOVE Card-Pay-Type TO WS-New-Pay-Type.
           MOVE Card-Amount TO WS-New-Rate.
           MOVE Card-Employee-Id TO WS-Reg-Id.
           MOVE SPACES TO WS-Reg-Last.
           MOVE SPACES TO WS-Reg-Dept.
           MOVE Card-Employee-Id TO Employee-Id.
           READ EMPLOYEE-VSAM.
           IF WS-Vsam-Status NOT = '00'
               MOVE 'EMPLOYEE NOT ON FILE' TO WS-Rate-Disposition
           ELSE
               MOVE Last-Name TO WS-Reg-Last
               MOVE Department-Code TO WS-Reg-Dept
               IF EMPLOYEE-TERMINATED
                   MOVE 'EMPLOYEE TERMINATED'
                       TO WS-Rate-Disposition
               ELSE
                   MOVE Employee-Id TO WS-Comp-Employee-Id
                   PERFORM FIND-RATE-IN-EFFECT
                   IF RATE-FOUND
                       AND WS-Old-Effective-Date = Card-Effective-Date
                       MOVE 'RATE ALREADY SET'
                           TO WS-Rate-Disposition
                   ELSE
                       PERFORM RECORD-NEW-RATE
                   END-IF
               END-IF
           END-IF.
           PERFORM PRINT-REGISTER-LINE.

       APPLY-INCREASE-CARD.
      **
      * One pass over EMPFILE in key order per department card -
      * the register comes out in employee id order.
      **
           MOVE ZERO TO WS-Dept-Employees.
           MOVE 'N' TO WS-Employee-EOF-Switch.
           MOVE LOW-VALUES TO Employee-Id.
           START EMPLOYEE-VSAM KEY IS NOT LESS THAN Employee-Id
               INVALID KEY
                   SET EMPLOYEE-EOF TO TRUE
           END-START.
           IF NOT EMPLOYEE-EOF
               PERFORM READ-NEXT-EMPLOYEE
           END-IF.
           PERFORM INCREASE-DEPT-EMPLOYEE UNTIL EMPLOYEE-EOF.
           IF WS-Dept-Employees = ZERO
               MOVE SPACES TO WS-Reg-Id
               MOVE SPACES TO WS-Reg-Last
               MOVE Card-Dept-Code TO WS-Reg-Dept
               MOVE SPACE TO WS-New-Pay-Type
               MOVE ZERO TO WS-Old-Rate
               MOVE ZERO TO WS-New-Rate
               MOVE 'NO ACTIVE EMPLOYEES' TO WS-Rate-Disposition
               PERFORM PRINT-REGISTER-LINE
           END-IF.

       READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-VSAM NEXT RECORD
               AT END
                   SET EMPLOYEE-EOF TO TRUE
           END-READ.

       INCREASE-DEPT-EMPLOYEE.
           IF Department-Code = Card-Dept-Code AND EMPLOYEE-ACTIVE
               ADD 1 TO WS-Dept-Employees
               PERFORM INCREASE-ONE-EMPLOYEE
           END-IF.
           PERFORM READ-NEXT-EMPLOYEE.

       INCREASE-ONE-EMPLOYEE.
      **
      * A card limited to one pay type passes over the other
      * type's staff without a register line. The increase is
      * worked from the rate in effect on the card's date, and the
      * pay type carries forward unchanged.
      **
           MOVE SPACES TO WS-Rate-Disposition.
           MOVE ZERO TO WS-New-Rate.
           MOVE Employee-Id TO WS-Comp-Employee-Id.
           MOVE Employee-Id TO WS-Reg-Id.
           MOVE Last-Name TO WS-Reg-Last.
           MOVE Department-Code TO WS-Reg-Dept.
           PERFORM FIND-RATE-IN-EFFECT.
           MOVE WS-Old-Pay-Type TO WS-New-Pay-Type.
           IF RATE-FOUND AND Card-Pay-Type NOT = SPACE
                   AND Card-Pay-Type NOT = WS-Old-Pay-Type
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN NOT RATE-FOUND
                       MOVE 'NO RATE FOR DATE'
                           TO WS-Rate-Disposition
                   WHEN LATER-RATE-FOUND
                       MOVE 'LATER RATE ON FILE'
                           TO WS-Rate-Disposition
                   WHEN WS-Old-Effective-Date = Card-Effective-Date
                       MOVE 'RATE ALREADY SET'
                           TO WS-Rate-Disposition
                   WHEN OTHER
                       PERFORM COMPUTE-INCREASED-RATE
               END-EVALUATE
               IF WS-Rate-Disposition = SPACES
                   PERFORM RECORD-NEW-RATE
               END-IF
               PERFORM PRINT-REGISTER-LINE
           END-IF.

       COMPUTE-INCREASED-RATE.
           IF Card-Type = 'P'
               COMPUTE WS-New-Rate ROUNDED =
                   WS-Old-Rate + (WS-Old-Rate * Card-Percent / 100)
                   ON SIZE ERROR
                       MOVE 'NEW RATE TOO LARGE'
                           TO WS-Rate-Disposition
               END-COMPUTE
           ELSE
               ADD WS-Old-Rate Card-Amount GIVING WS-New-Rate
                   ON SIZE ERROR
                       MOVE 'NEW RATE TOO LARGE'
                           TO WS-Rate-Disposition
               END-ADD
           END-IF.
           IF WS-Rate-Disposition NOT = SPACES
               MOVE ZERO TO WS-New-Rate
           END-IF.

       FIND-RATE-IN-EFFECT.
      **
      * Position on the employee's first rate and read forward -
      * the last rate dated on or before the card's date is the
      * one in effect, and any rate still left for the employee
      * after it is dated later.
      **
           MOVE 'N' TO WS-Rate-Found-Switch.
           MOVE 'N' TO WS-Later-Rate-Switch.
           MOVE 'N' TO WS-Comp-EOF-Switch.
           MOVE SPACES TO WS-Old-Effective-Date.
           MOVE SPACE TO WS-Old-Pay-Type.
           MOVE ZERO TO WS-Old-Rate.
           MOVE WS-Comp-Employee-Id TO Comp-Employee-Id.
           MOVE LOW-VALUES TO Comp-Effective-Date.
           START COMP-FILE KEY IS NOT LESS THAN Comp-Key
               INVALID KEY
                   SET COMP-EOF TO TRUE
           END-START.
           IF NOT COMP-EOF
               PERFORM READ-NEXT-COMP-RECORD
           END-IF.
           PERFORM TAKE-RATE-IN-EFFECT
               UNTIL COMP-EOF
                  OR Comp-Employee-Id NOT = WS-Comp-Employee-Id
                  OR Comp-Effective-Date > Card-Effective-Date.
           IF NOT COMP-EOF
                   AND Comp-Employee-Id = WS-Comp-Employee-Id
               SET LATER-RATE-FOUND TO TRUE
           END-IF.

       READ-NEXT-COMP-RECORD.
           READ COMP-FILE NEXT RECORD
               AT END
                   SET COMP-EOF TO TRUE
           END-READ.

       TAKE-RATE-IN-EFFECT.
           SET RATE-FOUND TO TRUE.
           MOVE Comp-Effective-Date TO WS-Old-Effective-Date.
           MOVE Comp-Pay-Type TO WS-Old-Pay-Type.
           MOVE Comp-Rate TO WS-Old-Rate.
           PERFORM READ-NEXT-COMP-RECORD.

       RECORD-NEW-RATE.
           MOVE SPACES TO COMPENSATION-RECORD.
           MOVE WS-Comp-Employee-Id TO Comp-Employee-Id.
           MOVE Card-Effective-Date TO Comp-Effective-Date.
           MOVE WS-New-Pay-Type TO Comp-Pay-Type.
           MOVE WS-New-Rate TO Comp-Rate.
           MOVE Card-Reason TO Comp-Reason.
           MOVE WS-Run-User TO Comp-Operator.
           MOVE WS-Run-Date TO Comp-Recorded-Date.
           IF UPDATE-RUN
               WRITE COMPENSATION-RECORD
               EVALUATE WS-Comp-Status
                   WHEN '00'
                       MOVE 'APPLIED' TO WS-Rate-Disposition
                   WHEN '22'
                       MOVE 'RATE ALREADY SET'
                           TO WS-Rate-Disposition
                   WHEN OTHER
                       MOVE 'WRITE FAILED - ST   '
                           TO WS-Rate-Disposition
                       MOVE WS-Comp-Status
                           TO WS-Rate-Disposition(19:2)
               END-EVALUATE
           ELSE
               MOVE 'TO BE APPLIED' TO WS-Rate-Disposition
           END-IF.

       PRINT-CARD-LINE.
           IF WS-Line-Count = 0
                   OR WS-Line-Count >= WS-Max-Lines-Per-Page
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           WRITE COMP-REGISTER-LINE FROM WS-Card-Line.
           ADD 1 TO WS-Line-Count.

       PRINT-REGISTER-LINE.
      **
      * Every line that is not a rate changed, or due to change on
      * the update run, is an exception for HR to follow up.
      **
           IF WS-Line-Count = 0
                   OR WS-Line-Count >= WS-Max-Lines-Per-Page
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           IF WS-Rate-Disposition = 'APPLIED'
                   OR WS-Rate-Disposition = 'TO BE APPLIED'
               ADD 1 TO WS-Rates-Changed
           ELSE
               ADD 1 TO WS-Rate-Exceptions
           END-IF.
           MOVE WS-New-Pay-Type TO WS-Reg-Type.
           MOVE Card-Effective-Date TO WS-Reg-Eff-Date.
           MOVE WS-Old-Rate TO WS-Reg-Old-Rate.
           MOVE WS-New-Rate TO WS-Reg-New-Rate.
           MOVE Card-Reason TO WS-Reg-Reason.
           MOVE WS-Rate-Disposition TO WS-Reg-Disposition.
           WRITE COMP-REGISTER-LINE FROM WS-Register-Line.
           ADD 1 TO WS-Line-Count.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-Page-Count.
           MOVE WS-Page-Count TO WS-Title-Page.
           WRITE COMP-REGISTER-LINE FROM WS-Title-Line.
           WRITE COMP-REGISTER-LINE FROM WS-Date-Line.
           WRITE COMP-REGISTER-LINE FROM WS-Column-Line.
           MOVE 3 TO WS-Line-Count.

       WRITE-REPORT-TRAILER.
           IF WS-Line-Count = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-Rates-Changed TO WS-Trailer-Changed.
           MOVE WS-Rate-Exceptions TO WS-Trailer-Exceptions.
           MOVE WS-Cards-Rejected TO WS-Trailer-Rejected.
           WRITE COMP-REGISTER-LINE FROM WS-Trailer-Line.

       CLOSE-FILES.
           CLOSE EMPLOYEE-VSAM.
           CLOSE COMP-FILE.
           CLOSE COMP-CARDS.
           CLOSE COMP-REGISTER.
      ** add other procedures here
       END PROGRAM COMPMNT.
