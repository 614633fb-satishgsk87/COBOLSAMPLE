      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Online CICS transaction SCHD over the EMPSCHD
      *          scheduled change file. Adds, changes and approved
      *          terminations dated after today wait there for the
      *          nightly SCHDAPLY step instead of going to EMPFILE,
      *          and this screen is where the desk sees and withdraws
      *          them. I lists the employee's changes in effective
      *          date order - every one still waiting plus any
      *          applied, failed or cancelled since the last nightly
      *          report - and X cancels the waiting change with the
      *          effective date keyed. Only the employee's latest
      *          waiting change may be cancelled, as each is built on
      *          the one before it. I needs any AUTHFILE record; X
      *          needs the flag for the action being withdrawn (add,
      *          change or terminate), and a refusal is messaged and
      *          logged to SECLOG the same as on the NAME screen.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SCHDMNT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-Mapset                  PIC X(8) VALUE 'SCHDMNM'.
       01  WS-Map                     PIC X(8) VALUE 'SCHDMN1'.
       01  WS-Sched-File              PIC X(8) VALUE 'EMPSCHD'.
       01  WS-Emp-File                PIC X(8) VALUE 'EMPFILE'.
       01  WS-Auth-File               PIC X(8) VALUE 'AUTHFILE'.
       01  WS-Sec-File                PIC X(8) VALUE 'SECLOG'.
       01  WS-Resp                    PIC S9(8) COMP.
       01  WS-Emp-Resp                PIC S9(8) COMP.
       01  WS-Sched-Resp              PIC S9(8) COMP.
       01  WS-Auth-Resp               PIC S9(8) COMP.
       01  WS-Sec-Resp                PIC S9(8) COMP.
       01  WS-Abstime                 PIC S9(15) COMP-3.

       01  WS-Commarea.
           05  CA-Flag                PIC X(01) VALUE SPACE.
           05  CA-Employee-Id         PIC X(06) VALUE SPACES.

       01  WS-Employee-Key            PIC X(06).

       01  WS-Employee-Name.
           05  WS-Name-First          PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-Name-Last           PIC X(10).

       01  WS-Employee-Switch         PIC X VALUE 'N'.
           88  EMPLOYEE-FOUND         VALUE 'Y'.

       01  WS-Cancel-Date             PIC X(08).
       01  WS-Cancel-Date-N REDEFINES WS-Cancel-Date
                                       PIC 9(08).
       01  WS-Cancel-Key              PIC X(28).
       01  WS-Cancel-Record           PIC X(250).
       01  WS-Cancel-Switch           PIC X VALUE 'N'.
           88  CANCEL-FOUND           VALUE 'Y'.
       01  WS-Later-Switch            PIC X VALUE 'N'.
           88  LATER-SCHEDULED        VALUE 'Y'.

       01  WS-Sched-Browse-Key        PIC X(28).
       01  WS-Sched-Browse-Switch     PIC X VALUE 'N'.
           88  SCHED-BROWSE-DONE      VALUE 'Y'.
       01  WS-More-Switch             PIC X VALUE 'N'.
           88  MORE-ITEMS             VALUE 'Y'.
       01  WS-Row-Count               PIC 9(02).
       01  WS-Row-Max                 PIC 9(02) VALUE 08.

       01  WS-Operator-Id             PIC X(08).
       01  WS-Authorized-Switch       PIC X VALUE 'N'.
           88  ACTION-AUTHORIZED      VALUE 'Y'.

       01  WS-Refused-Msg.
           05  FILLER                 PIC X(25) VALUE
               'NOT AUTHORIZED FOR ACTION'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Refused-Action      PIC X(01).
           05  FILLER                 PIC X(23) VALUE
               ' - ATTEMPT LOGGED'.

       01  WS-Cancel-Reason.
           05  FILLER                 PIC X(13) VALUE
               'CANCELLED BY '.
           05  WS-Cancel-Operator     PIC X(08).
           05  FILLER                 PIC X(11) VALUE SPACES.

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
               10  WS-Image-Status    PIC X(01).
               10  WS-Image-Term      PIC X(08).
               10  WS-Image-Dept      PIC X(04).
               10  WS-Image-Supervisor
                                       PIC X(06).

       01  WS-List-Line.
           05  WS-List-Action         PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-List-Effective      PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-List-Status         PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-List-Operator       PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-List-Entered        PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-List-Detail         PIC X(32).
           05  FILLER REDEFINES WS-List-Detail.
               10  WS-List-Last       PIC X(10).
               10  FILLER             PIC X(01).
               10  WS-List-Dept       PIC X(04).
               10  FILLER             PIC X(01).
               10  WS-List-Supervisor PIC X(06).
               10  FILLER             PIC X(01).
               10  WS-List-Term       PIC X(08).
               10  FILLER             PIC X(01).
           05  FILLER                 PIC X(04) VALUE SPACES.

       COPY PERSONREC.

       COPY EMPSCHD.

       COPY AUTHREC.

       COPY SECVIOL.

       COPY SCHDMNTS.

       COPY DFHAID.
       COPY DFHBMSCA.

       LINKAGE SECTION.
      *-----------------------
       01  DFHCOMMAREA.
           05  LK-CA-Flag             PIC X(01).
           05  LK-CA-Employee-Id      PIC X(06).

      *-----------------------
       PROCEDURE DIVISION.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the transaction
      **
           EXEC CICS HANDLE CONDITION
               MAPFAIL(SEND-INITIAL-MAP)
           END-EXEC.

           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
           END-IF.

           PERFORM RECEIVE-SCHEDULE-MAP.
           PERFORM PROCESS-SCHEDULE-REQUEST.
           PERFORM SEND-SCHEDULE-MAP.

           MOVE 'M' TO CA-Flag.
           MOVE WS-Employee-Key TO CA-Employee-Id.
           EXEC CICS RETURN
               TRANSID('SCHD')
               COMMAREA(WS-Commarea)
               LENGTH(7)
           END-EXEC.

       SEND-INITIAL-MAP.
           MOVE SPACES TO SCHDMN1O.
           MOVE 'ENTER ACTION AND EMPLOYEE ID THEN PRESS ENTER'
               TO MSGO.
           EXEC CICS SEND MAP(WS-Map) MAPSET(WS-Mapset)
               FROM(SCHDMN1O) ERASE
           END-EXEC.
           MOVE 'M' TO CA-Flag.
           EXEC CICS RETURN
               TRANSID('SCHD')
               COMMAREA(WS-Commarea)
               LENGTH(7)
           END-EXEC.

       RECEIVE-SCHEDULE-MAP.
      **
      * The EMPID sent back on the previous screen has MDT off, so
      * when the field arrives empty fall back to the id carried in
      * the COMMAREA, as the NAME transaction does.
      **
           EXEC CICS RECEIVE MAP(WS-Map) MAPSET(WS-Mapset)
               INTO(SCHDMN1I)
           END-EXEC.
           IF (EMPIDI = SPACES OR EMPIDI = LOW-VALUES)
                   AND EIBCALEN >= 7
               MOVE LK-CA-Employee-Id TO WS-Employee-Key
           ELSE
               MOVE EMPIDI TO WS-Employee-Key
           END-IF.
           MOVE EFFDTI TO WS-Cancel-Date.
           INSPECT WS-Cancel-Date REPLACING ALL LOW-VALUES BY SPACES.

       PROCESS-SCHEDULE-REQUEST.
           MOVE SPACES TO WS-Name-First.
           MOVE SPACES TO WS-Name-Last.
           MOVE SPACES TO LIN01O LIN02O LIN03O LIN04O
                          LIN05O LIN06O LIN07O LIN08O.
           EVALUATE ACTNI
               WHEN 'I'
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF ACTION-AUTHORIZED
                       PERFORM INQUIRE-SCHEDULED-CHANGES
                   END-IF
               WHEN 'X'
                   PERFORM CANCEL-SCHEDULED-CHANGE
               WHEN OTHER
                   MOVE 'INVALID ACTION - USE I OR X' TO MSGO
           END-EVALUATE.

       CHECK-OPERATOR-AUTHORITY.
      **
      * The same AUTHFILE record that governs the NAME screen. Any
      * record at all lets the desk look a schedule up; withdrawing a
      * change needs the flag for the action being withdrawn, taken
      * from the scheduled change already found. No record refuses
      * everything; a refusal is messaged and logged.
      **
           MOVE 'N' TO WS-Authorized-Switch.
           EXEC CICS ASSIGN
               USERID(WS-Operator-Id)
           END-EXEC.
           MOVE WS-Operator-Id TO Auth-Operator.
           EXEC CICS READ FILE(WS-Auth-File)
               INTO(AUTHORITY-RECORD)
               RIDFLD(WS-Operator-Id)
               KEYLENGTH(8)
               RESP(WS-Auth-Resp)
           END-EXEC.
           IF WS-Auth-Resp = DFHRESP(NORMAL)
               EVALUATE ACTNI
                   WHEN 'I'
                       MOVE 'Y' TO WS-Authorized-Switch
                   WHEN 'X'
                       EVALUATE TRUE
                           WHEN SCHED-ADD
                               IF MAY-ADD
                                   MOVE 'Y' TO WS-Authorized-Switch
                               END-IF
                           WHEN SCHED-CHANGE
                               IF MAY-CHANGE
                                   MOVE 'Y' TO WS-Authorized-Switch
                               END-IF
                           WHEN SCHED-TERMINATE
                               IF MAY-TERMINATE
                                   MOVE 'Y' TO WS-Authorized-Switch
                               END-IF
                       END-EVALUATE
               END-EVALUATE
           END-IF.
           IF NOT ACTION-AUTHORIZED
               MOVE ACTNI TO WS-Refused-Action
               MOVE WS-Refused-Msg TO MSGO
               PERFORM WRITE-VIOLATION-RECORD
           END-IF.

       WRITE-VIOLATION-RECORD.
      **
      * Same SECLOG record as the NAME screen, with the transaction
      * id telling security which screen the attempt came from.
      **
           EXEC CICS ASKTIME
               ABSTIME(WS-Abstime)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-Abstime)
               YYYYMMDD(Viol-Date)
               TIME(Viol-Time)
           END-EXEC.
           MOVE EIBTASKN TO Viol-Task.
           MOVE WS-Operator-Id TO Viol-Operator.
           MOVE EIBTRMID TO Viol-Terminal.
           MOVE ACTNI TO Viol-Action.
           MOVE WS-Employee-Key TO Viol-Employee-Id.
           MOVE EIBTRNID TO Viol-Transaction.
           EXEC CICS WRITE FILE(WS-Sec-File)
               FROM(VIOLATION-RECORD)
               RIDFLD(Viol-Key)
               KEYLENGTH(21)
               RESP(WS-Sec-Resp)
           END-EXEC.
           IF WS-Sec-Resp NOT = DFHRESP(NORMAL)
               MOVE 'ACTION REFUSED BUT SECURITY LOG WRITE FAILED'
                   TO MSGO
           END-IF.

       LOOK-UP-EMPLOYEE.
      **
      * An employee whose add is still waiting is not on EMPFILE yet,
      * so a missing record is not an error here - the name is taken
      * from the scheduled add instead when the list is built.
      **
           MOVE 'N' TO WS-Employee-Switch.
           EXEC CICS READ FILE(WS-Emp-File)
               INTO(PERSON-RECORD)
               RIDFLD(WS-Employee-Key)
               KEYLENGTH(6)
               RESP(WS-Emp-Resp)
           END-EXEC.
           IF WS-Emp-Resp = DFHRESP(NORMAL)
               SET EMPLOYEE-FOUND TO TRUE
               MOVE First-Name OF PERSON-RECORD TO WS-Name-First
               MOVE Last-Name OF PERSON-RECORD TO WS-Name-Last
           END-IF.

       INQUIRE-SCHEDULED-CHANGES.
           PERFORM LOOK-UP-EMPLOYEE.
           PERFORM LIST-SCHEDULED-CHANGES.
           IF WS-Row-Count = ZERO
               IF EMPLOYEE-FOUND
                   MOVE 'NO SCHEDULED CHANGES FOR THIS EMPLOYEE'
                       TO MSGO
               ELSE
                   MOVE 'EMPLOYEE ID NOT FOUND' TO MSGO
               END-IF
           ELSE
               IF MORE-ITEMS
                   MOVE 'MORE ITEMS THAN THE SCREEN SHOWS' TO MSGO
               ELSE
                   MOVE 'X AND THE EFFECTIVE DATE CANCELS A CHANGE'
                       TO MSGO
               END-IF
           END-IF.

       LIST-SCHEDULED-CHANGES.
      **
      * Browse the employee's changes in key order - effective date,
      * then the time each was keyed - and show the waiting ones and
      * any closed since the last nightly report, one per line.
      **
           MOVE ZERO TO WS-Row-Count.
           MOVE 'N' TO WS-More-Switch.
           MOVE 'N' TO WS-Sched-Browse-Switch.
           MOVE LOW-VALUES TO WS-Sched-Browse-Key.
           MOVE WS-Employee-Key TO WS-Sched-Browse-Key(1:6).
           EXEC CICS STARTBR FILE(WS-Sched-File)
               RIDFLD(WS-Sched-Browse-Key)
               KEYLENGTH(28)
               GTEQ
               RESP(WS-Sched-Resp)
           END-EXEC.
           IF WS-Sched-Resp = DFHRESP(NORMAL)
               PERFORM LIST-NEXT-SCHEDULED
                   UNTIL SCHED-BROWSE-DONE
               EXEC CICS ENDBR FILE(WS-Sched-File)
               END-EXEC
           END-IF.

       LIST-NEXT-SCHEDULED.
           EXEC CICS READNEXT FILE(WS-Sched-File)
               INTO(SCHEDULED-CHANGE-RECORD)
               RIDFLD(WS-Sched-Browse-Key)
               KEYLENGTH(28)
               RESP(WS-Sched-Resp)
           END-EXEC.
           IF WS-Sched-Resp NOT = DFHRESP(NORMAL)
               SET SCHED-BROWSE-DONE TO TRUE
           ELSE
               IF Sched-Employee-Id NOT = WS-Employee-Key
                   SET SCHED-BROWSE-DONE TO TRUE
               ELSE
                   IF SCHED-WAITING OR NOT SCHED-REPORTED
                       IF WS-Row-Count < WS-Row-Max
                           ADD 1 TO WS-Row-Count
                           PERFORM FORMAT-SCHEDULED-LINE
                       ELSE
                           SET MORE-ITEMS TO TRUE
                           SET SCHED-BROWSE-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FORMAT-SCHEDULED-LINE.
           MOVE Sched-After-Image TO WS-Image.
           IF NOT EMPLOYEE-FOUND AND WS-Name-Last = SPACES
               MOVE WS-Image-First TO WS-Name-First
               MOVE WS-Image-Last TO WS-Name-Last
           END-IF.
           MOVE Sched-Action TO WS-List-Action.
           MOVE Sched-Effective-Date TO WS-List-Effective.
           MOVE Sched-Operator TO WS-List-Operator.
           MOVE Sched-Entered-Date TO WS-List-Entered.
           MOVE SPACES TO WS-List-Detail.
           EVALUATE TRUE
               WHEN SCHED-WAITING
                   MOVE 'SCHEDULED' TO WS-List-Status
               WHEN SCHED-APPLIED
                   MOVE 'APPLIED' TO WS-List-Status
               WHEN SCHED-FAILED
                   MOVE 'FAILED' TO WS-List-Status
               WHEN SCHED-CANCELLED
                   MOVE 'CANCELLED' TO WS-List-Status
               WHEN OTHER
                   MOVE Sched-Status TO WS-List-Status
           END-EVALUATE.
           IF SCHED-FAILED OR SCHED-CANCELLED
               MOVE Sched-Reason TO WS-List-Detail
           ELSE
               MOVE WS-Image-Last TO WS-List-Last
               MOVE WS-Image-Dept TO WS-List-Dept
               MOVE WS-Image-Supervisor TO WS-List-Supervisor
               MOVE WS-Image-Term TO WS-List-Term
           END-IF.
           EVALUATE WS-Row-Count
               WHEN 1
                   MOVE WS-List-Line TO LIN01O
               WHEN 2
                   MOVE WS-List-Line TO LIN02O
               WHEN 3
                   MOVE WS-List-Line TO LIN03O
               WHEN 4
                   MOVE WS-List-Line TO LIN04O
               WHEN 5
                   MOVE WS-List-Line TO LIN05O
               WHEN 6
                   MOVE WS-List-Line TO LIN06O
               WHEN 7
                   MOVE WS-List-Line TO LIN07O
               WHEN 8
                   MOVE WS-List-Line TO LIN08O
           END-EVALUATE.

       CANCEL-SCHEDULED-CHANGE.
           PERFORM LOOK-UP-EMPLOYEE.
           IF WS-Cancel-Date NOT NUMERIC
               MOVE 'ENTER THE EFFECTIVE DATE OF THE CHANGE TO CANCEL'
                   TO MSGO
           ELSE
               PERFORM FIND-CANCEL-ITEM
               IF NOT CANCEL-FOUND
                   MOVE 'NO CHANGE SCHEDULED FOR THAT DATE' TO MSGO
               ELSE
                   IF LATER-SCHEDULED
                       MOVE 'CANCEL THE LATER SCHEDULED CHANGE FIRST'
                           TO MSGO
                   ELSE
                       MOVE WS-Cancel-Record
                           TO SCHEDULED-CHANGE-RECORD
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF ACTION-AUTHORIZED
                           PERFORM REWRITE-CANCELLED-CHANGE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM LIST-SCHEDULED-CHANGES.

       FIND-CANCEL-ITEM.
      **
      * The change to cancel is the last waiting one with the date
      * keyed. Any waiting change after it was built on its after
      * image, so that one has to go first or SCHDAPLY would apply
      * it over a change that never happened.
      **
           MOVE 'N' TO WS-Cancel-Switch.
           MOVE 'N' TO WS-Later-Switch.
           MOVE 'N' TO WS-Sched-Browse-Switch.
           MOVE LOW-VALUES TO WS-Sched-Browse-Key.
           MOVE WS-Employee-Key TO WS-Sched-Browse-Key(1:6).
           EXEC CICS STARTBR FILE(WS-Sched-File)
               RIDFLD(WS-Sched-Browse-Key)
               KEYLENGTH(28)
               GTEQ
               RESP(WS-Sched-Resp)
           END-EXEC.
           IF WS-Sched-Resp = DFHRESP(NORMAL)
               PERFORM READ-NEXT-CANCEL-ITEM
                   UNTIL SCHED-BROWSE-DONE
               EXEC CICS ENDBR FILE(WS-Sched-File)
               END-EXEC
           END-IF.

       READ-NEXT-CANCEL-ITEM.
           EXEC CICS READNEXT FILE(WS-Sched-File)
               INTO(SCHEDULED-CHANGE-RECORD)
               RIDFLD(WS-Sched-Browse-Key)
               KEYLENGTH(28)
               RESP(WS-Sched-Resp)
           END-EXEC.
           IF WS-Sched-Resp NOT = DFHRESP(NORMAL)
               SET SCHED-BROWSE-DONE TO TRUE
           ELSE
               IF Sched-Employee-Id NOT = WS-Employee-Key
                   SET SCHED-BROWSE-DONE TO TRUE
               ELSE
                   IF SCHED-WAITING
                       IF Sched-Effective-Date = WS-Cancel-Date
                           SET CANCEL-FOUND TO TRUE
                           MOVE 'N' TO WS-Later-Switch
                           MOVE Sched-Key TO WS-Cancel-Key
                           MOVE SCHEDULED-CHANGE-RECORD
                               TO WS-Cancel-Record
                       ELSE
                           IF CANCEL-FOUND
                               SET LATER-SCHEDULED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REWRITE-CANCELLED-CHANGE.
      **
      * Read the change again for update and make sure SCHDAPLY or
      * another operator has not closed it between the browse and
      * now. A cancelled termination leaves its approved PENDFILE
      * item as it is - the employee simply stays on.
      **
           EXEC CICS READ FILE(WS-Sched-File)
               INTO(SCHEDULED-CHANGE-RECORD)
               RIDFLD(WS-Cancel-Key)
               KEYLENGTH(28)
               UPDATE
               RESP(WS-Sched-Resp)
           END-EXEC.
           IF WS-Sched-Resp NOT = DFHRESP(NORMAL)
               MOVE 'CANCEL FAILED - CONTACT SUPPORT' TO MSGO
           ELSE
               IF NOT SCHED-WAITING
                   MOVE 'CHANGE IS NO LONGER SCHEDULED' TO MSGO
                   EXEC CICS UNLOCK FILE(WS-Sched-File)
                   END-EXEC
               ELSE
                   EXEC CICS ASKTIME
                       ABSTIME(WS-Abstime)
                   END-EXEC
                   EXEC CICS FORMATTIME
                       ABSTIME(WS-Abstime)
                       YYYYMMDD(Sched-Done-Date)
                       TIME(Sched-Done-Time)
                   END-EXEC
                   MOVE 'X' TO Sched-Status
                   MOVE WS-Operator-Id TO Sched-Done-Operator
                   MOVE WS-Operator-Id TO WS-Cancel-Operator
                   MOVE WS-Cancel-Reason TO Sched-Reason
                   MOVE 'N' TO Sched-Reported-Switch
                   EXEC CICS REWRITE FILE(WS-Sched-File)
                       FROM(SCHEDULED-CHANGE-RECORD)
                       RESP(WS-Sched-Resp)
                   END-EXEC
                   IF WS-Sched-Resp = DFHRESP(NORMAL)
                       MOVE 'SCHEDULED CHANGE CANCELLED' TO MSGO
                   ELSE
                       MOVE 'CANCEL FAILED - CONTACT SUPPORT' TO MSGO
                   END-IF
               END-IF
           END-IF.

       SEND-SCHEDULE-MAP.
           MOVE WS-Employee-Key TO EMPIDO.
           MOVE ACTNI TO ACTNO.
           MOVE WS-Employee-Name TO ENAMEO.
           MOVE WS-Cancel-Date TO EFFDTO.
           EXEC CICS SEND MAP(WS-Map) MAPSET(WS-Mapset)
               FROM(SCHDMN1O) DATAONLY CURSOR
           END-EXEC.
      ** add other procedures here
       END PROGRAM SCHDMNT.
