      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Online CICS transaction TAPR for the second HR
      *          supervisor to approve or reject a termination keyed
      *          on the NAME screen or loaded through BULKMNT. Those
      *          no longer terminate the record - they write an item
      *          in P status to the PENDFILE pending termination file
      *          - and nothing is terminated until it is approved
      *          here. I shows the employee's waiting item, A marks
      *          the employee record terminated with the date on the
      *          item and journals it to JRNFILE under the approver's
      *          id, and R closes the item with the record untouched.
      *          A and R need the terminate flag on the operator's
      *          AUTHFILE record, I any record at all, and the
      *          approver may never be the operator who asked for the
      *          termination - that attempt is refused and logged to
      *          SECLOG the same as any other refusal. Every decision
      *          is stamped on the item with the approver, terminal,
      *          date, time and the approver's note for the nightly
      *          TRMPEND report.
      * Modified: 15/10/2026 - approving a termination dated after
      *          today no longer terminates the record at once: it is
      *          written to the EMPSCHD scheduled change file under
      *          the approver's id for the nightly SCHDAPLY step to
      *          apply on that date, and the item is marked approved.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TRMAPPR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-Mapset                  PIC X(8) VALUE 'TRMAPPM'.
       01  WS-Map                     PIC X(8) VALUE 'TRMAPP1'.
       01  WS-Pend-File               PIC X(8) VALUE 'PENDFILE'.
       01  WS-Emp-File                PIC X(8) VALUE 'EMPFILE'.
       01  WS-Jrnl-File               PIC X(8) VALUE 'JRNFILE'.
       01  WS-Auth-File               PIC X(8) VALUE 'AUTHFILE'.
       01  WS-Sec-File                PIC X(8) VALUE 'SECLOG'.
       01  WS-Sched-File              PIC X(8) VALUE 'EMPSCHD'.
       01  WS-Resp                    PIC S9(8) COMP.
       01  WS-Emp-Resp                PIC S9(8) COMP.
       01  WS-Pend-Resp               PIC S9(8) COMP.
       01  WS-Jrnl-Resp               PIC S9(8) COMP.
       01  WS-Auth-Resp               PIC S9(8) COMP.
       01  WS-Sec-Resp                PIC S9(8) COMP.
       01  WS-Sched-Resp              PIC S9(8) COMP.
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

       01  WS-Pend-Browse-Key         PIC X(20).
       01  WS-Pending-Key             PIC X(20).
       01  WS-Pending-Switch          PIC X VALUE 'N'.
           88  TERMINATION-PENDING    VALUE 'Y'.
       01  WS-Pend-Browse-Switch      PIC X VALUE 'N'.
           88  PEND-BROWSE-DONE       VALUE 'Y'.

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

       01  WS-Decision-Note           PIC X(30).
       01  WS-Before-Record           PIC X(75).

       01  WS-Today                   PIC X(08).
       01  WS-Sched-Browse-Key        PIC X(28).
       01  WS-Sched-Browse-Switch     PIC X VALUE 'N'.
           88  SCHED-BROWSE-DONE      VALUE 'Y'.
       01  WS-Prior-Sched-Switch      PIC X VALUE 'N'.
           88  PRIOR-SCHEDULED        VALUE 'Y'.
       01  WS-Prior-Effective-Date    PIC X(08).
       01  WS-Prior-After-Image       PIC X(75).

       01  WS-Scheduled-Msg.
           05  FILLER                 PIC X(37) VALUE
               'TERMINATION APPROVED - SCHEDULED FOR '.
           05  WS-Scheduled-Date      PIC X(08).

       COPY PERSONREC.

       COPY EMPPEND.

       COPY EMPSCHD.

       COPY EMPJRNL.

       COPY AUTHREC.

       COPY SECVIOL.

       COPY TRMAPPS.

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

           PERFORM RECEIVE-APPROVAL-MAP.
           PERFORM PROCESS-APPROVAL-REQUEST.
           PERFORM SEND-APPROVAL-MAP.

           MOVE 'M' TO CA-Flag.
           MOVE WS-Employee-Key TO CA-Employee-Id.
           EXEC CICS RETURN
               TRANSID('TAPR')
               COMMAREA(WS-Commarea)
               LENGTH(7)
           END-EXEC.

       SEND-INITIAL-MAP.
           MOVE SPACES TO TRMAPP1O.
           MOVE 'ENTER ACTION AND EMPLOYEE ID THEN PRESS ENTER'
               TO MSGO.
           EXEC CICS SEND MAP(WS-Map) MAPSET(WS-Mapset)
               FROM(TRMAPP1O) ERASE
           END-EXEC.
           MOVE 'M' TO CA-Flag.
           EXEC CICS RETURN
               TRANSID('TAPR')
               COMMAREA(WS-Commarea)
               LENGTH(7)
           END-EXEC.

       RECEIVE-APPROVAL-MAP.
      **
      * The EMPID sent back on the previous screen has MDT off, so
      * when the field arrives empty fall back to the id carried in
      * the COMMAREA, as the NAME transaction does.
      **
           EXEC CICS RECEIVE MAP(WS-Map) MAPSET(WS-Mapset)
               INTO(TRMAPP1I)
           END-EXEC.
           IF (EMPIDI = SPACES OR EMPIDI = LOW-VALUES)
                   AND EIBCALEN >= 7
               MOVE LK-CA-Employee-Id TO WS-Employee-Key
           ELSE
               MOVE EMPIDI TO WS-Employee-Key
           END-IF.
           MOVE NOTEI TO WS-Decision-Note.
           INSPECT WS-Decision-Note REPLACING ALL LOW-VALUES BY SPACES.

       PROCESS-APPROVAL-REQUEST.
           MOVE SPACES TO WS-Name-First.
           MOVE SPACES TO WS-Name-Last.
           MOVE SPACES TO PENDING-RECORD.
           MOVE SPACES TO Department-Code OF PERSON-RECORD.
           EVALUATE ACTNI
               WHEN 'I'
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF ACTION-AUTHORIZED
                       PERFORM INQUIRE-PENDING-TERMINATION
                   END-IF
               WHEN 'A'
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF ACTION-AUTHORIZED
                       PERFORM APPROVE-PENDING-TERMINATION
                   END-IF
               WHEN 'R'
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF ACTION-AUTHORIZED
                       PERFORM REJECT-PENDING-TERMINATION
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID ACTION - USE I, A OR R' TO MSGO
           END-EVALUATE.

       CHECK-OPERATOR-AUTHORITY.
      **
      * The same AUTHFILE record that governs the NAME screen - the
      * terminate flag covers approving or rejecting a termination,
      * and any record at all lets the supervisor look one up. No
      * record refuses everything; a refusal is messaged and logged.
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
                   WHEN 'A'
                   WHEN 'R'
                       IF MAY-TERMINATE
                           MOVE 'Y' TO WS-Authorized-Switch
                       END-IF
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
           ELSE
               MOVE SPACES TO PERSON-RECORD
               MOVE 'EMPLOYEE ID NOT FOUND' TO MSGO
           END-IF.

       FIND-PENDING-TERMINATION.
      **
      * Browse the employee's items on the pending file for the one
      * still in P status - the NAME screen and BULKMNT never let an
      * employee have more than one. Its key is kept so a decision
      * can read it again for update.
      **
           MOVE 'N' TO WS-Pending-Switch.
           MOVE 'N' TO WS-Pend-Browse-Switch.
           MOVE LOW-VALUES TO WS-Pend-Browse-Key.
           MOVE WS-Employee-Key TO WS-Pend-Browse-Key(1:6).
           EXEC CICS STARTBR FILE(WS-Pend-File)
               RIDFLD(WS-Pend-Browse-Key)
               KEYLENGTH(20)
               GTEQ
               RESP(WS-Pend-Resp)
           END-EXEC.
           IF WS-Pend-Resp = DFHRESP(NORMAL)
               PERFORM READ-NEXT-PENDING
                   UNTIL PEND-BROWSE-DONE OR TERMINATION-PENDING
               EXEC CICS ENDBR FILE(WS-Pend-File)
               END-EXEC
           END-IF.
           IF TERMINATION-PENDING
               MOVE Pend-Key TO WS-Pending-Key
           ELSE
               MOVE SPACES TO PENDING-RECORD
               MOVE 'NO TERMINATION AWAITING APPROVAL' TO MSGO
           END-IF.

       READ-NEXT-PENDING.
           EXEC CICS READNEXT FILE(WS-Pend-File)
               INTO(PENDING-RECORD)
               RIDFLD(WS-Pend-Browse-Key)
               KEYLENGTH(20)
               RESP(WS-Pend-Resp)
           END-EXEC.
           IF WS-Pend-Resp NOT = DFHRESP(NORMAL)
               SET PEND-BROWSE-DONE TO TRUE
           ELSE
               IF Pend-Employee-Id NOT = WS-Employee-Key
                   SET PEND-BROWSE-DONE TO TRUE
               ELSE
                   IF PEND-PENDING
                       SET TERMINATION-PENDING TO TRUE
                   END-IF
               END-IF
           END-IF.

       INQUIRE-PENDING-TERMINATION.
           PERFORM LOOK-UP-EMPLOYEE.
           IF EMPLOYEE-FOUND
               PERFORM FIND-PENDING-TERMINATION
               IF TERMINATION-PENDING
                   MOVE 'AWAITING APPROVAL - A TO APPROVE, R TO REJECT'
                       TO MSGO
               END-IF
           END-IF.

       CHECK-SEPARATE-APPROVER.
      **
      * Two people must see every termination, so the supervisor who
      * asked for it may not decide it - that is refused and logged
      * as a violation the same as an action without authority.
      **
           IF Pend-Request-Operator = WS-Operator-Id
               MOVE 'N' TO WS-Authorized-Switch
               PERFORM WRITE-VIOLATION-RECORD
               IF WS-Sec-Resp = DFHRESP(NORMAL)
                   MOVE 'APPROVER MUST DIFFER FROM REQUESTER - LOGGED'
                       TO MSGO
               END-IF
           END-IF.

       READ-PENDING-FOR-UPDATE.
      **
      * Read the item again for update and make sure no other
      * supervisor decided it between the browse and now.
      **
           EXEC CICS READ FILE(WS-Pend-File)
               INTO(PENDING-RECORD)
               RIDFLD(WS-Pending-Key)
               KEYLENGTH(20)
               UPDATE
               RESP(WS-Pend-Resp)
           END-EXEC.
           IF WS-Pend-Resp = DFHRESP(NORMAL)
               IF NOT PEND-PENDING
                   MOVE 'N' TO WS-Pending-Switch
                   MOVE 'TERMINATION ALREADY DECIDED' TO MSGO
                   EXEC CICS UNLOCK FILE(WS-Pend-File)
                   END-EXEC
               END-IF
           ELSE
               MOVE 'N' TO WS-Pending-Switch
               MOVE 'PENDING READ FAILED - CONTACT SUPPORT' TO MSGO
           END-IF.

       APPROVE-PENDING-TERMINATION.
           PERFORM LOOK-UP-EMPLOYEE.
           IF EMPLOYEE-FOUND
               PERFORM FIND-PENDING-TERMINATION
               IF TERMINATION-PENDING
                   PERFORM CHECK-SEPARATE-APPROVER
                   IF ACTION-AUTHORIZED
                       PERFORM READ-PENDING-FOR-UPDATE
                       IF TERMINATION-PENDING
                           EXEC CICS ASKTIME
                               ABSTIME(WS-Abstime)
                           END-EXEC
                           EXEC CICS FORMATTIME
                               ABSTIME(WS-Abstime)
                               YYYYMMDD(WS-Today)
                           END-EXEC
                           IF Pend-Termination-Date > WS-Today
                               PERFORM SCHEDULE-APPROVED-TERMINATION
                           ELSE
                               PERFORM TERMINATE-EMPLOYEE-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TERMINATE-EMPLOYEE-RECORD.
      **
      * The record is marked terminated with the date on the item -
      * the day the termination was asked for - and journaled under
      * the approver's id, the same T entry the NAME screen wrote when
      * it terminated the record itself. The item is only closed once
      * the record is terminated.
      **
           EXEC CICS READ FILE(WS-Emp-File)
               INTO(PERSON-RECORD)
               RIDFLD(WS-Employee-Key)
               KEYLENGTH(6)
               UPDATE
               RESP(WS-Emp-Resp)
           END-EXEC.
           IF WS-Emp-Resp = DFHRESP(NORMAL)
               IF EMPLOYEE-TERMINATED
                   MOVE 'EMPLOYEE ALREADY TERMINATED' TO MSGO
                   EXEC CICS UNLOCK FILE(WS-Emp-File)
                   END-EXEC
                   EXEC CICS UNLOCK FILE(WS-Pend-File)
                   END-EXEC
               ELSE
                   MOVE PERSON-RECORD TO WS-Before-Record
                   MOVE 'T' TO Employment-Status OF PERSON-RECORD
                   MOVE Pend-Termination-Date
                       TO Termination-Date OF PERSON-RECORD
                   EXEC CICS REWRITE FILE(WS-Emp-File)
                       FROM(PERSON-RECORD)
                       RESP(WS-Emp-Resp)
                   END-EXEC
                   IF WS-Emp-Resp = DFHRESP(NORMAL)
                       MOVE 'A' TO Pend-Status
                       PERFORM REWRITE-DECIDED-PENDING
                       IF WS-Pend-Resp = DFHRESP(NORMAL)
                           MOVE 'TERMINATION APPROVED AND APPLIED'
                               TO MSGO
                       ELSE
                           MOVE 'TERMINATED BUT APPROVAL NOT RECORDED'
                               TO MSGO
                       END-IF
                       MOVE 'T' TO Jrnl-Action
                       PERFORM WRITE-JOURNAL-RECORD
                   ELSE
                       MOVE 'APPROVE FAILED - CONTACT SUPPORT' TO MSGO
                       EXEC CICS UNLOCK FILE(WS-Pend-File)
                       END-EXEC
                   END-IF
               END-IF
           ELSE
               MOVE 'EMPLOYEE ID NOT FOUND' TO MSGO
               EXEC CICS UNLOCK FILE(WS-Pend-File)
               END-EXEC
           END-IF.

       SCHEDULE-APPROVED-TERMINATION.
      **
      * A termination dated ahead is approved now and applied on its
      * date by SCHDAPLY. It is built on the record as the
      * employee's latest waiting change will leave it, or the
      * EMPFILE record when nothing is waiting; a change already
      * waiting for a later date must be cancelled on the SCHD
      * screen first, or it would bring the leaver back.
      **
           PERFORM FIND-LAST-SCHEDULED-CHANGE.
           IF PRIOR-SCHEDULED
               MOVE WS-Prior-After-Image TO PERSON-RECORD
           END-IF.
           IF PRIOR-SCHEDULED
                   AND WS-Prior-Effective-Date > Pend-Termination-Date
               MOVE 'A LATER CHANGE IS SCHEDULED - CANCEL IT FIRST'
                   TO MSGO
               EXEC CICS UNLOCK FILE(WS-Pend-File)
               END-EXEC
           ELSE
               IF EMPLOYEE-TERMINATED
                   MOVE 'EMPLOYEE ALREADY TERMINATED' TO MSGO
                   EXEC CICS UNLOCK FILE(WS-Pend-File)
                   END-EXEC
               ELSE
                   PERFORM WRITE-SCHEDULED-TERMINATION
               END-IF
           END-IF.

       FIND-LAST-SCHEDULED-CHANGE.
           MOVE 'N' TO WS-Prior-Sched-Switch.
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
               PERFORM READ-NEXT-SCHEDULED
                   UNTIL SCHED-BROWSE-DONE
               EXEC CICS ENDBR FILE(WS-Sched-File)
               END-EXEC
           END-IF.

       READ-NEXT-SCHEDULED.
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
                       SET PRIOR-SCHEDULED TO TRUE
                       MOVE Sched-Effective-Date
                           TO WS-Prior-Effective-Date
                       MOVE Sched-After-Image TO WS-Prior-After-Image
                   END-IF
               END-IF
           END-IF.

       WRITE-SCHEDULED-TERMINATION.
      **
      * The item is only marked approved once the scheduled change
      * is on file, so a failed write leaves it waiting for another
      * try.
      **
           MOVE PERSON-RECORD TO WS-Before-Record.
           MOVE 'T' TO Employment-Status OF PERSON-RECORD.
           MOVE Pend-Termination-Date
               TO Termination-Date OF PERSON-RECORD.
           MOVE SPACES TO SCHEDULED-CHANGE-RECORD.
           EXEC CICS ASKTIME
               ABSTIME(WS-Abstime)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-Abstime)
               YYYYMMDD(Sched-Entered-Date)
               TIME(Sched-Entered-Time)
           END-EXEC.
           MOVE WS-Employee-Key TO Sched-Employee-Id.
           MOVE Pend-Termination-Date TO Sched-Effective-Date.
           MOVE 'T' TO Sched-Action.
           MOVE 'S' TO Sched-Status.
           MOVE WS-Operator-Id TO Sched-Operator.
           MOVE EIBTRMID TO Sched-Terminal.
           MOVE WS-Before-Record TO Sched-Before-Image.
           MOVE PERSON-RECORD TO Sched-After-Image.
           MOVE 'N' TO Sched-Reported-Switch.
           EXEC CICS WRITE FILE(WS-Sched-File)
               FROM(SCHEDULED-CHANGE-RECORD)
               RIDFLD(Sched-Key)
               KEYLENGTH(28)
               RESP(WS-Sched-Resp)
           END-EXEC.
           IF WS-Sched-Resp = DFHRESP(NORMAL)
               MOVE 'A' TO Pend-Status
               PERFORM REWRITE-DECIDED-PENDING
               IF WS-Pend-Resp = DFHRESP(NORMAL)
                   MOVE Pend-Termination-Date TO WS-Scheduled-Date
                   MOVE WS-Scheduled-Msg TO MSGO
               ELSE
                   MOVE 'SCHEDULED BUT APPROVAL NOT RECORDED' TO MSGO
               END-IF
           ELSE
               MOVE 'APPROVE FAILED - CONTACT SUPPORT' TO MSGO
               EXEC CICS UNLOCK FILE(WS-Pend-File)
               END-EXEC
           END-IF.

       REJECT-PENDING-TERMINATION.
      **
      * A rejection leaves the employee record as it is; the note is
      * required so the requester can see why it was turned down.
      **
           PERFORM LOOK-UP-EMPLOYEE.
           IF EMPLOYEE-FOUND
               PERFORM FIND-PENDING-TERMINATION
               IF TERMINATION-PENDING
                   PERFORM CLOSE-REJECTED-PENDING
               END-IF
           END-IF.

       CLOSE-REJECTED-PENDING.
           IF WS-Decision-Note = SPACES
               MOVE 'ENTER A NOTE GIVING THE REASON FOR REJECTION'
                   TO MSGO
           ELSE
               PERFORM CHECK-SEPARATE-APPROVER
               IF ACTION-AUTHORIZED
                   PERFORM READ-PENDING-FOR-UPDATE
                   IF TERMINATION-PENDING
                       MOVE 'R' TO Pend-Status
                       PERFORM REWRITE-DECIDED-PENDING
                       IF WS-Pend-Resp = DFHRESP(NORMAL)
                           MOVE 'TERMINATION REJECTED' TO MSGO
                       ELSE
                           MOVE 'REJECT FAILED - CONTACT SUPPORT'
                               TO MSGO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REWRITE-DECIDED-PENDING.
           EXEC CICS ASKTIME
               ABSTIME(WS-Abstime)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-Abstime)
               YYYYMMDD(Pend-Decision-Date)
               TIME(Pend-Decision-Time)
           END-EXEC.
           MOVE WS-Operator-Id TO Pend-Decision-Operator.
           MOVE EIBTRMID TO Pend-Decision-Terminal.
           MOVE WS-Decision-Note TO Pend-Decision-Note.
           EXEC CICS REWRITE FILE(WS-Pend-File)
               FROM(PENDING-RECORD)
               RESP(WS-Pend-Resp)
           END-EXEC.

       WRITE-JOURNAL-RECORD.
      **
      * The key is the action timestamp plus the task number, so two
      * tasks journaling in the same second cannot collide.
      **
           EXEC CICS ASKTIME
               ABSTIME(WS-Abstime)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-Abstime)
               YYYYMMDD(Jrnl-Date)
               TIME(Jrnl-Time)
           END-EXEC.
           MOVE EIBTASKN TO Jrnl-Task.
           MOVE WS-Operator-Id TO Jrnl-Operator.
           MOVE EIBTRMID TO Jrnl-Terminal.
           MOVE WS-Before-Record TO Jrnl-Before-Image.
           MOVE PERSON-RECORD TO Jrnl-After-Image.
           EXEC CICS WRITE FILE(WS-Jrnl-File)
               FROM(JOURNAL-RECORD)
               RIDFLD(Jrnl-Key)
               KEYLENGTH(21)
               RESP(WS-Jrnl-Resp)
           END-EXEC.
           IF WS-Jrnl-Resp NOT = DFHRESP(NORMAL)
               MOVE 'ACTION DONE BUT JOURNAL WRITE FAILED' TO MSGO
           END-IF.

       SEND-APPROVAL-MAP.
           MOVE WS-Employee-Key TO EMPIDO.
           MOVE ACTNI TO ACTNO.
           MOVE WS-Employee-Name TO ENAMEO.
           MOVE Department-Code OF PERSON-RECORD TO DEPTO.
           MOVE Pend-Request-Operator TO REQBYO.
           MOVE Pend-Request-Date TO REQDTO.
           MOVE Pend-Termination-Date TO TERMDTO.
           MOVE WS-Decision-Note TO NOTEO.
           EXEC CICS SEND MAP(WS-Map) MAPSET(WS-Mapset)
               FROM(TRMAPP1O) DATAONLY CURSOR
           END-EXEC.
      ** add other procedures here
       END PROGRAM TRMAPPR.
