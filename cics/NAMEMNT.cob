      *          the attempt is logged to SECLOG with the operator,
      *          terminal, action and employee id for security
      *          review. Only the HR supervisors carry the T flag.
      * Modified: 15/10/2026 - add the R action to rehire a
      *          terminated employee under the existing id instead
      *          of a new one - the period just ended is written to
      *          the HISTFILE employment history file, the record is
      *          reactivated with the keyed hire date and department,
      *          and the action is journaled as R. Needs the new R
      *          flag on the operator's AUTHFILE record.
      * Modified: 15/10/2026 - stamp the transaction id on the SECLOG
      *          refusal record.
      * Modified: 15/10/2026 - capture the supervisor id from the new
      *          screen field on the A, C and R actions and reject one
      *          that is not an active employee on EMPFILE, is the
      *          employee's own id, or whose own reporting line leads
      *          back to the employee.
      * Modified: 15/10/2026 - the T action no longer terminates the
      *          record: it is held on the PENDFILE pending
      *          termination file for a second HR supervisor to
      *          approve on the TAPR screen, which applies and
      *          journals it. A second T for an employee whose
      *          termination is already waiting is refused.
      * Modified: 15/10/2026 - take an effective date from the new
      *          EFFDT field. An add or change dated after today is
      *          written to the EMPSCHD scheduled change file for the
      *          nightly SCHDAPLY step instead of EMPFILE, keyed
      *          against the employee's latest change still waiting
      *          when there is one; a dated termination carries its
      *          date onto the pending item. A past date, or a date on
      *          any other action, is refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  WS-Dept-File               PIC X(8) VALUE 'DEPTFILE'.
       01  WS-Auth-File               PIC X(8) VALUE 'AUTHFILE'.
       01  WS-Sec-File                PIC X(8) VALUE 'SECLOG'.
       01  WS-Hist-File               PIC X(8) VALUE 'HISTFILE'.
       01  WS-Pend-File               PIC X(8) VALUE 'PENDFILE'.
       01  WS-Sched-File              PIC X(8) VALUE 'EMPSCHD'.
       01  WS-Resp                    PIC S9(8) COMP.
       01  WS-Jrnl-Resp               PIC S9(8) COMP.
       01  WS-Dept-Resp               PIC S9(8) COMP.
       01  WS-Auth-Resp               PIC S9(8) COMP.
       01  WS-Sec-Resp                PIC S9(8) COMP.
       01  WS-Hist-Resp               PIC S9(8) COMP.
       01  WS-Chain-Resp              PIC S9(8) COMP.
       01  WS-Pend-Resp               PIC S9(8) COMP.
       01  WS-Sched-Resp              PIC S9(8) COMP.
       01  WS-Abstime                 PIC S9(15) COMP-3.

       01  WS-Commarea.
       01  WS-Valid-Dept-Switch       PIC X VALUE 'Y'.
           88  VALID-DEPARTMENT       VALUE 'Y'.
           88  INVALID-DEPARTMENT     VALUE 'N'.
       01  WS-Valid-Supv-Switch       PIC X VALUE 'Y'.
           88  VALID-SUPERVISOR       VALUE 'Y'.
           88  INVALID-SUPERVISOR     VALUE 'N'.
       01  WS-Reject-Reason           PIC X(32).

       01  WS-Department-Key          PIC X(04).

       01  WS-Chain-Key               PIC X(06).
       01  WS-Chain-Depth             PIC 9(03).
       01  WS-Max-Chain-Depth         PIC 9(03) VALUE 50.
       01  WS-Chain-Record.
           05  WS-Chain-Employee-Id   PIC X(06).
           05  FILLER                 PIC X(50).
           05  WS-Chain-Status        PIC X(01).
               88  CHAIN-TERMINATED   VALUE 'T'.
           05  FILLER                 PIC X(12).
           05  WS-Chain-Supervisor-Id PIC X(06).

       01  WS-Operator-Id             PIC X(08).
       01  WS-Authorized-Switch       PIC X VALUE 'N'.
           88  ACTION-AUTHORIZED      VALUE 'Y'.
           05  FILLER                 PIC X(23) VALUE
               ' - ATTEMPT LOGGED'.

       01  WS-Before-Record           PIC X(75).

       01  WS-Prior-Period.
           05  WS-Prior-Hire-Date     PIC X(08).
           05  WS-Prior-Term-Date     PIC X(08).
           05  WS-Prior-Dept          PIC X(04).
       01  WS-History-Switch          PIC X VALUE 'N'.
           88  HISTORY-WRITTEN        VALUE 'Y'.

       01  WS-Pend-Browse-Key         PIC X(20).
       01  WS-Pending-Switch          PIC X VALUE 'N'.
           88  TERMINATION-PENDING    VALUE 'Y'.
       01  WS-Pend-Browse-Switch      PIC X VALUE 'N'.
           88  PEND-BROWSE-DONE       VALUE 'Y'.

       01  WS-Today                   PIC X(08).
       01  WS-Effective-Date          PIC X(08).
       01  WS-Effective-Date-N REDEFINES WS-Effective-Date
                                      PIC 9(08).
       01  WS-Future-Hire-Date        PIC X(08).
       01  WS-Future-Hire-Date-N REDEFINES WS-Future-Hire-Date
                                      PIC 9(08).
       01  WS-Valid-Eff-Switch        PIC X VALUE 'Y'.
           88  VALID-EFFECTIVE-DATE   VALUE 'Y'.
           88  INVALID-EFFECTIVE-DATE VALUE 'N'.
       01  WS-Schedule-Switch         PIC X VALUE 'N'.
           88  CHANGE-SCHEDULED       VALUE 'Y'.

       01  WS-Sched-Browse-Key        PIC X(28).
       01  WS-Sched-Browse-Switch     PIC X VALUE 'N'.
           88  SCHED-BROWSE-DONE      VALUE 'Y'.
       01  WS-Prior-Sched-Switch      PIC X VALUE 'N'.
           88  PRIOR-SCHEDULED        VALUE 'Y'.
       01  WS-Prior-Effective-Date    PIC X(08).
       01  WS-Prior-After-Image.
           05  FILLER                 PIC X(56).
           05  WS-Prior-Status        PIC X(01).
               88  PRIOR-TERMINATED   VALUE 'T'.
           05  FILLER                 PIC X(18).

       01  WS-Scheduled-Msg.
           05  FILLER                 PIC X(32) VALUE
               'CHANGE SCHEDULED TO TAKE EFFECT '.
           05  WS-Scheduled-Date      PIC X(08).

       COPY PERSONREC.


       COPY SECVIOL.

       COPY EMPHIST.

       COPY EMPPEND.

       COPY EMPSCHD.

       COPY EMPJRNL.

       COPY NAMEMNTS.
           END-IF.

       PROCESS-MAINT-REQUEST.
           PERFORM EDIT-EFFECTIVE-DATE.
           IF VALID-EFFECTIVE-DATE
               EVALUATE ACTNI
                   WHEN 'A'
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF ACTION-AUTHORIZED
                           IF CHANGE-SCHEDULED
                               PERFORM SCHEDULE-EMPLOYEE-ADD
                           ELSE
                               PERFORM ADD-EMPLOYEE-RECORD
                           END-IF
                       END-IF
                   WHEN 'C'
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF ACTION-AUTHORIZED
                           IF CHANGE-SCHEDULED
                               PERFORM SCHEDULE-EMPLOYEE-CHANGE
                           ELSE
                               PERFORM CHANGE-EMPLOYEE-RECORD
                           END-IF
                       END-IF
                   WHEN 'T'
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF ACTION-AUTHORIZED
                           PERFORM TERMINATE-EMPLOYEE-RECORD
                       END-IF
                   WHEN 'R'
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF ACTION-AUTHORIZED
                           PERFORM REHIRE-EMPLOYEE-RECORD
                       END-IF
                   WHEN 'D'
                       MOVE WS-No-Delete-Msg TO MSGO
                   WHEN OTHER
                       MOVE 'INVALID ACTION - USE A, C, T OR R' TO MSGO
               END-EVALUATE
           END-IF.

       EDIT-EFFECTIVE-DATE.
      **
      * A blank effective date means today and the action applies at
      * once, as it always has. A later date on A or C schedules the
      * change instead, and on T it becomes the termination date on
      * the pending item. A date before today is refused - a back
      * dated change is keyed as today's, as before.
      **
           SET VALID-EFFECTIVE-DATE TO TRUE.
           MOVE 'N' TO WS-Schedule-Switch.
           EXEC CICS ASKTIME
               ABSTIME(WS-Abstime)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-Abstime)
               YYYYMMDD(WS-Today)
           END-EXEC.
           MOVE EFFDTI TO WS-Effective-Date.
           INSPECT WS-Effective-Date
               REPLACING ALL LOW-VALUES BY SPACES.
           IF WS-Effective-Date = SPACES
               MOVE WS-Today TO WS-Effective-Date
           ELSE
               IF WS-Effective-Date IS NOT NUMERIC
                   SET INVALID-EFFECTIVE-DATE TO TRUE
                   MOVE 'EFFECTIVE DATE NOT NUMERIC' TO MSGO
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-Effective-Date-N)
                           NOT = ZERO
                       SET INVALID-EFFECTIVE-DATE TO TRUE
                       MOVE 'EFFECTIVE DATE NOT A VALID DATE' TO MSGO
                   ELSE
                       IF WS-Effective-Date < WS-Today
                           SET INVALID-EFFECTIVE-DATE TO TRUE
                           MOVE 'EFFECTIVE DATE IS IN THE PAST' TO MSGO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF VALID-EFFECTIVE-DATE AND WS-Effective-Date > WS-Today
               IF ACTNI = 'A' OR ACTNI = 'C' OR ACTNI = 'T'
                   SET CHANGE-SCHEDULED TO TRUE
               ELSE
                   SET INVALID-EFFECTIVE-DATE TO TRUE
                   MOVE 'EFFECTIVE DATE APPLIES TO A, C AND T ONLY'
                       TO MSGO
               END-IF
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
      **
      * The operator's AUTHFILE record says which of A, C, T and R
      * they may use - no record refuses everything, the same as a
      * record of all Ns, so a new operator has no authority until
      * security grants it. A refusal is messaged and logged; the
                       IF MAY-TERMINATE
                           MOVE 'Y' TO WS-Authorized-Switch
                       END-IF
                   WHEN 'R'
                       IF MAY-REHIRE
                           MOVE 'Y' TO WS-Authorized-Switch
                       END-IF
               END-EVALUATE
           END-IF.
           IF NOT ACTION-AUTHORIZED
           MOVE EIBTRMID TO Viol-Terminal.
           MOVE ACTNI TO Viol-Action.
           MOVE WS-Employee-Key TO Viol-Employee-Id.
           MOVE EIBTRNID TO Viol-Transaction.
           EXEC CICS WRITE FILE(WS-Sec-File)
               FROM(VIOLATION-RECORD)
               RIDFLD(Viol-Key)
           MOVE HIREDTI TO Hire-Date OF PERSON-RECORD.
           MOVE 'A' TO Employment-Status OF PERSON-RECORD.
           MOVE DEPTI TO Department-Code OF PERSON-RECORD.
           MOVE SUPVI TO Supervisor-Id OF PERSON-RECORD.
           PERFORM VALIDATE-SCREEN-DATES.
           IF INVALID-DATES
               MOVE WS-Reject-Reason TO MSGO
               IF INVALID-DEPARTMENT
                   MOVE 'DEPARTMENT CODE NOT ON FILE' TO MSGO
               ELSE
                   PERFORM VALIDATE-SUPERVISOR-ID
                   IF INVALID-SUPERVISOR
                       MOVE WS-Reject-Reason TO MSGO
                   ELSE
                       IF CHANGE-SCHEDULED
                           PERFORM WRITE-SCHEDULED-CHANGE
                       ELSE
                           PERFORM WRITE-NEW-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

               RESP(WS-Resp)
           END-EXEC.
           IF WS-Resp = DFHRESP(NORMAL)
               PERFORM EDIT-CHANGED-RECORD
           ELSE
               MOVE 'EMPLOYEE ID NOT FOUND' TO MSGO
           END-IF.

       EDIT-CHANGED-RECORD.
      **
      * Overlay the keyed fields on the record as it stands - the
      * EMPFILE record, or for a scheduled change the record as the
      * employee's latest waiting change will leave it - and edit
      * the result before it is rewritten or scheduled.
      **
           MOVE PERSON-RECORD TO WS-Before-Record.
           MOVE FNAMEI TO First-Name OF PERSON-RECORD.
           MOVE LNAMEI TO Last-Name OF PERSON-RECORD.
           MOVE DOBI TO Date-Of-Birth OF PERSON-RECORD.
           MOVE HIREDTI TO Hire-Date OF PERSON-RECORD.
           MOVE DEPTI TO Department-Code OF PERSON-RECORD.
           MOVE SUPVI TO Supervisor-Id OF PERSON-RECORD.
           PERFORM VALIDATE-SCREEN-DATES.
           IF INVALID-DATES
               MOVE WS-Reject-Reason TO MSGO
           ELSE
               PERFORM VALIDATE-DEPARTMENT-CODE
               IF INVALID-DEPARTMENT
                   MOVE 'DEPARTMENT CODE NOT ON FILE' TO MSGO
               ELSE
                   PERFORM VALIDATE-SUPERVISOR-ID
                   IF INVALID-SUPERVISOR
                       MOVE WS-Reject-Reason TO MSGO
                   ELSE
                       IF CHANGE-SCHEDULED
                           PERFORM WRITE-SCHEDULED-CHANGE
                       ELSE
                           PERFORM REWRITE-CHANGED-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REWRITE-CHANGED-RECORD.
           END-IF.

       VALIDATE-SCREEN-DATES.
      **
      * A scheduled change may carry a hire date after today - a
      * start date HR knows weeks ahead - which VALIDDTE refuses as
      * a future hire. Such a date is edited here instead: it must
      * be a real date no later than the effective date, and the
      * birth date goes through VALIDDTE against today. SCHDAPLY
      * runs the full VALIDDTE edit again on the day it applies.
      **
           IF CHANGE-SCHEDULED
                   AND Hire-Date OF PERSON-RECORD IS NUMERIC
                   AND Hire-Date OF PERSON-RECORD > WS-Today
               PERFORM VALIDATE-FUTURE-HIRE-DATE
           ELSE
               CALL 'VALIDDTE' USING Date-Of-Birth OF PERSON-RECORD
                                      Hire-Date OF PERSON-RECORD
                                      WS-Valid-Date-Switch
                                      WS-Reject-Reason
           END-IF.

       VALIDATE-FUTURE-HIRE-DATE.
           MOVE Hire-Date OF PERSON-RECORD TO WS-Future-Hire-Date.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Future-Hire-Date-N)
                   NOT = ZERO
               SET INVALID-DATES TO TRUE
               MOVE 'HIRE DATE NOT A VALID DATE' TO WS-Reject-Reason
           ELSE
               IF WS-Future-Hire-Date > WS-Effective-Date
                   SET INVALID-DATES TO TRUE
                   MOVE 'HIRE DATE AFTER EFFECTIVE DATE'
                       TO WS-Reject-Reason
               ELSE
                   CALL 'VALIDDTE' USING
                                      Date-Of-Birth OF PERSON-RECORD
                                      WS-Today
                                      WS-Valid-Date-Switch
                                      WS-Reject-Reason
               END-IF
           END-IF.

       VALIDATE-DEPARTMENT-CODE.
      **
               SET INVALID-DEPARTMENT TO TRUE
           END-IF.

       VALIDATE-SUPERVISOR-ID.
      **
      * A blank supervisor id means no supervisor. Otherwise the id
      * must be an active employee on EMPFILE other than the
      * employee, and walking up from it through each supervisor's
      * own supervisor must never arrive back at the employee -
      * that would close a reporting loop. A missing link or a
      * blank id ends the walk at the top of the line; a line
      * deeper than any real organization is refused as a loop
      * that does not pass through this employee.
      **
           SET VALID-SUPERVISOR TO TRUE.
           INSPECT Supervisor-Id OF PERSON-RECORD
               REPLACING ALL LOW-VALUES BY SPACES.
           IF Supervisor-Id OF PERSON-RECORD NOT = SPACES
               IF Supervisor-Id OF PERSON-RECORD = WS-Employee-Key
                   SET INVALID-SUPERVISOR TO TRUE
                   MOVE 'SUPERVISOR IS THE EMPLOYEE'
                       TO WS-Reject-Reason
               ELSE
                   MOVE Supervisor-Id OF PERSON-RECORD
                       TO WS-Chain-Key
                   PERFORM READ-CHAIN-RECORD
                   IF WS-Chain-Resp NOT = DFHRESP(NORMAL)
                       SET INVALID-SUPERVISOR TO TRUE
                       MOVE 'SUPERVISOR NOT ON FILE'
                           TO WS-Reject-Reason
                   ELSE
                       IF CHAIN-TERMINATED
                           SET INVALID-SUPERVISOR TO TRUE
                           MOVE 'SUPERVISOR IS NOT ACTIVE'
                               TO WS-Reject-Reason
                       ELSE
                           PERFORM CHECK-SUPERVISOR-CHAIN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-SUPERVISOR-CHAIN.
           MOVE WS-Chain-Supervisor-Id TO WS-Chain-Key.
           MOVE 1 TO WS-Chain-Depth.
           PERFORM FOLLOW-SUPERVISOR-CHAIN
               UNTIL WS-Chain-Key = SPACES
                  OR INVALID-SUPERVISOR
                  OR WS-Chain-Depth > WS-Max-Chain-Depth.
           IF VALID-SUPERVISOR
                   AND WS-Chain-Depth > WS-Max-Chain-Depth
               SET INVALID-SUPERVISOR TO TRUE
               MOVE 'SUPERVISOR CHAIN TOO DEEP' TO WS-Reject-Reason
           END-IF.

       FOLLOW-SUPERVISOR-CHAIN.
           IF WS-Chain-Key = WS-Employee-Key
               SET INVALID-SUPERVISOR TO TRUE
               MOVE 'SUPERVISOR CHAIN LOOPS BACK' TO WS-Reject-Reason
           ELSE
               PERFORM READ-CHAIN-RECORD
               IF WS-Chain-Resp = DFHRESP(NORMAL)
                   MOVE WS-Chain-Supervisor-Id TO WS-Chain-Key
                   ADD 1 TO WS-Chain-Depth
               ELSE
                   MOVE SPACES TO WS-Chain-Key
               END-IF
           END-IF.

       READ-CHAIN-RECORD.
           EXEC CICS READ FILE(WS-File-Name)
               INTO(WS-Chain-Record)
               RIDFLD(WS-Chain-Key)
               KEYLENGTH(6)
               RESP(WS-Chain-Resp)
           END-EXEC.

       TERMINATE-EMPLOYEE-RECORD.
      **
      * A termination is never applied from this screen - it waits
      * on the pending file until a second HR supervisor approves it
      * on the TAPR screen, and only that approval marks the record
      * terminated and journals it. The record is read without
      * UPDATE; the image taken here goes on the pending item so
      * the approver sees what was on file when it was keyed.
      **
           EXEC CICS READ FILE(WS-File-Name)
               INTO(PERSON-RECORD)
               RIDFLD(WS-Employee-Key)
               KEYLENGTH(6)
               RESP(WS-Resp)
           END-EXEC.
           IF WS-Resp = DFHRESP(NORMAL)
               IF EMPLOYEE-TERMINATED
                   MOVE 'EMPLOYEE ALREADY TERMINATED' TO MSGO
               ELSE
                   PERFORM FIND-PENDING-TERMINATION
                   PERFORM FIND-LAST-SCHEDULED-CHANGE
                   IF TERMINATION-PENDING
                       MOVE 'TERMINATION ALREADY AWAITING APPROVAL'
                           TO MSGO
                   ELSE
                       IF PRIOR-SCHEDULED AND PRIOR-TERMINATED
                           MOVE 'TERMINATION ALREADY SCHEDULED'
                               TO MSGO
                       ELSE
                           PERFORM WRITE-PENDING-TERMINATION
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 'EMPLOYEE ID NOT FOUND' TO MSGO
           END-IF.

       FIND-PENDING-TERMINATION.
      **
      * Browse the employee's items on the pending file - earlier
      * items already decided stay on file beside a new one, so
      * only an item still in P status blocks another T.
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

       WRITE-PENDING-TERMINATION.
      **
      * The termination date is the effective date - the day it was
      * keyed when none is given, the same date the screen used to
      * stamp when the T applied at once. A later date is scheduled
      * by the TAPR approval rather than applied by it.
      **
           MOVE SPACES TO PENDING-RECORD.
           EXEC CICS ASKTIME
               ABSTIME(WS-Abstime)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-Abstime)
               YYYYMMDD(Pend-Request-Date)
               TIME(Pend-Request-Time)
           END-EXEC.
           MOVE WS-Employee-Key TO Pend-Employee-Id.
           MOVE 'P' TO Pend-Status.
           MOVE WS-Effective-Date TO Pend-Termination-Date.
           MOVE WS-Operator-Id TO Pend-Request-Operator.
           MOVE EIBTRMID TO Pend-Request-Terminal.
           MOVE 'N' TO Pend-Reported-Switch.
           MOVE PERSON-RECORD TO Pend-Before-Image.
           EXEC CICS WRITE FILE(WS-Pend-File)
               FROM(PENDING-RECORD)
               RIDFLD(Pend-Key)
               KEYLENGTH(20)
               RESP(WS-Pend-Resp)
           END-EXEC.
           IF WS-Pend-Resp = DFHRESP(NORMAL)
               MOVE 'TERMINATION SENT FOR SECOND APPROVAL' TO MSGO
           ELSE
               MOVE 'TERMINATE FAILED - CONTACT SUPPORT' TO MSGO
           END-IF.

       SCHEDULE-EMPLOYEE-ADD.
      **
      * A new hire keyed ahead of the start date. The id must be free
      * on EMPFILE and must not already have a change waiting, so
      * two scheduled adds can never race for the same id.
      **
           PERFORM FIND-LAST-SCHEDULED-CHANGE.
           IF PRIOR-SCHEDULED
               MOVE 'A CHANGE IS ALREADY SCHEDULED FOR THIS ID'
                   TO MSGO
           ELSE
               EXEC CICS READ FILE(WS-File-Name)
                   INTO(WS-Chain-Record)
                   RIDFLD(WS-Employee-Key)
                   KEYLENGTH(6)
                   RESP(WS-Resp)
               END-EXEC
               IF WS-Resp = DFHRESP(NORMAL)
                   MOVE 'EMPLOYEE ID ALREADY ON FILE' TO MSGO
               ELSE
                   MOVE SPACES TO WS-Before-Record
                   PERFORM ADD-EMPLOYEE-RECORD
               END-IF
           END-IF.

       SCHEDULE-EMPLOYEE-CHANGE.
      **
      * A change keyed ahead is built on the record as it will stand
      * on its effective date: the after image of the employee's
      * latest change still waiting, or the EMPFILE record when
      * nothing is waiting. Changes apply in effective date order,
      * so one dated before a change already waiting is refused -
      * that change would otherwise undo it.
      **
           PERFORM FIND-LAST-SCHEDULED-CHANGE.
           IF PRIOR-SCHEDULED
               IF WS-Prior-Effective-Date > WS-Effective-Date
                   MOVE 'A LATER CHANGE IS SCHEDULED - CANCEL IT FIRST'
                       TO MSGO
               ELSE
                   MOVE WS-Prior-After-Image TO PERSON-RECORD
                   PERFORM EDIT-CHANGED-RECORD
               END-IF
           ELSE
               EXEC CICS READ FILE(WS-File-Name)
                   INTO(PERSON-RECORD)
                   RIDFLD(WS-Employee-Key)
                   KEYLENGTH(6)
                   RESP(WS-Resp)
               END-EXEC
               IF WS-Resp = DFHRESP(NORMAL)
                   PERFORM EDIT-CHANGED-RECORD
               ELSE
                   MOVE 'EMPLOYEE ID NOT FOUND' TO MSGO
               END-IF
           END-IF.

       FIND-LAST-SCHEDULED-CHANGE.
      **
      * Browse the employee's items on the scheduled change file in
      * effective date order, keeping the last one still waiting.
      * Applied, failed and cancelled items stay on file for the
      * report and are passed over.
      **
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

       WRITE-SCHEDULED-CHANGE.
      **
      * The before image is what the change was keyed against;
      * SCHDAPLY applies it only if EMPFILE still matches that
      * image on the effective date.
      **
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
           MOVE WS-Effective-Date TO Sched-Effective-Date.
           MOVE ACTNI TO Sched-Action.
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
               MOVE WS-Effective-Date TO WS-Scheduled-Date
               MOVE WS-Scheduled-Msg TO MSGO
           ELSE
               MOVE 'SCHEDULE FAILED - CONTACT SUPPORT' TO MSGO
           END-IF.

       REHIRE-EMPLOYEE-RECORD.
      **
      * Bring a leaver back under the same id rather than a new one
      * DUPAUDIT would flag. The period just ended goes to the
      * employment history file first, then the record is
      * reactivated with the keyed hire date and department, and
      * the journal carries the terminated image as the before. The
      * names and birth date stay as they are on file - a
      * correction to them is a separate C action.
      **
           EXEC CICS READ FILE(WS-File-Name)
               INTO(PERSON-RECORD)
               RIDFLD(WS-Employee-Key)
               KEYLENGTH(6)
               UPDATE
               RESP(WS-Resp)
           END-EXEC.
           IF WS-Resp = DFHRESP(NORMAL)
               IF EMPLOYEE-TERMINATED
                   PERFORM EDIT-REHIRE-DETAILS
                   IF VALID-DATES AND VALID-DEPARTMENT
                           AND VALID-SUPERVISOR
                       PERFORM WRITE-HISTORY-RECORD
                       IF HISTORY-WRITTEN
                           PERFORM REWRITE-REHIRED-RECORD
                       END-IF
                   END-IF
               ELSE
                   MOVE 'EMPLOYEE IS NOT TERMINATED' TO MSGO
               END-IF
           ELSE
               MOVE 'EMPLOYEE ID NOT FOUND' TO MSGO
           END-IF.

       EDIT-REHIRE-DETAILS.
      **
      * The new hire date goes through the same VALIDDTE edit as an
      * add, against the birth date on file, and must fall after
      * the termination it ends - a rehire dated inside the old
      * period would overlap it.
      **
           MOVE PERSON-RECORD TO WS-Before-Record.
           MOVE Hire-Date OF PERSON-RECORD TO WS-Prior-Hire-Date.
           MOVE Termination-Date OF PERSON-RECORD
               TO WS-Prior-Term-Date.
           MOVE Department-Code OF PERSON-RECORD TO WS-Prior-Dept.
           MOVE HIREDTI TO Hire-Date OF PERSON-RECORD.
           MOVE DEPTI TO Department-Code OF PERSON-RECORD.
           MOVE SUPVI TO Supervisor-Id OF PERSON-RECORD.
           SET VALID-DEPARTMENT TO TRUE.
           SET VALID-SUPERVISOR TO TRUE.
           PERFORM VALIDATE-SCREEN-DATES.
           IF INVALID-DATES
               MOVE WS-Reject-Reason TO MSGO
           ELSE
               IF Hire-Date OF PERSON-RECORD NOT > WS-Prior-Term-Date
                   SET INVALID-DATES TO TRUE
                   MOVE 'REHIRE DATE MUST FOLLOW THE TERMINATION DATE'
                       TO MSGO
               ELSE
                   PERFORM VALIDATE-DEPARTMENT-CODE
                   IF INVALID-DEPARTMENT
                       MOVE 'DEPARTMENT CODE NOT ON FILE' TO MSGO
                   ELSE
                       PERFORM VALIDATE-SUPERVISOR-ID
                       IF INVALID-SUPERVISOR
                           MOVE WS-Reject-Reason TO MSGO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-HISTORY-RECORD.
      **
      * The history key is the id plus the hire date that opened
      * the period, so a retry after a failed rewrite finds the
      * period already recorded - a duplicate is taken as written
      * rather than blocking the rehire.
      **
           MOVE 'N' TO WS-History-Switch.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-Employee-Key TO Hist-Employee-Id.
           MOVE WS-Prior-Hire-Date TO Hist-Hire-Date.
           MOVE WS-Prior-Term-Date TO Hist-Termination-Date.
           MOVE WS-Prior-Dept TO Hist-Department-Code.
           MOVE Hire-Date OF PERSON-RECORD TO Hist-Rehire-Date.
           MOVE WS-Operator-Id TO Hist-Operator.
           EXEC CICS ASKTIME
               ABSTIME(WS-Abstime)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-Abstime)
               YYYYMMDD(Hist-Recorded-Date)
           END-EXEC.
           EXEC CICS WRITE FILE(WS-Hist-File)
               FROM(HISTORY-RECORD)
               RIDFLD(Hist-Key)
               KEYLENGTH(14)
               RESP(WS-Hist-Resp)
           END-EXEC.
           IF WS-Hist-Resp = DFHRESP(NORMAL)
                   OR WS-Hist-Resp = DFHRESP(DUPREC)
               SET HISTORY-WRITTEN TO TRUE
           ELSE
               MOVE 'REHIRE FAILED - HISTORY WRITE FAILED' TO MSGO
           END-IF.

       REWRITE-REHIRED-RECORD.
           MOVE 'A' TO Employment-Status OF PERSON-RECORD.
           MOVE SPACES TO Termination-Date OF PERSON-RECORD.
           EXEC CICS REWRITE FILE(WS-File-Name)
               FROM(PERSON-RECORD)
               RESP(WS-Resp)
           END-EXEC.
           IF WS-Resp = DFHRESP(NORMAL)
               MOVE 'EMPLOYEE RECORD REHIRED' TO MSGO
               MOVE 'R' TO Jrnl-Action
               PERFORM WRITE-JOURNAL-RECORD
           ELSE
               MOVE 'REHIRE FAILED - CONTACT SUPPORT' TO MSGO
           END-IF.

       WRITE-JOURNAL-RECORD.
      **
      * The key is the action timestamp plus the task number, so two
           MOVE DOBI TO DOBO.
           MOVE HIREDTI TO HIREDTO.
           MOVE DEPTI TO DEPTO.
           MOVE SUPVI TO SUPVO.
           MOVE EFFDTI TO EFFDTO.
           EXEC CICS SEND MAP(WS-Map) MAPSET(WS-Mapset)
               FROM(NAMEMNT1O) DATAONLY CURSOR
           END-EXEC.
