      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Online CICS transaction ADDR for inquiring on, adding
      *          and changing an employee's home address and contact
      *          details, backed by the ADDRFILE VSAM file keyed on
      *          Employee-Id, so the mailings come from the system of
      *          record instead of the HR spreadsheet. The employee
      *          must already be on EMPFILE, and the record goes
      *          through the shared VALIDADR edits before it is
      *          written. Every action is checked against the
      *          operator's AUTHFILE record the same way as the NAME
      *          transaction - A needs the add flag, C the change
      *          flag and I any record at all - with refusals logged
      *          to SECLOG, and every add and change is journaled to
      *          ADRJFILE with the before/after address images.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ADDRMNT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-Mapset                  PIC X(8) VALUE 'ADDRMNTM'.
       01  WS-Map                     PIC X(8) VALUE 'ADDRMNT1'.
       01  WS-Addr-File               PIC X(8) VALUE 'ADDRFILE'.
       01  WS-Emp-File                PIC X(8) VALUE 'EMPFILE'.
       01  WS-Ajrn-File               PIC X(8) VALUE 'ADRJFILE'.
       01  WS-Auth-File               PIC X(8) VALUE 'AUTHFILE'.
       01  WS-Sec-File                PIC X(8) VALUE 'SECLOG'.
       01  WS-Resp                    PIC S9(8) COMP.
       01  WS-Emp-Resp                PIC S9(8) COMP.
       01  WS-Ajrn-Resp               PIC S9(8) COMP.
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

       01  WS-Valid-Address-Switch    PIC X VALUE 'Y'.
           88  VALID-ADDRESS          VALUE 'Y'.
           88  INVALID-ADDRESS        VALUE 'N'.
       01  WS-Reject-Reason           PIC X(32).

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

       01  WS-Before-Address          PIC X(160).

       COPY PERSONREC.

       COPY EMPADDR.

       COPY AUTHREC.

       COPY SECVIOL.

       COPY ADRJRNL.

       COPY ADDRMNTS.

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

           PERFORM RECEIVE-MAINT-MAP.
           PERFORM PROCESS-MAINT-REQUEST.
           PERFORM SEND-MAINT-MAP.

           MOVE 'M' TO CA-Flag.
           MOVE WS-Employee-Key TO CA-Employee-Id.
           EXEC CICS RETURN
               TRANSID('ADDR')
               COMMAREA(WS-Commarea)
               LENGTH(7)
           END-EXEC.

       SEND-INITIAL-MAP.
           MOVE SPACES TO ADDRMNT1O.
           MOVE 'ENTER ACTION AND EMPLOYEE ID THEN PRESS ENTER'
               TO MSGO.
           EXEC CICS SEND MAP(WS-Map) MAPSET(WS-Mapset)
               FROM(ADDRMNT1O) ERASE
           END-EXEC.
           MOVE 'M' TO CA-Flag.
           EXEC CICS RETURN
               TRANSID('ADDR')
               COMMAREA(WS-Commarea)
               LENGTH(7)
           END-EXEC.

       RECEIVE-MAINT-MAP.
      **
      * The EMPID sent back on the previous screen has MDT off, so
      * when the field arrives empty fall back to the id carried in
      * the COMMAREA, as the NAME transaction does.
      **
           EXEC CICS RECEIVE MAP(WS-Map) MAPSET(WS-Mapset)
               INTO(ADDRMNT1I)
           END-EXEC.
           IF (EMPIDI = SPACES OR EMPIDI = LOW-VALUES)
                   AND EIBCALEN >= 7
               MOVE LK-CA-Employee-Id TO WS-Employee-Key
           ELSE
               MOVE EMPIDI TO WS-Employee-Key
           END-IF.

       PROCESS-MAINT-REQUEST.
           MOVE SPACES TO WS-Name-First.
           MOVE SPACES TO WS-Name-Last.
           EVALUATE ACTNI
               WHEN 'I'
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF ACTION-AUTHORIZED
                       PERFORM INQUIRE-ADDRESS-RECORD
                   END-IF
               WHEN 'A'
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF ACTION-AUTHORIZED
                       PERFORM ADD-ADDRESS-RECORD
                   END-IF
               WHEN 'C'
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF ACTION-AUTHORIZED
                       PERFORM CHANGE-ADDRESS-RECORD
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID ACTION - USE I, A OR C' TO MSGO
           END-EVALUATE.

       CHECK-OPERATOR-AUTHORITY.
      **
      * The same AUTHFILE record that governs the NAME screen - the
      * add flag covers adding an address, the change flag changing
      * one, and any record at all lets the desk look one up. No
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
                       IF MAY-ADD
                           MOVE 'Y' TO WS-Authorized-Switch
                       END-IF
                   WHEN 'C'
                       IF MAY-CHANGE
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
      **
      * An address is only held for an employee on EMPFILE; the name
      * is shown beside the id so the desk can see it has the right
      * person before it changes anything.
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
           ELSE
               MOVE 'EMPLOYEE ID NOT FOUND' TO MSGO
           END-IF.

       INQUIRE-ADDRESS-RECORD.
           PERFORM LOOK-UP-EMPLOYEE.
           IF EMPLOYEE-FOUND
               EXEC CICS READ FILE(WS-Addr-File)
                   INTO(ADDRESS-RECORD)
                   RIDFLD(WS-Employee-Key)
                   KEYLENGTH(6)
                   RESP(WS-Resp)
               END-EXEC
               IF WS-Resp = DFHRESP(NORMAL)
                   PERFORM MOVE-ADDRESS-TO-SCREEN
                   MOVE 'ADDRESS DISPLAYED - USE C TO CHANGE IT'
                       TO MSGO
               ELSE
                   MOVE SPACES TO ADDRESS-RECORD
                   PERFORM MOVE-ADDRESS-TO-SCREEN
                   MOVE 'NO ADDRESS ON FILE - USE A TO ADD ONE'
                       TO MSGO
               END-IF
           END-IF.

       ADD-ADDRESS-RECORD.
           PERFORM LOOK-UP-EMPLOYEE.
           IF EMPLOYEE-FOUND
               PERFORM MOVE-SCREEN-TO-ADDRESS
               PERFORM VALIDATE-ADDRESS-FIELDS
               IF INVALID-ADDRESS
                   MOVE WS-Reject-Reason TO MSGO
               ELSE
                   PERFORM WRITE-NEW-ADDRESS
               END-IF
           END-IF.

       WRITE-NEW-ADDRESS.
           EXEC CICS WRITE FILE(WS-Addr-File)
               FROM(ADDRESS-RECORD)
               RIDFLD(WS-Employee-Key)
               KEYLENGTH(6)
               RESP(WS-Resp)
           END-EXEC.
           IF WS-Resp = DFHRESP(NORMAL)
               MOVE 'ADDRESS RECORD ADDED' TO MSGO
               MOVE 'A' TO Ajrn-Action
               MOVE SPACES TO WS-Before-Address
               PERFORM WRITE-JOURNAL-RECORD
           ELSE
               IF WS-Resp = DFHRESP(DUPREC)
                   MOVE 'ADDRESS ALREADY ON FILE - USE C TO CHANGE IT'
                       TO MSGO
               ELSE
                   MOVE 'ADD FAILED - CONTACT SUPPORT' TO MSGO
               END-IF
           END-IF.

       CHANGE-ADDRESS-RECORD.
           PERFORM LOOK-UP-EMPLOYEE.
           IF EMPLOYEE-FOUND
               EXEC CICS READ FILE(WS-Addr-File)
                   INTO(ADDRESS-RECORD)
                   RIDFLD(WS-Employee-Key)
                   KEYLENGTH(6)
                   UPDATE
                   RESP(WS-Resp)
               END-EXEC
               IF WS-Resp = DFHRESP(NORMAL)
                   MOVE ADDRESS-RECORD TO WS-Before-Address
                   PERFORM MOVE-SCREEN-TO-ADDRESS
                   PERFORM VALIDATE-ADDRESS-FIELDS
                   IF INVALID-ADDRESS
                       MOVE WS-Reject-Reason TO MSGO
                   ELSE
                       PERFORM REWRITE-CHANGED-ADDRESS
                   END-IF
               ELSE
                   MOVE 'NO ADDRESS ON FILE - USE A TO ADD ONE'
                       TO MSGO
               END-IF
           END-IF.

       REWRITE-CHANGED-ADDRESS.
           EXEC CICS REWRITE FILE(WS-Addr-File)
               FROM(ADDRESS-RECORD)
               RESP(WS-Resp)
           END-EXEC.
           IF WS-Resp = DFHRESP(NORMAL)
               MOVE 'ADDRESS RECORD CHANGED' TO MSGO
               MOVE 'C' TO Ajrn-Action
               PERFORM WRITE-JOURNAL-RECORD
           ELSE
               MOVE 'CHANGE FAILED - CONTACT SUPPORT' TO MSGO
           END-IF.

       MOVE-SCREEN-TO-ADDRESS.
      **
      * A field never keyed since the screen was first sent comes
      * back as nulls, which are held on file as blanks.
      **
           MOVE SPACES TO ADDRESS-RECORD.
           MOVE WS-Employee-Key TO Addr-Employee-Id.
           MOVE STR1I TO Addr-Street-1.
           MOVE STR2I TO Addr-Street-2.
           MOVE CITYI TO Addr-City.
           MOVE STATEI TO Addr-State.
           MOVE ZIP5I TO Addr-Zip-5.
           MOVE ZIP4I TO Addr-Zip-4.
           MOVE PHONEI TO Addr-Phone.
           MOVE EMAILI TO Addr-Email.
           INSPECT ADDRESS-RECORD REPLACING ALL LOW-VALUES BY SPACES.

       MOVE-ADDRESS-TO-SCREEN.
           MOVE Addr-Street-1 TO STR1I.
           MOVE Addr-Street-2 TO STR2I.
           MOVE Addr-City TO CITYI.
           MOVE Addr-State TO STATEI.
           MOVE Addr-Zip-5 TO ZIP5I.
           MOVE Addr-Zip-4 TO ZIP4I.
           MOVE Addr-Phone TO PHONEI.
           MOVE Addr-Email TO EMAILI.

       VALIDATE-ADDRESS-FIELDS.
           CALL 'VALIDADR' USING ADDRESS-RECORD
                                  WS-Valid-Address-Switch
                                  WS-Reject-Reason.

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
               YYYYMMDD(Ajrn-Date)
               TIME(Ajrn-Time)
           END-EXEC.
           MOVE EIBTASKN TO Ajrn-Task.
           MOVE WS-Operator-Id TO Ajrn-Operator.
           MOVE EIBTRMID TO Ajrn-Terminal.
           MOVE WS-Before-Address TO Ajrn-Before-Image.
           MOVE ADDRESS-RECORD TO Ajrn-After-Image.
           EXEC CICS WRITE FILE(WS-Ajrn-File)
               FROM(ADDRESS-JOURNAL-RECORD)
               RIDFLD(Ajrn-Key)
               KEYLENGTH(21)
               RESP(WS-Ajrn-Resp)
           END-EXEC.
           IF WS-Ajrn-Resp NOT = DFHRESP(NORMAL)
               MOVE 'ACTION DONE BUT JOURNAL WRITE FAILED' TO MSGO
           END-IF.

       SEND-MAINT-MAP.
           MOVE WS-Employee-Key TO EMPIDO.
           MOVE ACTNI TO ACTNO.
           MOVE WS-Employee-Name TO ENAMEO.
           MOVE STR1I TO STR1O.
           MOVE STR2I TO STR2O.
           MOVE CITYI TO CITYO.
           MOVE STATEI TO STATEO.
           MOVE ZIP5I TO ZIP5O.
           MOVE ZIP4I TO ZIP4O.
           MOVE PHONEI TO PHONEO.
           MOVE EMAILI TO EMAILO.
           EXEC CICS SEND MAP(WS-Map) MAPSET(WS-Mapset)
               FROM(ADDRMNT1O) DATAONLY CURSOR
           END-EXEC.
      ** add other procedures here
       END PROGRAM ADDRMNT.
