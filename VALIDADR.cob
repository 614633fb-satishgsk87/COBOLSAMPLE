      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Shared address edit checks for the home address and
      *          contact record, in the same mould as VALIDNAM and
      *          VALIDDTE, so the ADDR maintenance screen and the
      *          mailing-label run apply one set of rules. Rejects a
      *          record with no first street line or no city, a state
      *          that is not a US Postal Service state, district,
      *          territory or military code, a ZIP that is not five
      *          digits (or a ZIP+4 extension that is not four), a
      *          phone that is not ten digits, or an email address
      *          without exactly one @ with text either side of it.
      *          The second street line, the extension, the phone and
      *          the email are optional.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. VALIDADR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-State-Values.
           05  FILLER                 PIC X(32) VALUE
               'ALAKAZARCACOCTDEDCFLGAHIIDILINIA'.
           05  FILLER                 PIC X(32) VALUE
               'KSKYLAMEMDMAMIMNMSMOMTNENVNHNJNM'.
           05  FILLER                 PIC X(32) VALUE
               'NYNCNDOHOKORPARISCSDTNTXUTVTVAWA'.
           05  FILLER                 PIC X(22) VALUE
               'WVWIWYPRVIGUASMPAAAEAP'.
       01  WS-State-Table REDEFINES WS-State-Values.
           05  WS-State-Code          PIC X(02) OCCURS 59 TIMES.

       01  WS-State-Count             PIC 9(02) VALUE 59.
       01  WS-State-Index             PIC 9(02).
       01  WS-State-Found-Switch      PIC X VALUE 'N'.
           88  STATE-FOUND            VALUE 'Y'.

       01  WS-Email-Work.
           05  WS-At-Count            PIC 9(02).
           05  WS-Before-At-Count     PIC 9(02).
           05  WS-Space-Count         PIC 9(02).
           05  WS-Email-Length        PIC 9(02).

       LINKAGE SECTION.
      *-----------------------
       01  LK-Address-Record.
           05  LK-Employee-Id         PIC X(06).
           05  LK-Street-1            PIC X(30).
           05  LK-Street-2            PIC X(30).
           05  LK-City                PIC X(20).
           05  LK-State               PIC X(02).
           05  LK-Zip-5               PIC X(05).
           05  LK-Zip-4               PIC X(04).
           05  LK-Phone               PIC X(10).
           05  LK-Email               PIC X(40).
           05  FILLER                 PIC X(13).
       01  LK-Valid-Switch            PIC X.
           88  VALID-RECORD           VALUE 'Y'.
           88  INVALID-RECORD         VALUE 'N'.
       01  LK-Reject-Reason           PIC X(32).

      *-----------------------
       PROCEDURE DIVISION USING LK-Address-Record
                                 LK-Valid-Switch
                                 LK-Reject-Reason.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the subprogram
      **
           PERFORM VALIDATE-ADDRESS-FIELDS.
           GOBACK.

       VALIDATE-ADDRESS-FIELDS.
           SET VALID-RECORD TO TRUE.
           MOVE SPACES TO LK-Reject-Reason.

           IF LK-Street-1 = SPACES
               SET INVALID-RECORD TO TRUE
               MOVE 'STREET ADDRESS MISSING' TO LK-Reject-Reason
           END-IF.

           IF VALID-RECORD
               IF LK-City = SPACES
                   SET INVALID-RECORD TO TRUE
                   MOVE 'CITY MISSING' TO LK-Reject-Reason
               END-IF
           END-IF.

           IF VALID-RECORD
               PERFORM CHECK-STATE-CODE
           END-IF.

           IF VALID-RECORD
               IF LK-Zip-5 IS NOT NUMERIC OR LK-Zip-5 = '00000'
                   SET INVALID-RECORD TO TRUE
                   MOVE 'ZIP CODE NOT FIVE DIGITS'
                       TO LK-Reject-Reason
               END-IF
           END-IF.

           IF VALID-RECORD
               IF LK-Zip-4 NOT = SPACES
                       AND LK-Zip-4 IS NOT NUMERIC
                   SET INVALID-RECORD TO TRUE
                   MOVE 'ZIP+4 EXTENSION NOT FOUR DIGITS'
                       TO LK-Reject-Reason
               END-IF
           END-IF.

           IF VALID-RECORD
               IF LK-Phone NOT = SPACES
                       AND LK-Phone IS NOT NUMERIC
                   SET INVALID-RECORD TO TRUE
                   MOVE 'PHONE NOT TEN DIGITS' TO LK-Reject-Reason
               END-IF
           END-IF.

           IF VALID-RECORD
               IF LK-Email NOT = SPACES
                   PERFORM CHECK-EMAIL-ADDRESS
               END-IF
           END-IF.

       CHECK-STATE-CODE.
           MOVE 'N' TO WS-State-Found-Switch.
           MOVE 1 TO WS-State-Index.
           PERFORM CHECK-ONE-STATE-ENTRY
               UNTIL STATE-FOUND OR WS-State-Index > WS-State-Count.
           IF NOT STATE-FOUND
               SET INVALID-RECORD TO TRUE
               MOVE 'STATE CODE NOT VALID' TO LK-Reject-Reason
           END-IF.

       CHECK-ONE-STATE-ENTRY.
           IF WS-State-Code(WS-State-Index) = LK-State
               SET STATE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-State-Index
           END-IF.

       CHECK-EMAIL-ADDRESS.
      **
      * One @, not in the first position, with something after it,
      * and no blank inside the address itself - the trailing
      * blanks that pad the field are not counted.
      **
           MOVE ZERO TO WS-At-Count.
           MOVE ZERO TO WS-Before-At-Count.
           MOVE ZERO TO WS-Space-Count.
           MOVE ZERO TO WS-Email-Length.
           INSPECT LK-Email TALLYING WS-At-Count FOR ALL '@'.
           INSPECT LK-Email TALLYING WS-Before-At-Count
               FOR CHARACTERS BEFORE INITIAL '@'.
           INSPECT FUNCTION TRIM(LK-Email TRAILING)
               TALLYING WS-Space-Count FOR ALL SPACE.
           INSPECT FUNCTION TRIM(LK-Email TRAILING)
               TALLYING WS-Email-Length FOR CHARACTERS.
           IF WS-At-Count NOT = 1
                   OR WS-Before-At-Count = ZERO
                   OR WS-Before-At-Count + 1 >= WS-Email-Length
                   OR WS-Space-Count NOT = ZERO
               SET INVALID-RECORD TO TRUE
               MOVE 'EMAIL ADDRESS NOT VALID' TO LK-Reject-Reason
           END-IF.
      ** add other procedures here
       END PROGRAM VALIDADR.
