      *          hands the selected Employee-Id to the JINQ change
      *          history screen instead of the NAME maintenance
      *          screen, through the same flag-plus-id COMMAREA.
      * Modified: 15/10/2026 - widen the employee record for the
      *          supervisor id added to the shared PERSON-RECORD
      *          layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       01  WS-Back-Work.
           05  WS-Back-Count          PIC 9(02).
           05  WS-Back-Record         PIC X(75) OCCURS 10 TIMES.

       01  WS-Subscripts.
           05  WS-Row-Index           PIC 9(02).
