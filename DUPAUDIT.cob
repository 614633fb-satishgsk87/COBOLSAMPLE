      * Modified: 03/09/2026 - widen the employee record for the
      *          department code added to the shared PERSON-RECORD
      *          layout.
      * Modified: 15/10/2026 - widen the employee record for the
      *          supervisor id added to the shared PERSON-RECORD
      *          layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PERSONREC.
           COPY EMPTRLR.
