      *          predecessor step has not completed tonight or when
      *          this step already has - double-run protection the
      *          operators no longer have to police by hand.
      * Modified: 15/10/2026 - widen the master and reject records
      *          for the supervisor id added to the shared
      *          PERSON-RECORD layout.
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

       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY EMPREJCT.

