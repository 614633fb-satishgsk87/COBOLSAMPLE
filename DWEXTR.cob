      *          M,YYYYMMDD - mode D for the nightly delta or S for
      *          the snapshot, and the business date - defaulting
      *          to a delta for the run date when omitted.
      * Modified: 15/10/2026 - widen the employee and journal records
      *          for the supervisor id added to the shared
      *          PERSON-RECORD layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CHANGE-JOURNAL
           RECORD CONTAINS 184 CHARACTERS.
           COPY EMPJRNL.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PERSONREC.
           COPY EMPTRLR.
           05  WS-Row-Operator        PIC X(08).

       01  WS-Image-Work.
           05  WS-Image               PIC X(75).
           05  FILLER REDEFINES WS-Image.
               10  WS-Image-Id        PIC X(06).
               10  WS-Image-First     PIC X(10).
               10  WS-Image-Status    PIC X(01).
               10  WS-Image-Term      PIC X(08).
               10  WS-Image-Dept      PIC X(04).
               10  WS-Image-Supervisor
                                       PIC X(06).

       01  WS-Feed-Row                PIC X(160).

