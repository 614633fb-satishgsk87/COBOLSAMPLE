      *          subprogram, which refuses a second run on the same
      *          day - recycling the same corrections twice would
      *          feed duplicates to the nightly merge.
      * Modified: 15/10/2026 - widen the reject and recycle records
      *          for the supervisor id added to the shared
      *          PERSON-RECORD layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY EMPREJCT.

       FD  NEW-REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NEW-REJECT-RECORD          PIC X(110).

       FD  RECYCLE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PERSONREC.

           05  WS-Id-Index            PIC 9(03) COMP.

       01  WS-Image-Work.
           05  WS-Image               PIC X(75).
           05  FILLER REDEFINES WS-Image.
               10  WS-Image-Id        PIC X(06).
               10  WS-Image-First     PIC X(10).
               10  WS-Image-Middle    PIC X(10).
               10  WS-Image-Last      PIC X(10).
               10  FILLER             PIC X(39).

       01  WS-Counters.
           05  WS-Pending-Count       PIC 9(06) VALUE ZERO.
