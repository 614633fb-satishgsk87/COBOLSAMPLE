      *          images; each page request scans at most a bounded
      *          number of journal records so one inquiry cannot
      *          crawl the whole file in a single task.
      * Modified: 15/10/2026 - widen the journal record and image
      *          for the supervisor id added to the shared
      *          PERSON-RECORD layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       01  WS-Entry-Hold.
           05  WS-Hold-Count          PIC 9(02).
           05  WS-Hold-Entry          PIC X(184) OCCURS 5 TIMES.

       01  WS-Subscripts.
           05  WS-Entry-Index         PIC 9(02).

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

       01  WS-Name-Work               PIC X(18).

