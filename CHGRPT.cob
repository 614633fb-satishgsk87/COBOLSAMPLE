      * Modified: 03/09/2026 - widen the journal record images for
      *          the department code added to the shared
      *          PERSON-RECORD layout.
      * Modified: 15/10/2026 - widen the journal record images for
      *          the supervisor id added to the shared
      *          PERSON-RECORD layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CHANGE-JOURNAL
           RECORD CONTAINS 184 CHARACTERS.
           COPY EMPJRNL.

       FD  CHANGE-REPORT
           05  WS-Max-Lines-Per-Page  PIC 9(4) VALUE 0060.

       01  WS-Image-Work.
           05  WS-Image               PIC X(75).
           05  FILLER REDEFINES WS-Image.
               10  WS-Image-Id        PIC X(06).
               10  WS-Image-First     PIC X(10).
               10  WS-Image-Middle    PIC X(10).
               10  WS-Image-Last      PIC X(10).
               10  FILLER             PIC X(39).

       01  WS-Title-Line.
           05  FILLER                 PIC X(25) VALUE SPACES.
