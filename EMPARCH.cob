      *          listing of who was archived. The JCL PARM is the
      *          retention period in years, defaulting to the
      *          records-retention policy's seven.
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

       FD  ARCHIVE-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD             PIC X(75).

       FD  NEW-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NEW-MASTER-RECORD          PIC X(75).

       FD  EMPLOYEE-VSAM
           RECORD CONTAINS 75 CHARACTERS.
       01  VSAM-EMPLOYEE-RECORD.
           05  VSAM-Employee-Id       PIC X(06).
           05  FILLER                 PIC X(69).

       FD  ARCHIVE-REPORT
           RECORDING MODE IS F
           05  FILLER                 PIC X(06) VALUE 'TRLR99'.
           05  WS-New-Trailer-Count   PIC 9(06).
           05  WS-New-Trailer-Hash    PIC 9(10).
           05  FILLER                 PIC X(53) VALUE SPACES.

       01  WS-Title-Line.
           05  FILLER                 PIC X(26) VALUE SPACES.
