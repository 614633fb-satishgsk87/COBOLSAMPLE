      *          are applied, earlier ones are skipped as already
      *          present in the backup. The PARM is required - a
      *          recovery with no point to recover from is refused.
      * Modified: 15/10/2026 - widen the employee and journal records
      *          for the supervisor id added to the shared
      *          PERSON-RECORD layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  EMPLOYEE-VSAM
           RECORD CONTAINS 75 CHARACTERS.
       01  VSAM-EMPLOYEE-RECORD.
           05  VSAM-Employee-Id       PIC X(06).
           05  FILLER                 PIC X(69).

       FD  CHANGE-JOURNAL
           RECORD CONTAINS 184 CHARACTERS.
           COPY EMPJRNL.

       FD  RECOVERY-REPORT
           05  WS-Stamp-Time          PIC X(06).

       01  WS-Image-Work.
           05  WS-Image               PIC X(75).
           05  FILLER REDEFINES WS-Image.
               10  WS-Image-Id        PIC X(06).
               10  FILLER             PIC X(69).

       01  WS-Disposition             PIC X(32).

