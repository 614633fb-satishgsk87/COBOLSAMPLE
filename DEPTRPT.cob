      *          listed under UNASSIGNED so they can be chased. Page
      *          headers, 60-line pages and the END OF REPORT trailer
      *          follow the roster report.
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
       01  DEPT-REPORT-LINE           PIC X(80).

       SD  SORT-WORK
           RECORD CONTAINS 75 CHARACTERS.
       01  SORT-RECORD.
           05  FILLER                 PIC X(65).
           05  Sort-Dept-Code         PIC X(04).
           05  FILLER                 PIC X(06).

       WORKING-STORAGE SECTION.
      *-----------------------
