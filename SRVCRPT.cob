      * Modified: 03/09/2026 - widen the employee record for the
      *          department code added to the shared PERSON-RECORD
      *          layout.
      * Modified: 15/10/2026 - years of service and the anniversary
      *          month come from the adjusted service date returned
      *          by the shared SVCDATE lookup, which credits every
      *          prior period on the employment history file, so a
      *          rehired employee is no longer reported from the
      *          rehire date alone. The service sort runs on the
      *          adjusted date and the report shows it beside the
      *          hire date.
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
       01  SERVICE-REPORT-LINE        PIC X(80).

       SD  SORT-WORK
           RECORD CONTAINS 86 CHARACTERS.
       01  SORT-RECORD.
           05  Sort-Person-Image      PIC X(75).
           05  Sort-Service-Date      PIC X(08).
           05  Sort-Period-Count      PIC 9(03).

       WORKING-STORAGE SECTION.
      *-----------------------
               88  WS-EMP-ACTIVE      VALUE 'A' SPACE.
               88  WS-EMP-TERMINATED  VALUE 'T'.
           05  WS-Emp-Term            PIC X(08).
           05  WS-Emp-Dept            PIC X(04).
           05  WS-Emp-Supervisor      PIC X(06).
           05  WS-Emp-Service         PIC X(08).
           05  WS-Emp-Service-N REDEFINES WS-Emp-Service.
               10  WS-Emp-Service-Year
                                       PIC 9(04).
               10  WS-Emp-Service-Month
                                       PIC 9(02).
               10  WS-Emp-Service-Day PIC 9(02).
           05  WS-Emp-Periods         PIC 9(03).

       01  WS-Run-Date                PIC 9(08).
       01  WS-Run-Date-X REDEFINES WS-Run-Date.
       01  WS-Service-Work.
           05  WS-Hire-Date-N         PIC 9(08).
           05  WS-Service-Years       PIC 9(03).
           05  WS-Svc-Function        PIC X(01).

       01  WS-Counters.
           05  WS-Line-Count          PIC 9(4) VALUE ZERO.
           05  WS-Date-Year           PIC 9999.

       01  WS-Column-Line             PIC X(80) VALUE
           'FIRST NAME          LAST NAME           HIRE DATE SVC DATE  
      -    'YEARS'.

       01  WS-Detail-Line.
           05  WS-Detail-First        PIC X(20).
           05  WS-Detail-Last         PIC X(20).
           05  WS-Detail-Hire         PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-Detail-Service      PIC X(08).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-Detail-Years        PIC ZZ9.
           05  FILLER                 PIC X(16) VALUE SPACES.

       01  WS-Anniv-Section-Line.
           05  FILLER                 PIC X(31) VALUE
           PERFORM INITIALIZE-RUN.
           PERFORM OPEN-FILES.
           SORT SORT-WORK
               ON ASCENDING KEY Sort-Service-Date
               INPUT PROCEDURE IS RELEASE-EMPLOYEE-RECORDS
               OUTPUT PROCEDURE IS PRINT-SERVICE-SECTION.
           PERFORM LIST-COMING-ANNIVERSARIES.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM END-SERVICE-LOOKUP.
           PERFORM CLOSE-FILES.
           STOP RUN.

           ELSE
               PERFORM VALIDATE-MASTER-RECORD
               IF VALID-RECORD AND EMPLOYEE-ACTIVE
                   MOVE PERSON-RECORD TO WS-Emp-Record
                   PERFORM LOOK-UP-SERVICE-DATE
                   RELEASE SORT-RECORD FROM WS-Emp-Record
               END-IF
               PERFORM READ-EMPLOYEE-MASTER
           END-IF.
                   SET END-OF-FILE TO TRUE
           END-READ.

       LOOK-UP-SERVICE-DATE.
      **
      * The master is read in id order on both passes, which is
      * the order SVCDATE walks the history file in.
      **
           MOVE 'S' TO WS-Svc-Function.
           CALL 'SVCDATE' USING WS-Svc-Function
                                 Employee-Id
                                 Hire-Date
                                 WS-Emp-Service
                                 WS-Emp-Periods.

       END-SERVICE-LOOKUP.
           MOVE 'E' TO WS-Svc-Function.
           CALL 'SVCDATE' USING WS-Svc-Function
                                 Employee-Id
                                 Hire-Date
                                 WS-Emp-Service
                                 WS-Emp-Periods.

       VALIDATE-MASTER-RECORD.
           CALL 'VALIDNAM' USING First-Name
                                  Last-Name
           MOVE WS-Emp-First TO WS-Detail-First.
           MOVE WS-Emp-Last TO WS-Detail-Last.
           MOVE WS-Emp-Hire TO WS-Detail-Hire.
           MOVE WS-Emp-Service TO WS-Detail-Service.
           PERFORM COMPUTE-SERVICE-YEARS.
           MOVE WS-Service-Years TO WS-Detail-Years.
           WRITE SERVICE-REPORT-LINE FROM WS-Detail-Line.
      **
      * Whole years of service as of the run date - the difference
      * of the two YYYYMMDD values divided by 10000 truncates to
      * completed years, counting the anniversary day itself. The
      * adjusted service date stands in for the hire date, so prior
      * periods count and the break between them does not.
      **
           MOVE WS-Emp-Service TO WS-Hire-Date-N.
           COMPUTE WS-Service-Years =
               (WS-Run-Date - WS-Hire-Date-N) / 10000.

      **
      * Second pass over the master in file order - the section is
      * a short pick-list for HR, so it does not need the service
      * sort repeated. The service lookup is restarted with it.
      **
           PERFORM END-SERVICE-LOOKUP.
           CLOSE EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-Employee-Status NOT = '00'
               PERFORM VALIDATE-MASTER-RECORD
               IF VALID-RECORD AND EMPLOYEE-ACTIVE
                   MOVE PERSON-RECORD TO WS-Emp-Record
                   PERFORM LOOK-UP-SERVICE-DATE
                   IF WS-Emp-Service-Month = WS-Coming-Month
                       PERFORM PRINT-ANNIVERSARY-LINE
                   END-IF
               END-IF
           MOVE WS-Emp-First TO WS-Detail-First.
           MOVE WS-Emp-Last TO WS-Detail-Last.
           MOVE WS-Emp-Hire TO WS-Detail-Hire.
           MOVE WS-Emp-Service TO WS-Detail-Service.
           PERFORM COMPUTE-SERVICE-YEARS.
           MOVE WS-Service-Years TO WS-Detail-Years.
           WRITE SERVICE-REPORT-LINE FROM WS-Detail-Line.
