      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Mailing-label extract and address exceptions report,
      *          driven from the ADDRFILE address file instead of the
      *          HR spreadsheet the tax forms and benefits mailings
      *          have been going out from. Match-merges the employee
      *          master against the address file by employee id -
      *          both are held in id order - and writes one
      *          fixed-width label record for every active employee
      *          whose address passes the shared VALIDADR edits. The
      *          exceptions report lists every active employee with
      *          no address on file, every active employee whose
      *          address fails an edit (a malformed ZIP or state
      *          among them) with the reason, and every address held
      *          for an id the master no longer carries. Terminated
      *          employees get no label and are not reported. Any
      *          exception ends the run RC 4 so HR sees the list
      *          before the mailing goes out. An address file not
      *          yet loaded reads as empty.
      * Modified: 15/10/2026 - widen the employee record for the
      *          supervisor id added to the shared PERSON-RECORD
      *          layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ADDRLBL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Employee-Status.

           SELECT ADDRESS-FILE
               ASSIGN TO "ADDRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Addr-Employee-Id
               FILE STATUS IS WS-Address-Status.

           SELECT LABEL-FILE
               ASSIGN TO "LABELS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Label-Status.

           SELECT EXCEPTION-REPORT
               ASSIGN TO "ADDREXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PERSONREC.
           COPY EMPTRLR.

       FD  ADDRESS-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY EMPADDR.

       FD  LABEL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  LABEL-RECORD.
           05  Lbl-Employee-Id        PIC X(06).
           05  Lbl-Name-Line          PIC X(30).
           05  Lbl-Street-1           PIC X(30).
           05  Lbl-Street-2           PIC X(30).
           05  Lbl-City               PIC X(20).
           05  Lbl-State              PIC X(02).
           05  Lbl-Zip                PIC X(10).
           05  FILLER                 PIC X(32).

       FD  EXCEPTION-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-Employee-Status         PIC XX.
       01  WS-Address-Status          PIC XX.
       01  WS-Label-Status            PIC XX.
       01  WS-Report-Status           PIC XX.
       01  WS-Flags.
           05  WS-Master-EOF-Switch    PIC X VALUE 'N'.
               88  MASTER-EOF          VALUE 'Y'.
           05  WS-Address-EOF-Switch   PIC X VALUE 'N'.
               88  ADDRESS-EOF         VALUE 'Y'.
           05  WS-Address-Open-Switch  PIC X VALUE 'N'.
               88  ADDRESS-FILE-OPEN   VALUE 'Y'.
           05  WS-Valid-Address-Switch PIC X VALUE 'Y'.
               88  VALID-ADDRESS       VALUE 'Y'.
               88  INVALID-ADDRESS     VALUE 'N'.

       01  WS-Reject-Reason           PIC X(32).

       01  WS-Merge-Keys.
           05  WS-Master-Key          PIC X(06).
           05  WS-Address-Key         PIC X(06).

       01  WS-Zip-Work.
           05  WS-Zip-5               PIC X(05).
           05  WS-Zip-Dash            PIC X(01).
           05  WS-Zip-4               PIC X(04).

       01  WS-Report-Date             PIC 9(08).
       01  WS-Report-Date-X REDEFINES WS-Report-Date.
           05  WS-Report-Year         PIC 9(4).
           05  WS-Report-Month        PIC 9(2).
           05  WS-Report-Day          PIC 9(2).

       01  WS-Counters.
           05  WS-Active-Count        PIC 9(06) VALUE ZERO.
           05  WS-Label-Count         PIC 9(06) VALUE ZERO.
           05  WS-No-Address-Count    PIC 9(06) VALUE ZERO.
           05  WS-Bad-Address-Count   PIC 9(06) VALUE ZERO.
           05  WS-Not-On-Master-Count PIC 9(06) VALUE ZERO.
           05  WS-Line-Count          PIC 9(4) VALUE ZERO.
           05  WS-Page-Count          PIC 9(4) VALUE ZERO.
           05  WS-Max-Lines-Per-Page  PIC 9(4) VALUE 0060.

       01  WS-Title-Line.
           05  FILLER                 PIC X(25) VALUE SPACES.
           05  FILLER                 PIC X(31) VALUE
                                       'MAILING ADDRESS EXCEPTIONS'.
           05  FILLER                 PIC X(10) VALUE
                                       'PAGE '.
           05  WS-Title-Page          PIC ZZZ9.

       01  WS-Date-Line.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  WS-Date-Month          PIC 99.
           05  FILLER                 PIC X VALUE '/'.
           05  WS-Date-Day            PIC 99.
           05  FILLER                 PIC X VALUE '/'.
           05  WS-Date-Year           PIC 9999.

       01  WS-Column-Line             PIC X(80) VALUE
           'EMP ID LAST NAME       FIRST NAME      EXCEPTION'.

       01  WS-Detail-Line.
           05  WS-Detail-Id           PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Last         PIC X(15).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-First        PIC X(15).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Detail-Exception    PIC X(32).
           05  FILLER                 PIC X(09) VALUE SPACES.

       01  WS-Trailer-Line.
           05  FILLER                 PIC X(13) VALUE
                                       'END OF REPORT'.
           05  FILLER                 PIC X(4) VALUE ' -- '.
           05  WS-Trailer-Labels      PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE
                                       ' LABELS,'.
           05  WS-Trailer-No-Address  PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE
                                       ' NO ADDRESS,'.
           05  WS-Trailer-Bad-Address PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE
                                       ' FAILED,'.
           05  WS-Trailer-Not-Master  PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(07) VALUE
                                       ' ORPHAN'.

      *-----------------------
       PROCEDURE DIVISION.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM INITIALIZE-RUN.
           PERFORM OPEN-FILES.
           PERFORM READ-EMPLOYEE-MASTER.
           IF ADDRESS-FILE-OPEN
               PERFORM READ-ADDRESS-FILE
           END-IF.
           PERFORM MATCH-ADDRESS-RECORDS
               UNTIL MASTER-EOF AND ADDRESS-EOF.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM SET-LABEL-RETURN-CODE.
           PERFORM CLOSE-FILES.
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-Report-Date FROM DATE YYYYMMDD.
           MOVE WS-Report-Month TO WS-Date-Month.
           MOVE WS-Report-Day TO WS-Date-Day.
           MOVE WS-Report-Year TO WS-Date-Year.

       OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'ADDRLBL - UNABLE TO OPEN EMPLOYEE-MASTER, '
                   'STATUS = ' WS-Employee-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      **
      * A newly defined address cluster holds no records yet and
      * will not open for input (status 35). It reads as an empty
      * file, so every active employee is reported with no address.
      **
           OPEN INPUT ADDRESS-FILE.
           EVALUATE WS-Address-Status
               WHEN '00'
                   SET ADDRESS-FILE-OPEN TO TRUE
               WHEN '35'
                   DISPLAY 'ADDRLBL - NO ADDRESS-FILE, STATUS = '
                       WS-Address-Status ' - NO ADDRESSES ON FILE'
                   SET ADDRESS-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-Address-Key
               WHEN OTHER
                   DISPLAY 'ADDRLBL - UNABLE TO OPEN ADDRESS-FILE, '
                       'STATUS = ' WS-Address-Status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT LABEL-FILE.
           IF WS-Label-Status NOT = '00'
               DISPLAY 'ADDRLBL - UNABLE TO OPEN LABEL-FILE, '
                   'STATUS = ' WS-Label-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'ADDRLBL - UNABLE TO OPEN EXCEPTION-REPORT, '
                   'STATUS = ' WS-Report-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-EMPLOYEE-MASTER.
      **
      * The TRLR99 trailer ends the master side of the merge the
      * same as end of file.
      **
           READ EMPLOYEE-MASTER
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ.
           IF NOT MASTER-EOF
               IF Trailer-Id = 'TRLR99'
                   SET MASTER-EOF TO TRUE
               END-IF
           END-IF.
           IF MASTER-EOF
               MOVE HIGH-VALUES TO WS-Master-Key
           ELSE
               MOVE Employee-Id OF PERSON-RECORD TO WS-Master-Key
           END-IF.

       READ-ADDRESS-FILE.
           READ ADDRESS-FILE
               AT END
                   SET ADDRESS-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-Address-Key
               NOT AT END
                   MOVE Addr-Employee-Id TO WS-Address-Key
           END-READ.

       MATCH-ADDRESS-RECORDS.
      **
      * Balanced-line match on employee id, the same shape as the
      * EMPSYNC merge. A master id below the address id has no
      * address; an address id below the master id belongs to
      * nobody on the master; a match is edited and labelled.
      * Leavers drop out on both the master-only and matched
      * branches - they get no mailing and are no exception.
      **
           EVALUATE TRUE
               WHEN WS-Master-Key < WS-Address-Key
                   IF EMPLOYEE-ACTIVE
                       ADD 1 TO WS-Active-Count
                       MOVE 'NO ADDRESS ON FILE'
                           TO WS-Detail-Exception
                       PERFORM PRINT-MASTER-EXCEPTION
                       ADD 1 TO WS-No-Address-Count
                   END-IF
                   PERFORM READ-EMPLOYEE-MASTER
               WHEN WS-Master-Key = WS-Address-Key
                   IF EMPLOYEE-ACTIVE
                       ADD 1 TO WS-Active-Count
                       PERFORM EDIT-MATCHED-ADDRESS
                   END-IF
                   PERFORM READ-EMPLOYEE-MASTER
                   PERFORM READ-ADDRESS-FILE
               WHEN OTHER
                   PERFORM PRINT-ADDRESS-EXCEPTION
                   ADD 1 TO WS-Not-On-Master-Count
                   PERFORM READ-ADDRESS-FILE
           END-EVALUATE.

       EDIT-MATCHED-ADDRESS.
           CALL 'VALIDADR' USING ADDRESS-RECORD
                                  WS-Valid-Address-Switch
                                  WS-Reject-Reason.
           IF VALID-ADDRESS
               PERFORM WRITE-LABEL-RECORD
           ELSE
               MOVE WS-Reject-Reason TO WS-Detail-Exception
               PERFORM PRINT-MASTER-EXCEPTION
               ADD 1 TO WS-Bad-Address-Count
           END-IF.

       WRITE-LABEL-RECORD.
      **
      * The name line is first, middle initial, last and suffix
      * with the padding squeezed out; the ZIP goes out as
      * 12345-6789, or the five digits alone with no extension.
      **
           MOVE SPACES TO LABEL-RECORD.
           MOVE Employee-Id OF PERSON-RECORD TO Lbl-Employee-Id.
           IF Middle-Name = SPACES
               STRING FUNCTION TRIM(First-Name TRAILING)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(Last-Name TRAILING)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(Name-Suffix TRAILING)
                          DELIMITED BY SIZE
                   INTO Lbl-Name-Line
               END-STRING
           ELSE
               STRING FUNCTION TRIM(First-Name TRAILING)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      Middle-Name(1:1) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(Last-Name TRAILING)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(Name-Suffix TRAILING)
                          DELIMITED BY SIZE
                   INTO Lbl-Name-Line
               END-STRING
           END-IF.
           MOVE Addr-Street-1 TO Lbl-Street-1.
           MOVE Addr-Street-2 TO Lbl-Street-2.
           MOVE Addr-City TO Lbl-City.
           MOVE Addr-State TO Lbl-State.
           MOVE Addr-Zip-5 TO WS-Zip-5.
           IF Addr-Zip-4 = SPACES
               MOVE SPACES TO WS-Zip-Dash
           ELSE
               MOVE '-' TO WS-Zip-Dash
           END-IF.
           MOVE Addr-Zip-4 TO WS-Zip-4.
           MOVE WS-Zip-Work TO Lbl-Zip.
           WRITE LABEL-RECORD.
           ADD 1 TO WS-Label-Count.

       PRINT-MASTER-EXCEPTION.
           IF WS-Line-Count = 0
                   OR WS-Line-Count >= WS-Max-Lines-Per-Page
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE Employee-Id OF PERSON-RECORD TO WS-Detail-Id.
           MOVE Last-Name TO WS-Detail-Last.
           MOVE First-Name TO WS-Detail-First.
           WRITE EXCEPTION-REPORT-LINE FROM WS-Detail-Line.
           ADD 1 TO WS-Line-Count.

       PRINT-ADDRESS-EXCEPTION.
      **
      * The address record carries no name, so the exception line
      * shows the id with blank name columns.
      **
           IF WS-Line-Count = 0
                   OR WS-Line-Count >= WS-Max-Lines-Per-Page
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE Addr-Employee-Id TO WS-Detail-Id.
           MOVE SPACES TO WS-Detail-Last.
           MOVE SPACES TO WS-Detail-First.
           MOVE 'ADDRESS FOR ID NOT ON MASTER' TO WS-Detail-Exception.
           WRITE EXCEPTION-REPORT-LINE FROM WS-Detail-Line.
           ADD 1 TO WS-Line-Count.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-Page-Count.
           MOVE WS-Page-Count TO WS-Title-Page.
           WRITE EXCEPTION-REPORT-LINE FROM WS-Title-Line.
           WRITE EXCEPTION-REPORT-LINE FROM WS-Date-Line.
           WRITE EXCEPTION-REPORT-LINE FROM WS-Column-Line.
           MOVE 3 TO WS-Line-Count.

       WRITE-REPORT-TRAILER.
           IF WS-Line-Count = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-Label-Count TO WS-Trailer-Labels.
           MOVE WS-No-Address-Count TO WS-Trailer-No-Address.
           MOVE WS-Bad-Address-Count TO WS-Trailer-Bad-Address.
           MOVE WS-Not-On-Master-Count TO WS-Trailer-Not-Master.
           WRITE EXCEPTION-REPORT-LINE FROM WS-Trailer-Line.

       SET-LABEL-RETURN-CODE.
           DISPLAY 'ADDRLBL COMPLETE - ' WS-Active-Count
               ' ACTIVE, ' WS-Label-Count ' LABELS, '
               WS-No-Address-Count ' NO ADDRESS, '
               WS-Bad-Address-Count ' FAILED EDIT, '
               WS-Not-On-Master-Count ' NOT ON MASTER'.
           IF WS-No-Address-Count > ZERO
                   OR WS-Bad-Address-Count > ZERO
                   OR WS-Not-On-Master-Count > ZERO
                   OR NOT ADDRESS-FILE-OPEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER.
           IF ADDRESS-FILE-OPEN
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE LABEL-FILE.
           CLOSE EXCEPTION-REPORT.
      ** add other procedures here
       END PROGRAM ADDRLBL.
