      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Shared adjusted-service-date lookup for the service
      *          and eligibility reports, in the same mould as
      *          VALIDDTE and RUNCTL. Given an employee id and the
      *          Hire-Date of the current period, returns the date
      *          service would have started from had every prior
      *          period on the employment history file been worked
      *          back-to-back with the current one - the current
      *          Hire-Date moved earlier by the days of each completed
      *          hire-to-termination period. An employee with no
      *          history comes back with the Hire-Date unchanged, so
      *          the existing truncating YYYYMMDD service arithmetic
      *          carries straight over to the adjusted date. The
      *          history file is read forward in key order alongside
      *          the caller's master, so callers must ask for ids in
      *          ascending order, the order the master is held in;
      *          function E closes the file so a second pass over the
      *          master can start again from the top. A history file
      *          that cannot be opened reads as empty - nobody has
      *          been rehired yet.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SVCDATE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Hist-Key
               FILE STATUS IS WS-History-Status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EMPHIST.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-History-Status          PIC XX.
       01  WS-Flags.
           05  WS-Open-Switch          PIC X VALUE 'N'.
               88  HISTORY-OPEN        VALUE 'Y'.
           05  WS-History-EOF-Switch   PIC X VALUE 'N'.
               88  HISTORY-EOF         VALUE 'Y'.
           05  WS-Started-Switch       PIC X VALUE 'N'.
               88  LOOKUP-STARTED      VALUE 'Y'.

       01  WS-Period-Work.
           05  WS-Period-Hire-N       PIC 9(08).
           05  WS-Period-Term-N       PIC 9(08).
           05  WS-Prior-Days          PIC 9(07) COMP.
           05  WS-Hire-Day-Number     PIC 9(07) COMP.
           05  WS-Service-Date-N      PIC 9(08).

       LINKAGE SECTION.
      *-----------------------
       01  LK-Function                PIC X(01).
           88  SERVICE-REQUEST        VALUE 'S'.
           88  END-REQUEST            VALUE 'E'.
       01  LK-Employee-Id             PIC X(06).
       01  LK-Hire-Date               PIC X(08).
       01  LK-Service-Date            PIC X(08).
       01  LK-Period-Count            PIC 9(03).

      *-----------------------
       PROCEDURE DIVISION USING LK-Function
                                 LK-Employee-Id
                                 LK-Hire-Date
                                 LK-Service-Date
                                 LK-Period-Count.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the subprogram
      **
           EVALUATE TRUE
               WHEN SERVICE-REQUEST
                   IF NOT LOOKUP-STARTED
                       PERFORM OPEN-HISTORY-FILE
                   END-IF
                   PERFORM COMPUTE-SERVICE-DATE
               WHEN END-REQUEST
                   PERFORM CLOSE-HISTORY-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

       OPEN-HISTORY-FILE.
           SET LOOKUP-STARTED TO TRUE.
           MOVE 'N' TO WS-History-EOF-Switch.
           OPEN INPUT HISTORY-FILE.
           IF WS-History-Status = '00'
               SET HISTORY-OPEN TO TRUE
               PERFORM READ-HISTORY-FILE
           ELSE
               SET HISTORY-EOF TO TRUE
           END-IF.

       READ-HISTORY-FILE.
           READ HISTORY-FILE
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ.

       COMPUTE-SERVICE-DATE.
      **
      * Skip the history of ids the master no longer holds, then
      * total the days of every completed period for this id. A
      * period with a non-numeric or reversed date pair adds
      * nothing rather than throwing the service date out.
      **
           MOVE ZERO TO WS-Prior-Days.
           MOVE ZERO TO LK-Period-Count.
           PERFORM SKIP-EARLIER-HISTORY
               UNTIL HISTORY-EOF
                  OR Hist-Employee-Id >= LK-Employee-Id.
           PERFORM ADD-ONE-PERIOD
               UNTIL HISTORY-EOF
                  OR Hist-Employee-Id NOT = LK-Employee-Id.
           MOVE LK-Hire-Date TO LK-Service-Date.
           IF WS-Prior-Days > ZERO AND LK-Hire-Date IS NUMERIC
               MOVE LK-Hire-Date TO WS-Service-Date-N
               COMPUTE WS-Hire-Day-Number =
                   FUNCTION INTEGER-OF-DATE(WS-Service-Date-N)
               IF WS-Prior-Days < WS-Hire-Day-Number
                   COMPUTE WS-Service-Date-N =
                       FUNCTION DATE-OF-INTEGER(
                       WS-Hire-Day-Number - WS-Prior-Days)
                   MOVE WS-Service-Date-N TO LK-Service-Date
               END-IF
           END-IF.

       SKIP-EARLIER-HISTORY.
           PERFORM READ-HISTORY-FILE.

       ADD-ONE-PERIOD.
           IF Hist-Hire-Date IS NUMERIC
                   AND Hist-Termination-Date IS NUMERIC
                   AND Hist-Termination-Date > Hist-Hire-Date
               MOVE Hist-Hire-Date TO WS-Period-Hire-N
               MOVE Hist-Termination-Date TO WS-Period-Term-N
               COMPUTE WS-Prior-Days = WS-Prior-Days
                   + FUNCTION INTEGER-OF-DATE(WS-Period-Term-N)
                   - FUNCTION INTEGER-OF-DATE(WS-Period-Hire-N)
               ADD 1 TO LK-Period-Count
           END-IF.
           PERFORM READ-HISTORY-FILE.

       CLOSE-HISTORY-FILE.
           IF HISTORY-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           MOVE 'N' TO WS-Open-Switch.
           MOVE 'N' TO WS-Started-Switch.
           MOVE 'N' TO WS-History-EOF-Switch.
      ** add other procedures here
       END PROGRAM SVCDATE.
