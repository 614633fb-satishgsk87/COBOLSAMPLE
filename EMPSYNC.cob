      *          predecessor step has not completed tonight or when
      *          this step already has - double-run protection the
      *          operators no longer have to police by hand.
      * Modified: 15/10/2026 - widen the employee record for the
      *          supervisor id added to the shared PERSON-RECORD
      *          layout.
      * Modified: 15/10/2026 - the predecessor step is now SCHDAPLY,
      *          so the sync never runs ahead of the night's apply of
      *          scheduled changes and the master picks up every
      *          change that took effect today.
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

       FD  OLD-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PERSONREC.
           COPY EMPTRLR.

       FD  RECYCLE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RECYCLE-RECORD.
           05  Recycle-Employee-Id    PIC X(06).
           05  FILLER                 PIC X(69).

       FD  NEW-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NEW-MASTER-RECORD          PIC X(75).

       WORKING-STORAGE SECTION.
      *-----------------------
           05  WS-Sync-Id             PIC X(06).
           05  WS-Sync-Id-Num REDEFINES WS-Sync-Id
                                       PIC 9(06).
           05  FILLER                 PIC X(69).

       01  WS-Hold-Record             PIC X(75).

       01  WS-Counters.
           05  WS-Records-Written     PIC 9(06) VALUE ZERO.
       01  WS-Run-Control-Parms.
           05  WS-Rctl-Function       PIC X(01).
           05  WS-Rctl-Step           PIC X(08) VALUE 'EMPSYNC'.
           05  WS-Rctl-Pred           PIC X(08) VALUE 'SCHDAPLY'.
           05  WS-Rctl-OK-Switch      PIC X(01).
               88  RUN-CLEARED        VALUE 'Y'.

           05  FILLER                 PIC X(06) VALUE 'TRLR99'.
           05  WS-New-Trailer-Count   PIC 9(06).
           05  WS-New-Trailer-Hash    PIC 9(10).
           05  FILLER                 PIC X(53) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
