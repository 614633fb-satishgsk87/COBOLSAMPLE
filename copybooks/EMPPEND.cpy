      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Pending termination record - a T action keyed on the
      *          NAME screen or loaded through BULKMNT waits here for
      *          a second HR supervisor instead of going straight to
      *          EMPFILE. Keyed on the Employee-Id plus the date and
      *          time the termination was requested, so an employee
      *          can only ever have one item in P status but keeps
      *          every earlier decided item beside it. The TAPR
      *          approval screen sets A (the termination is applied
      *          and journaled) or R; the nightly TRMPEND run sets E
      *          on an item left undecided too long, and marks each
      *          decided item once it has been on the daily report.
      *          The before image is the employee record as it stood
      *          when the termination was keyed.
      ******************************************************************
       01  PENDING-RECORD.
           05  Pend-Key.
               10  Pend-Employee-Id   PIC X(06).
               10  Pend-Request-Date  PIC X(08).
               10  Pend-Request-Time  PIC X(06).
           05  Pend-Status            PIC X(01).
               88  PEND-PENDING       VALUE 'P'.
               88  PEND-APPROVED      VALUE 'A'.
               88  PEND-REJECTED      VALUE 'R'.
               88  PEND-EXPIRED       VALUE 'E'.
           05  Pend-Termination-Date  PIC X(08).
           05  Pend-Request-Operator  PIC X(08).
           05  Pend-Request-Terminal  PIC X(04).
           05  Pend-Decision-Date     PIC X(08).
           05  Pend-Decision-Time     PIC X(06).
           05  Pend-Decision-Operator PIC X(08).
           05  Pend-Decision-Terminal PIC X(04).
           05  Pend-Decision-Note     PIC X(30).
           05  Pend-Reported-Switch   PIC X(01).
               88  PEND-REPORTED      VALUE 'Y'.
           05  Pend-Before-Image      PIC X(75).
           05  FILLER                 PIC X(07).
