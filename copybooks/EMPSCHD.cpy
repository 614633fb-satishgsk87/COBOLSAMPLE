      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Scheduled employee change record - an add, change or
      *          termination keyed on the NAME screen or loaded
      *          through BULKMNT with an effective date after today
      *          waits here instead of going to EMPFILE, and the
      *          nightly SCHDAPLY step applies it on the morning it
      *          takes effect. A termination only arrives here once
      *          the TAPR approval screen has approved it. Keyed on
      *          the Employee-Id, the effective date and the date and
      *          time the change was keyed, so an employee's changes
      *          sit in the order they take effect. The before image
      *          is the record the change was keyed against - the
      *          EMPFILE record, or the after image of the employee's
      *          previous scheduled change when one is still waiting
      *          - and SCHDAPLY refuses the change if the record on
      *          file no longer matches it. Status S waits; D applied,
      *          F failed (with the reason) and X cancelled on the
      *          SCHD screen are kept for the daily report, which
      *          marks each once it has been printed.
      ******************************************************************
       01  SCHEDULED-CHANGE-RECORD.
           05  Sched-Key.
               10  Sched-Employee-Id  PIC X(06).
               10  Sched-Effective-Date PIC X(08).
               10  Sched-Entered-Date PIC X(08).
               10  Sched-Entered-Time PIC X(06).
           05  Sched-Action           PIC X(01).
               88  SCHED-ADD          VALUE 'A'.
               88  SCHED-CHANGE       VALUE 'C'.
               88  SCHED-TERMINATE    VALUE 'T'.
           05  Sched-Status           PIC X(01).
               88  SCHED-WAITING      VALUE 'S'.
               88  SCHED-APPLIED      VALUE 'D'.
               88  SCHED-FAILED       VALUE 'F'.
               88  SCHED-CANCELLED    VALUE 'X'.
           05  Sched-Operator         PIC X(08).
           05  Sched-Terminal         PIC X(04).
           05  Sched-Before-Image     PIC X(75).
           05  Sched-After-Image      PIC X(75).
           05  Sched-Done-Date        PIC X(08).
           05  Sched-Done-Time        PIC X(06).
           05  Sched-Done-Operator    PIC X(08).
           05  Sched-Reason           PIC X(32).
           05  Sched-Reported-Switch  PIC X(01).
               88  SCHED-REPORTED     VALUE 'Y'.
           05  FILLER                 PIC X(03).
