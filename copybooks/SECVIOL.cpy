      *          change journal, carrying the operator, terminal, the
      *          action they attempted and the employee id it was
      *          aimed at, so security can review the refusals.
      * Modified: 15/10/2026 - add the transaction id out of the
      *          spare filler, so refusals from the address screen
      *          read apart from the name screen's; a record written
      *          before this change carries spaces and came from
      *          NAME.
      ******************************************************************
       01  VIOLATION-RECORD.
           05  Viol-Key.
           05  Viol-Terminal          PIC X(04).
           05  Viol-Action            PIC X(01).
           05  Viol-Employee-Id       PIC X(06).
           05  Viol-Transaction       PIC X(04).
           05  FILLER                 PIC X(04).
