      *          EMPFILE. Only the HR supervisors carry Y against
      *          the T action. The file is loaded by security from
      *          their card deck through IDCAMS.
      * Modified: 15/10/2026 - add the R flag for the rehire action,
      *          which reactivates a terminated employee; it comes
      *          out of the spare filler, so every existing record
      *          reads as N until security grants it.
      ******************************************************************
       01  AUTHORITY-RECORD.
           05  Auth-Operator          PIC X(08).
               88  MAY-CHANGE         VALUE 'Y'.
           05  Auth-Term-Allowed      PIC X(01).
               88  MAY-TERMINATE      VALUE 'Y'.
           05  Auth-Rehire-Allowed    PIC X(01).
               88  MAY-REHIRE         VALUE 'Y'.
           05  FILLER                 PIC X(08).
