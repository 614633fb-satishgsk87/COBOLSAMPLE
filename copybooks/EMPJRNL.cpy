      * Modified: 03/09/2026 - widen the before and after images for
      *          the 69-byte employee record carrying the department
      *          code. Record length grows from 164 to 172 bytes.
      * Modified: 15/10/2026 - widen the before and after images for
      *          the 75-byte employee record carrying the supervisor
      *          id. Record length grows from 172 to 184 bytes.
      ******************************************************************
       01  JOURNAL-RECORD.
           05  Jrnl-Key.
           05  Jrnl-Action            PIC X(01).
           05  Jrnl-Operator          PIC X(08).
           05  Jrnl-Terminal          PIC X(04).
           05  Jrnl-Before-Image      PIC X(75).
           05  Jrnl-After-Image       PIC X(75).
