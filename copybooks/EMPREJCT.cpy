      * Modified: 03/09/2026 - widen the person image for the 69-byte
      *          employee record carrying the department code. Record
      *          length grows from 100 to 104 bytes.
      * Modified: 15/10/2026 - widen the person image for the 75-byte
      *          employee record carrying the supervisor id. Record
      *          length grows from 104 to 110 bytes.
      ******************************************************************
       01  REJECT-RECORD.
           05  Rej-Person-Image       PIC X(75).
           05  Rej-Reason             PIC X(32).
           05  Rej-Status             PIC X(01).
               88  REJECT-PENDING     VALUE 'R'.
