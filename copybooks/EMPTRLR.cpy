      *          the same length as the 65-byte employee record.
      * Modified: 03/09/2026 - widen the filler again for the 69-byte
      *          employee record carrying the department code.
      * Modified: 15/10/2026 - widen the filler again for the 75-byte
      *          employee record carrying the supervisor id.
      ******************************************************************
       01  EMPLOYEE-TRAILER-RECORD.
           05  Trailer-Id             PIC X(06).
           05  Trailer-Record-Count   PIC 9(06).
           05  Trailer-Hash-Total     PIC 9(10).
           05  FILLER                 PIC X(53).
