      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Change journal record for the online address
      *          maintenance transaction, in the same shape as the
      *          employee change journal - one record for every add
      *          and change, keyed on date, time and task number,
      *          carrying the operator and terminal plus the before
      *          and after address record images.
      ******************************************************************
       01  ADDRESS-JOURNAL-RECORD.
           05  Ajrn-Key.
               10  Ajrn-Date          PIC X(08).
               10  Ajrn-Time          PIC X(06).
               10  Ajrn-Task          PIC 9(07).
           05  Ajrn-Action            PIC X(01).
           05  Ajrn-Operator          PIC X(08).
           05  Ajrn-Terminal          PIC X(04).
           05  Ajrn-Before-Image      PIC X(160).
           05  Ajrn-After-Image       PIC X(160).
