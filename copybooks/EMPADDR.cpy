      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Employee home address and contact record, keyed on
      *          Employee-Id, held on its own file beside the master
      *          rather than on PERSON-RECORD, so the mailings are
      *          driven from the system of record instead of the HR
      *          spreadsheet. Maintained online through the ADDR
      *          transaction and edited by the shared VALIDADR
      *          subprogram. The ZIP is held as the five-digit code
      *          plus the optional four-digit extension; the phone
      *          is ten digits with no punctuation.
      ******************************************************************
       01  ADDRESS-RECORD.
           05  Addr-Employee-Id       PIC X(06).
           05  Addr-Street-1          PIC X(30).
           05  Addr-Street-2          PIC X(30).
           05  Addr-City              PIC X(20).
           05  Addr-State             PIC X(02).
           05  Addr-Zip.
               10  Addr-Zip-5         PIC X(05).
               10  Addr-Zip-4         PIC X(04).
           05  Addr-Phone             PIC X(10).
           05  Addr-Email             PIC X(40).
           05  FILLER                 PIC X(13).
