      *          record written before this change reads as
      *          unassigned. Record length grows from 65 to 69
      *          bytes.
      * Modified: 15/10/2026 - add the supervisor Employee-Id so the
      *          reporting line is held on the record itself; it is
      *          edited to be an active employee other than the
      *          employee and not to close a reporting loop, and a
      *          blank id on a record written before this change reads
      *          as no supervisor. Record length grows from 69 to 75
      *          bytes.
      ******************************************************************
       01  PERSON-RECORD.
           05  Employee-Id            PIC X(06).
                                       VALUE 'T'.
           05  Termination-Date       PIC X(08).
           05  Department-Code        PIC X(04).
           05  Supervisor-Id          PIC X(06).
