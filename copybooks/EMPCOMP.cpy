      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Employee compensation record - one record per rate
      *          change, keyed on Employee-Id plus the date the rate
      *          takes effect, so the file holds each employee's full
      *          rate history in date order and the rate in effect on
      *          any date is the last record dated on or before it.
      *          Pay type is H for hourly (rate per hour) or S for
      *          salaried (annual rate). The reason code records why
      *          the rate changed. Records are added by COMPMNT from
      *          HR's rate cards and department increase cards, never
      *          rewritten, so the history stays as it was approved.
      ******************************************************************
       01  COMPENSATION-RECORD.
           05  Comp-Key.
               10  Comp-Employee-Id   PIC X(06).
               10  Comp-Effective-Date PIC X(08).
           05  Comp-Pay-Type          PIC X(01).
               88  PAY-HOURLY         VALUE 'H'.
               88  PAY-SALARIED       VALUE 'S'.
           05  Comp-Rate              PIC 9(07)V99.
           05  Comp-Reason            PIC X(01).
               88  REASON-HIRE        VALUE 'H'.
               88  REASON-MERIT       VALUE 'M'.
               88  REASON-PROMOTION   VALUE 'P'.
               88  REASON-ADJUSTMENT  VALUE 'A'.
           05  Comp-Operator          PIC X(08).
           05  Comp-Recorded-Date     PIC X(08).
           05  FILLER                 PIC X(09).
