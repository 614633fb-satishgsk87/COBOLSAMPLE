      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Employment history record - one record for every
      *          completed hire-to-termination period of an employee
      *          who has since been rehired under the same
      *          Employee-Id, keyed on the id plus the hire date
      *          that opened the period. Written by the R action on
      *          the NAME screen and the bulk maintenance run at the
      *          moment the terminated record is reactivated, so the
      *          prior stint survives the new Hire-Date. The current
      *          period stays on PERSON-RECORD; the service reports
      *          add the periods on this file to it.
      ******************************************************************
       01  HISTORY-RECORD.
           05  Hist-Key.
               10  Hist-Employee-Id   PIC X(06).
               10  Hist-Hire-Date     PIC X(08).
           05  Hist-Termination-Date  PIC X(08).
           05  Hist-Department-Code   PIC X(04).
           05  Hist-Rehire-Date       PIC X(08).
           05  Hist-Operator          PIC X(08).
           05  Hist-Recorded-Date     PIC X(08).
           05  FILLER                 PIC X(10).
