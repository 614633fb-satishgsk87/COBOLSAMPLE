      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Month-end headcount balance record written by the
      *          HCMOVE headcount movement report - one record per
      *          department carrying the month it closes and the
      *          active headcount the employee master held for that
      *          department when the month was reported. Each month's
      *          file is a new generation, and the previous generation
      *          is read back the following month as the opening
      *          headcount the roll-forward starts from.
      ******************************************************************
       01  HEADCOUNT-BALANCE-RECORD.
           05  Hcb-Month              PIC X(06).
           05  Hcb-Dept-Code          PIC X(04).
           05  Hcb-Headcount          PIC 9(06).
           05  FILLER                 PIC X(64).
