      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Acknowledgement record returned by the access-control
      *          vendor for each row of the nightly badge feed. It
      *          echoes the Employee-Id, the feed action (C create, U
      *          update, R revoke) and the business date from the
      *          feed's header row, and carries the result - A when
      *          the badge system applied the row, E when it rejected
      *          it - with the vendor's processing date and time and
      *          its message text.
      ******************************************************************
       01  BADGE-ACK-RECORD.
           05  Back-Key.
               10  Back-Employee-Id   PIC X(06).
               10  Back-Action        PIC X(01).
               10  Back-Feed-Date     PIC X(08).
           05  Back-Result            PIC X(01).
               88  ACK-ACCEPTED       VALUE 'A'.
               88  ACK-REJECTED       VALUE 'E'.
           05  Back-Processed-Date    PIC X(08).
           05  Back-Processed-Time    PIC X(06).
           05  Back-Message           PIC X(40).
           05  FILLER                 PIC X(10).
