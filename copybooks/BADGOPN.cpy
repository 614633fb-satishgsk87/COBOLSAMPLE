      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Badge feed item awaiting the access-control vendor's
      *          acknowledgement. BADGEXTR writes one for every create,
      *          update and revoke row it puts on the nightly badge
      *          feed; BADGRECN carries forward every item the vendor
      *          has not yet accepted, one generation per night, so an
      *          unconfirmed revoke keeps being reported until it is.
      *          The key is what the vendor echoes back on its
      *          acknowledgement - the Employee-Id, the feed action and
      *          the business date of the feed it came on. The sent
      *          date and time are when the feed was built, which the
      *          24-hour confirmation window is measured from.
      ******************************************************************
       01  BADGE-OPEN-ITEM.
           05  Bopn-Key.
               10  Bopn-Employee-Id   PIC X(06).
               10  Bopn-Action        PIC X(01).
                   88  BOPN-CREATE    VALUE 'C'.
                   88  BOPN-UPDATE    VALUE 'U'.
                   88  BOPN-REVOKE    VALUE 'R'.
               10  Bopn-Feed-Date     PIC X(08).
           05  Bopn-Sent-Date         PIC 9(08).
           05  Bopn-Sent-Time         PIC 9(06).
           05  Bopn-Effective-Date    PIC X(08).
           05  Bopn-Last-Name         PIC X(10).
           05  Bopn-First-Name        PIC X(10).
           05  Bopn-Ack-Result        PIC X(01).
               88  BOPN-NOT-ACKED     VALUE SPACE.
               88  BOPN-REJECTED      VALUE 'E'.
           05  FILLER                 PIC X(22).
