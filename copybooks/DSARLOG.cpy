      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Access log record written by DSARRPT for every
      *          subject access search it runs - when it ran, the
      *          user id the job ran under, who asked for it and why
      *          (S subject access request, L litigation hold, O
      *          other, with the request's reference), how the person
      *          was searched for, and how many employee ids and
      *          records the search found. The log is appended to and
      *          never rewritten, so it is the record of every time
      *          personal data was pulled this way.
      ******************************************************************
       01  DSAR-LOG-RECORD.
           05  Dlog-Date              PIC X(08).
           05  Dlog-Time              PIC X(06).
           05  Dlog-Run-User          PIC X(08).
           05  Dlog-Requester         PIC X(08).
           05  Dlog-Reason-Code       PIC X(01).
               88  DLOG-SUBJECT-ACCESS
                                       VALUE 'S'.
               88  DLOG-LITIGATION-HOLD
                                       VALUE 'L'.
               88  DLOG-OTHER-REASON  VALUE 'O'.
           05  Dlog-Reference         PIC X(20).
           05  Dlog-Search-Type       PIC X(01).
               88  DLOG-BY-ID         VALUE 'I'.
               88  DLOG-BY-NAME       VALUE 'N'.
           05  Dlog-Employee-Id       PIC X(06).
           05  Dlog-Last-Name         PIC X(10).
           05  Dlog-First-Name        PIC X(10).
           05  Dlog-Date-Of-Birth     PIC X(08).
           05  Dlog-Ids-Found         PIC 9(02).
           05  Dlog-Records-Found     PIC 9(06).
           05  FILLER                 PIC X(26).
