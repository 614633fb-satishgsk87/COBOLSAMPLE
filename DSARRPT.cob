      ******************************************************************
      * Author:Satish
      * Date:15/10/2026
      * Purpose: Subject access report - everything the employee
      *          files hold on one person, pulled in one run instead of
      *          an analyst's day of searching when an employee or
      *          former employee asks what we hold on them or Legal
      *          places a litigation hold. Each DSARCARD control card
      *          names the person either by Employee-Id (type I) or by
      *          last name, first name and Date-Of-Birth (type N), with
      *          the operator id the person signs on with if they are
      *          also an operator, who asked for the report and why.
      *          A name search first collects every Employee-Id the
      *          online file, the master and the archive master carry
      *          for that name and birth date. Every source is then
      *          read for the person - the online EMPFILE, the
      *          employee master, the EMPARCH archive master, the
      *          ADDRFILE home address, the COMPFILE pay rates, the
      *          HISTFILE employment history, the JRNFILE change
      *          journal and ADRJFILE address journal with their
      *          operator ids, the PENDFILE termination requests,
      *          the EMPSCHD scheduled changes, the HELLO reject
      *          file and the BULKMNT rejects with their
      *          reasons, the SECLOG violation log (refusals on the
      *          person's record, and refusals to the person as an
      *          operator), and the payroll, benefits carrier, HR
      *          warehouse and badge feeds the person has been sent
      *          on. Each card produces its own paginated report, and
      *          every search is appended to the DSARLOG access log.
      *          A source that cannot be opened is named in the
      *          report and ends the run RC 4, since the report is
      *          then incomplete; a card that is refused ends it RC 8.
      *          The JCL PARM is the user id the job runs under.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DSARRPT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT DSAR-CARD
               ASSIGN TO "DSARCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Card-Status.

           SELECT EMPLOYEE-VSAM
               ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VSAM-Employee-Id
               FILE STATUS IS WS-Source-Status.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Source-Status.

           SELECT ARCHIVE-MASTER
               ASSIGN TO "ARCHMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Source-Status.

           SELECT CHANGE-JOURNAL
               ASSIGN TO "JRNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Jrnl-Key
               FILE STATUS IS WS-Source-Status.

           SELECT ADDRESS-FILE
               ASSIGN TO "ADDRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Addr-Employee-Id
               FILE STATUS IS WS-Source-Status.

           SELECT COMPENSATION-FILE
               ASSIGN TO "COMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Comp-Key
               FILE STATUS IS WS-Source-Status.

           SELECT HISTORY-FILE
               ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Hist-Key
               FILE STATUS IS WS-Source-Status.

           SELECT ADDRESS-JOURNAL
               ASSIGN TO "ADRJFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Ajrn-Key
               FILE STATUS IS WS-Source-Status.

           SELECT PENDING-FILE
               ASSIGN TO "PENDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Pend-Key
               FILE STATUS IS WS-Source-Status.

           SELECT SCHEDULE-FILE
               ASSIGN TO "EMPSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Sched-Key
               FILE STATUS IS WS-Source-Status.

           SELECT REJECT-FILE
               ASSIGN TO "REJFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Source-Status.

           SELECT BULK-REJECTS
               ASSIGN TO "BLKREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Source-Status.

           SELECT SECURITY-LOG
               ASSIGN TO "SECLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Viol-Key
               FILE STATUS IS WS-Source-Status.

           SELECT PAYROLL-EXTRACT
               ASSIGN TO "PAYEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Source-Status.

           SELECT CARRIER-FILE
               ASSIGN TO "BENELIG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Source-Status.

           SELECT WAREHOUSE-FEED
               ASSIGN TO "DWFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Source-Status.

           SELECT BADGE-FEED
               ASSIGN TO "BADGFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Source-Status.

           SELECT DSAR-REPORT
               ASSIGN TO "DSARRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

           SELECT ACCESS-LOG
               ASSIGN TO "DSARLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Log-Status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  DSAR-CARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DSAR-CARD-RECORD.
           05  Card-Search-Type       PIC X(01).
               88  SEARCH-BY-ID       VALUE 'I'.
               88  SEARCH-BY-NAME     VALUE 'N'.
           05  FILLER                 PIC X(01).
           05  Card-Employee-Id       PIC X(06).
           05  FILLER                 PIC X(01).
           05  Card-Last-Name         PIC X(10).
           05  FILLER                 PIC X(01).
           05  Card-First-Name        PIC X(10).
           05  FILLER                 PIC X(01).
           05  Card-Date-Of-Birth     PIC X(08).
           05  FILLER                 PIC X(01).
           05  Card-Operator-Id       PIC X(08).
           05  FILLER                 PIC X(01).
           05  Card-Requester         PIC X(08).
           05  FILLER                 PIC X(01).
           05  Card-Reason-Code       PIC X(01).
               88  CARD-REASON-VALID  VALUE 'S' 'L' 'O'.
           05  FILLER                 PIC X(01).
           05  Card-Reference         PIC X(20).

       FD  EMPLOYEE-VSAM
           RECORD CONTAINS 75 CHARACTERS.
       01  VSAM-EMPLOYEE-RECORD.
           05  VSAM-Employee-Id       PIC X(06).
           05  FILLER                 PIC X(69).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PERSONREC.
           COPY EMPTRLR.

       FD  ARCHIVE-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD             PIC X(75).

       FD  CHANGE-JOURNAL
           RECORD CONTAINS 184 CHARACTERS.
           COPY EMPJRNL.

       FD  ADDRESS-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY EMPADDR.

       FD  COMPENSATION-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EMPCOMP.

       FD  HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EMPHIST.

       FD  ADDRESS-JOURNAL
           RECORD CONTAINS 354 CHARACTERS.
           COPY ADRJRNL.

       FD  PENDING-FILE
           RECORD CONTAINS 180 CHARACTERS.
           COPY EMPPEND.

       FD  SCHEDULE-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EMPSCHD.

       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY EMPREJCT.

       FD  BULK-REJECTS
           RECORDING MODE IS F
           RECORD CONTAINS 118 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BULK-REJECT-RECORD.
           05  Brej-Tran-Image.
               10  Brej-Action        PIC X(01).
               10  Brej-Person-Image  PIC X(75).
               10  Brej-Effective-Date
                                       PIC X(08).
           05  Brej-Reason            PIC X(32).
           05  FILLER                 PIC X(02).

       FD  SECURITY-LOG
           RECORD CONTAINS 48 CHARACTERS.
           COPY SECVIOL.

       FD  PAYROLL-EXTRACT
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PAYROLL-EXTRACT-RECORD.
           05  PAY-Employee-Id        PIC X(06).
           05  PAY-Last-Name          PIC X(15).
           05  PAY-First-Name         PIC X(15).
           05  PAY-Middle-Initial     PIC X(01).
           05  PAY-Hire-Date          PIC X(08).
           05  PAY-Pay-Type           PIC X(01).
           05  PAY-Rate               PIC 9(07)V99.
           05  FILLER                 PIC X(05).

       FD  CARRIER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CARRIER-RECORD.
           05  Car-Employee-Id        PIC X(06).
           05  FILLER                 PIC X(46).
           05  Car-As-Of-Date         PIC X(08).
           05  FILLER                 PIC X(100).

       FD  WAREHOUSE-FEED
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WAREHOUSE-FEED-ROW         PIC X(160).

       FD  BADGE-FEED
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BADGE-FEED-ROW             PIC X(80).

       FD  DSAR-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DSAR-REPORT-LINE           PIC X(80).

       FD  ACCESS-LOG
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY DSARLOG.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-Card-Status             PIC XX.
       01  WS-Source-Status           PIC XX.
       01  WS-Report-Status           PIC XX.
       01  WS-Log-Status              PIC XX.
       01  WS-Flags.
           05  WS-Card-EOF-Switch      PIC X VALUE 'N'.
               88  CARD-EOF            VALUE 'Y'.
           05  WS-Source-EOF-Switch    PIC X VALUE 'N'.
               88  SOURCE-EOF          VALUE 'Y'.
           05  WS-Card-Valid-Switch    PIC X VALUE 'Y'.
               88  CARD-VALID          VALUE 'Y'.
               88  CARD-REFUSED        VALUE 'N'.
           05  WS-Subject-Switch       PIC X VALUE 'N'.
               88  SUBJECT-MATCHED     VALUE 'Y'.
           05  WS-Id-Found-Switch      PIC X VALUE 'N'.
               88  ID-FOUND            VALUE 'Y'.
           05  WS-Id-Full-Switch       PIC X VALUE 'N'.
               88  ID-TABLE-FULL       VALUE 'Y'.

       01  WS-Subject-Table.
           05  WS-Id-Count            PIC 9(03) COMP VALUE ZERO.
           05  WS-Id-Max              PIC 9(03) COMP VALUE 20.
           05  WS-Id-Index            PIC 9(03) COMP VALUE ZERO.
           05  WS-Subject-Id          PIC X(06) OCCURS 20 TIMES.

       01  WS-Lookup-Id               PIC X(06).

       01  WS-Image-Work.
           05  WS-Image               PIC X(75).
           05  FILLER REDEFINES WS-Image.
               10  WS-Image-Id        PIC X(06).
               10  WS-Image-First     PIC X(10).
               10  WS-Image-Middle    PIC X(10).
               10  WS-Image-Last      PIC X(10).
               10  WS-Image-Suffix    PIC X(04).
               10  WS-Image-Birth     PIC X(08).
               10  WS-Image-Hire      PIC X(08).
               10  WS-Image-Status    PIC X(01).
               10  WS-Image-Term      PIC X(08).
               10  WS-Image-Dept      PIC X(04).
               10  WS-Image-Supervisor
                                       PIC X(06).

       01  WS-Address-Work.
           05  WS-Address-Image       PIC X(160).
           05  FILLER REDEFINES WS-Address-Image.
               10  WS-Adim-Id         PIC X(06).
               10  WS-Adim-Street-1   PIC X(30).
               10  WS-Adim-Street-2   PIC X(30).
               10  WS-Adim-City       PIC X(20).
               10  WS-Adim-State      PIC X(02).
               10  WS-Adim-Zip-5      PIC X(05).
               10  WS-Adim-Zip-4      PIC X(04).
               10  WS-Adim-Phone      PIC X(10).
               10  WS-Adim-Email      PIC X(40).
               10  FILLER             PIC X(13).

       01  WS-Feed-Fields.
           05  WS-Feed-Field-1        PIC X(20).
           05  WS-Feed-Field-2        PIC X(20).
           05  WS-Feed-Field-3        PIC X(20).
           05  WS-Feed-Field-4        PIC X(20).
           05  WS-Feed-Field-5        PIC X(20).

       01  WS-Feed-Date               PIC X(08).

       01  WS-Run-Date                PIC 9(08).
       01  WS-Run-Date-Parts REDEFINES WS-Run-Date.
           05  WS-Run-Year            PIC 9(04).
           05  WS-Run-Month           PIC 9(02).
           05  WS-Run-Day             PIC 9(02).
       01  WS-Run-Time                PIC 9(08).
       01  WS-Run-Time-Parts REDEFINES WS-Run-Time.
           05  WS-Run-Time-HMS        PIC 9(06).
           05  FILLER                 PIC 9(02).

       01  WS-Run-User                PIC X(08) VALUE 'BATCH'.

       01  WS-Counters.
           05  WS-Cards-Read          PIC 9(04) VALUE ZERO.
           05  WS-Cards-Refused       PIC 9(04) VALUE ZERO.
           05  WS-Section-Count       PIC 9(06) VALUE ZERO.
           05  WS-Records-Found       PIC 9(06) VALUE ZERO.
           05  WS-Sources-Missing     PIC 9(04) VALUE ZERO.
           05  WS-Line-Count          PIC 9(4) VALUE ZERO.
           05  WS-Page-Count          PIC 9(4) VALUE ZERO.
           05  WS-Max-Lines-Per-Page  PIC 9(4) VALUE 0060.

       01  WS-Print-Line              PIC X(80).

       01  WS-Title-Line.
           05  FILLER                 PIC X(29) VALUE SPACES.
           05  FILLER                 PIC X(27) VALUE
                                       'SUBJECT ACCESS REPORT'.
           05  FILLER                 PIC X(05) VALUE 'PAGE '.
           05  WS-Title-Page          PIC ZZZ9.

       01  WS-Date-Line.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  WS-Date-Month          PIC 99.
           05  FILLER                 PIC X VALUE '/'.
           05  WS-Date-Day            PIC 99.
           05  FILLER                 PIC X VALUE '/'.
           05  WS-Date-Year           PIC 9999.

       01  WS-Subject-Line            PIC X(80).

       01  WS-Request-Line.
           05  FILLER                 PIC X(14) VALUE
                                       'REQUESTED BY: '.
           05  WS-Request-Requester   PIC X(08).
           05  FILLER                 PIC X(09) VALUE ' REASON: '.
           05  WS-Request-Reason      PIC X(15).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Request-Reference   PIC X(20).
           05  FILLER                 PIC X(05) VALUE ' RUN '.
           05  WS-Request-Run-User    PIC X(08).

       01  WS-Section-Line.
           05  FILLER                 PIC X(04) VALUE '*** '.
           05  WS-Section-Title       PIC X(60).
           05  FILLER                 PIC X(16) VALUE SPACES.

       01  WS-None-Line               PIC X(80) VALUE
           '    NONE FOUND'.

       01  WS-Missing-Line.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(31) VALUE
               'SOURCE NOT AVAILABLE, STATUS = '.
           05  WS-Missing-Status      PIC X(02).
           05  FILLER                 PIC X(43) VALUE
               ' - THIS SECTION IS INCOMPLETE'.

       01  WS-Image-Line-1.
           05  WS-Image-Label         PIC X(08).
           05  FILLER                 PIC X(03) VALUE 'ID '.
           05  WS-Print-Id            PIC X(06).
           05  FILLER                 PIC X(06) VALUE ' NAME '.
           05  WS-Print-First         PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Print-Middle        PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Print-Last          PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Print-Suffix        PIC X(04).
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-Image-Line-2.
           05  FILLER                 PIC X(08) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'BORN '.
           05  WS-Print-Birth         PIC X(08).
           05  FILLER                 PIC X(07) VALUE ' HIRED '.
           05  WS-Print-Hire          PIC X(08).
           05  FILLER                 PIC X(04) VALUE ' ST '.
           05  WS-Print-Status        PIC X(01).
           05  FILLER                 PIC X(06) VALUE ' TERM '.
           05  WS-Print-Term          PIC X(08).
           05  FILLER                 PIC X(06) VALUE ' DEPT '.
           05  WS-Print-Dept          PIC X(04).
           05  FILLER                 PIC X(06) VALUE ' SUPV '.
           05  WS-Print-Supervisor    PIC X(06).
           05  FILLER                 PIC X(03) VALUE SPACES.

       01  WS-Journal-Line.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-Jrn-Date            PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Jrn-Time            PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Jrn-Action          PIC X(10).
           05  FILLER                 PIC X(12) VALUE
                                       ' BY OPERATOR'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Jrn-Operator        PIC X(08).
           05  FILLER                 PIC X(10) VALUE
                                       ' TERMINAL '.
           05  WS-Jrn-Terminal        PIC X(04).
           05  FILLER                 PIC X(15) VALUE SPACES.

       01  WS-Address-Line-1.
           05  WS-Address-Label       PIC X(08).
           05  FILLER                 PIC X(03) VALUE 'ID '.
           05  WS-Addr-Print-Id       PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Addr-Print-Street-1 PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Addr-Print-Street-2 PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.

       01  WS-Address-Line-2.
           05  FILLER                 PIC X(08) VALUE SPACES.
           05  WS-Addr-Print-City     PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Addr-Print-State    PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Addr-Print-Zip-5    PIC X(05).
           05  FILLER                 PIC X(01) VALUE '-'.
           05  WS-Addr-Print-Zip-4    PIC X(04).
           05  FILLER                 PIC X(07) VALUE ' PHONE '.
           05  WS-Addr-Print-Phone    PIC X(10).
           05  FILLER                 PIC X(21) VALUE SPACES.

       01  WS-Address-Line-3.
           05  FILLER                 PIC X(08) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'EMAIL '.
           05  WS-Addr-Print-Email    PIC X(40).
           05  FILLER                 PIC X(26) VALUE SPACES.

       01  WS-Comp-Line.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE 'EFF '.
           05  WS-Comp-Effective      PIC X(08).
           05  FILLER                 PIC X(06) VALUE ' TYPE '.
           05  WS-Comp-Pay-Type       PIC X(01).
           05  FILLER                 PIC X(06) VALUE ' RATE '.
           05  WS-Comp-Rate           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(08) VALUE ' REASON '.
           05  WS-Comp-Reason         PIC X(01).
           05  FILLER                 PIC X(04) VALUE ' BY '.
           05  WS-Comp-Operator       PIC X(08).
           05  FILLER                 PIC X(04) VALUE ' ON '.
           05  WS-Comp-Recorded       PIC X(08).
           05  FILLER                 PIC X(06) VALUE SPACES.

       01  WS-History-Line.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'HIRED '.
           05  WS-Hist-Hire           PIC X(08).
           05  FILLER                 PIC X(06) VALUE ' TERM '.
           05  WS-Hist-Term           PIC X(08).
           05  FILLER                 PIC X(06) VALUE ' DEPT '.
           05  WS-Hist-Dept           PIC X(04).
           05  FILLER                 PIC X(09) VALUE ' REHIRED '.
           05  WS-Hist-Rehire         PIC X(08).
           05  FILLER                 PIC X(04) VALUE ' BY '.
           05  WS-Hist-Operator       PIC X(08).
           05  FILLER                 PIC X(09) VALUE SPACES.

       01  WS-Pending-Line-1.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'REQUESTED '.
           05  WS-Pend-Req-Date       PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Pend-Req-Time       PIC X(06).
           05  FILLER                 PIC X(04) VALUE ' BY '.
           05  WS-Pend-Req-Operator   PIC X(08).
           05  FILLER                 PIC X(06) VALUE ' TERM '.
           05  WS-Pend-Req-Terminal   PIC X(04).
           05  FILLER                 PIC X(08) VALUE ' STATUS '.
           05  WS-Pend-Status         PIC X(08).
           05  FILLER                 PIC X(13) VALUE SPACES.

       01  WS-Pending-Line-2.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'TERM DATE '.
           05  WS-Pend-Term-Date      PIC X(08).
           05  FILLER                 PIC X(09) VALUE ' DECIDED '.
           05  WS-Pend-Dec-Date       PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Pend-Dec-Time       PIC X(06).
           05  FILLER                 PIC X(04) VALUE ' BY '.
           05  WS-Pend-Dec-Operator   PIC X(08).
           05  FILLER                 PIC X(06) VALUE ' TERM '.
           05  WS-Pend-Dec-Terminal   PIC X(04).
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-Schedule-Line-1.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'EFFECTIVE '.
           05  WS-Schd-Effective      PIC X(08).
           05  FILLER                 PIC X(08) VALUE ' ACTION '.
           05  WS-Schd-Action         PIC X(01).
           05  FILLER                 PIC X(08) VALUE ' STATUS '.
           05  WS-Schd-Status         PIC X(09).
           05  FILLER                 PIC X(04) VALUE ' BY '.
           05  WS-Schd-Operator       PIC X(08).
           05  FILLER                 PIC X(06) VALUE ' TERM '.
           05  WS-Schd-Terminal       PIC X(04).
           05  FILLER                 PIC X(10) VALUE SPACES.

       01  WS-Schedule-Line-2.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'ENTERED '.
           05  WS-Schd-Entered-Date   PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Schd-Entered-Time   PIC X(06).
           05  FILLER                 PIC X(06) VALUE ' DONE '.
           05  WS-Schd-Done-Date      PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Schd-Done-Time      PIC X(06).
           05  FILLER                 PIC X(04) VALUE ' BY '.
           05  WS-Schd-Done-Operator  PIC X(08).
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-Note-Line.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-Note-Label          PIC X(08).
           05  WS-Note-Text           PIC X(32).
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  WS-Reject-Line.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-Rej-Kind            PIC X(16).
           05  FILLER                 PIC X(08) VALUE 'REASON: '.
           05  WS-Rej-Reason          PIC X(32).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Rej-Status          PIC X(19).

       01  WS-Violation-Line.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-Viol-Date           PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Viol-Time           PIC X(06).
           05  FILLER                 PIC X(06) VALUE ' TRAN '.
           05  WS-Viol-Tran           PIC X(04).
           05  FILLER                 PIC X(04) VALUE ' ACT'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-Viol-Action         PIC X(01).
           05  FILLER                 PIC X(05) VALUE ' OPR '.
           05  WS-Viol-Operator       PIC X(08).
           05  FILLER                 PIC X(06) VALUE ' TERM '.
           05  WS-Viol-Terminal       PIC X(04).
           05  FILLER                 PIC X(05) VALUE ' EMP '.
           05  WS-Viol-Employee       PIC X(06).
           05  FILLER                 PIC X(11) VALUE SPACES.

       01  WS-Feed-Line.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-Feed-Name           PIC X(20).
           05  WS-Feed-Detail         PIC X(56).

       01  WS-Trailer-Line.
           05  FILLER                 PIC X(13) VALUE
                                       'END OF REPORT'.
           05  FILLER                 PIC X(4) VALUE ' -- '.
           05  WS-Trailer-Records     PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(15) VALUE
                                       ' RECORDS FOUND,'.
           05  WS-Trailer-Missing     PIC ZZZ9.
           05  FILLER                 PIC X(22) VALUE
                                       ' SOURCES NOT AVAILABLE'.
           05  FILLER                 PIC X(15) VALUE SPACES.

       LINKAGE SECTION.
      *-----------------------
       01  LK-Run-Parm.
           05  LK-Parm-Length         PIC S9(4) COMP.
           05  LK-Parm-User           PIC X(08).

      *-----------------------
       PROCEDURE DIVISION USING LK-Run-Parm.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM INITIALIZE-RUN.
           PERFORM OPEN-FILES.
           PERFORM READ-DSAR-CARD.
           PERFORM PROCESS-ONE-CARD UNTIL CARD-EOF.
           DISPLAY 'DSARRPT COMPLETE - ' WS-Cards-Read
               ' CARDS READ, ' WS-Cards-Refused ' REFUSED'.
           PERFORM CLOSE-FILES.
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Run-Time FROM TIME.
           MOVE WS-Run-Month TO WS-Date-Month.
           MOVE WS-Run-Day TO WS-Date-Day.
           MOVE WS-Run-Year TO WS-Date-Year.
           IF LK-Parm-Length > ZERO
               MOVE SPACES TO WS-Run-User
               MOVE LK-Parm-User(1:LK-Parm-Length)
                   TO WS-Run-User(1:LK-Parm-Length)
           END-IF.

       OPEN-FILES.
           OPEN INPUT DSAR-CARD.
           IF WS-Card-Status NOT = '00'
               DISPLAY 'DSARRPT - UNABLE TO OPEN DSAR-CARD, '
                   'STATUS = ' WS-Card-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT DSAR-REPORT.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'DSARRPT - UNABLE TO OPEN DSAR-REPORT, '
                   'STATUS = ' WS-Report-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      **
      * OPEN EXTEND for the same reason CKPTCTL is appended - the
      * access log is allocated DISP=MOD and keeps one record for
      * every search ever run. No search is run unless it can be
      * logged.
      **
           OPEN EXTEND ACCESS-LOG.
           IF WS-Log-Status NOT = '00'
               DISPLAY 'DSARRPT - UNABLE TO OPEN ACCESS-LOG, '
                   'STATUS = ' WS-Log-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-DSAR-CARD.
           READ DSAR-CARD
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Cards-Read
           END-READ.

       PROCESS-ONE-CARD.
           PERFORM EDIT-DSAR-CARD.
           IF CARD-VALID
               MOVE ZERO TO WS-Records-Found
               MOVE ZERO TO WS-Sources-Missing
               MOVE ZERO TO WS-Page-Count
               PERFORM RESOLVE-SUBJECT-IDS
               PERFORM BUILD-SUBJECT-LINE
               PERFORM WRITE-PAGE-HEADER
               PERFORM LIST-ONLINE-RECORD
               PERFORM LIST-MASTER-RECORD
               PERFORM LIST-ARCHIVE-RECORD
               PERFORM LIST-HOME-ADDRESS
               PERFORM LIST-COMPENSATION
               PERFORM LIST-EMPLOYMENT-HISTORY
               PERFORM LIST-CHANGE-HISTORY
               PERFORM LIST-ADDRESS-HISTORY
               PERFORM LIST-PENDING-TERMINATIONS
               PERFORM LIST-SCHEDULED-CHANGES
               PERFORM LIST-HELLO-REJECTS
               PERFORM LIST-BULK-REJECTS
               PERFORM LIST-SECURITY-LOG
               PERFORM LIST-OUTBOUND-FEEDS
               PERFORM WRITE-REPORT-TRAILER
               PERFORM WRITE-ACCESS-LOG
           END-IF.
           PERFORM READ-DSAR-CARD.

       EDIT-DSAR-CARD.
      **
      * A search with no requester or no reason is not run at all -
      * the access log must be able to say who asked and why.
      **
           SET CARD-VALID TO TRUE.
           EVALUATE TRUE
               WHEN Card-Requester = SPACES
                   DISPLAY 'DSARRPT - CARD ' WS-Cards-Read
                       ' REFUSED - NO REQUESTER'
                   SET CARD-REFUSED TO TRUE
               WHEN NOT CARD-REASON-VALID
                   DISPLAY 'DSARRPT - CARD ' WS-Cards-Read
                       ' REFUSED - REASON MUST BE S, L OR O'
                   SET CARD-REFUSED TO TRUE
               WHEN SEARCH-BY-ID
                   IF Card-Employee-Id = SPACES
                       DISPLAY 'DSARRPT - CARD ' WS-Cards-Read
                           ' REFUSED - NO EMPLOYEE-ID'
                       SET CARD-REFUSED TO TRUE
                   END-IF
               WHEN SEARCH-BY-NAME
                   IF Card-Last-Name = SPACES
                           OR Card-First-Name = SPACES
                           OR Card-Date-Of-Birth = SPACES
                       DISPLAY 'DSARRPT - CARD ' WS-Cards-Read
                           ' REFUSED - NAME SEARCH NEEDS LAST NAME, '
                           'FIRST NAME AND DATE OF BIRTH'
                       SET CARD-REFUSED TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'DSARRPT - CARD ' WS-Cards-Read
                       ' REFUSED - SEARCH TYPE MUST BE I OR N'
                   SET CARD-REFUSED TO TRUE
           END-EVALUATE.
           IF CARD-REFUSED
               ADD 1 TO WS-Cards-Refused
               MOVE 8 TO RETURN-CODE
           END-IF.

       RESOLVE-SUBJECT-IDS.
      **
      * A name search collects every Employee-Id held for the name
      * and birth date on the online file, the master and the
      * archive - a rehire or a duplicate keyed under a second id
      * is still the same person. The id table then drives the
      * sources that carry only an id.
      **
           MOVE ZERO TO WS-Id-Count.
           MOVE 'N' TO WS-Id-Full-Switch.
           IF SEARCH-BY-ID
               MOVE Card-Employee-Id TO WS-Lookup-Id
               PERFORM ADD-SUBJECT-ID
           ELSE
               OPEN INPUT EMPLOYEE-VSAM
               IF WS-Source-Status = '00'
                   MOVE 'N' TO WS-Source-EOF-Switch
                   PERFORM READ-EMPLOYEE-VSAM
                   PERFORM RESOLVE-FROM-VSAM UNTIL SOURCE-EOF
                   CLOSE EMPLOYEE-VSAM
               END-IF
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-Source-Status = '00'
                   MOVE 'N' TO WS-Source-EOF-Switch
                   PERFORM READ-EMPLOYEE-MASTER
                   PERFORM RESOLVE-FROM-MASTER UNTIL SOURCE-EOF
                   CLOSE EMPLOYEE-MASTER
               END-IF
               OPEN INPUT ARCHIVE-MASTER
               IF WS-Source-Status = '00'
                   MOVE 'N' TO WS-Source-EOF-Switch
                   PERFORM READ-ARCHIVE-MASTER
                   PERFORM RESOLVE-FROM-ARCHIVE UNTIL SOURCE-EOF
                   CLOSE ARCHIVE-MASTER
               END-IF
           END-IF.

       RESOLVE-FROM-VSAM.
           MOVE VSAM-EMPLOYEE-RECORD TO WS-Image.
           PERFORM RESOLVE-FROM-IMAGE.
           PERFORM READ-EMPLOYEE-VSAM.

       RESOLVE-FROM-MASTER.
           MOVE PERSON-RECORD TO WS-Image.
           PERFORM RESOLVE-FROM-IMAGE.
           PERFORM READ-EMPLOYEE-MASTER.

       RESOLVE-FROM-ARCHIVE.
           MOVE ARCHIVE-RECORD TO WS-Image.
           PERFORM RESOLVE-FROM-IMAGE.
           PERFORM READ-ARCHIVE-MASTER.

       RESOLVE-FROM-IMAGE.
           IF WS-Image-Last = Card-Last-Name
                   AND WS-Image-First = Card-First-Name
                   AND WS-Image-Birth = Card-Date-Of-Birth
               MOVE WS-Image-Id TO WS-Lookup-Id
               PERFORM ADD-SUBJECT-ID
           END-IF.

       ADD-SUBJECT-ID.
           PERFORM FIND-SUBJECT-ID.
           IF NOT ID-FOUND
               IF WS-Id-Count < WS-Id-Max
                   ADD 1 TO WS-Id-Count
                   MOVE WS-Lookup-Id TO WS-Subject-Id(WS-Id-Count)
               ELSE
                   IF NOT ID-TABLE-FULL
                       SET ID-TABLE-FULL TO TRUE
                       DISPLAY 'DSARRPT - SUBJECT ID TABLE FULL, '
                           'IDS BEYOND ' WS-Id-Max
                           ' ARE NOT SEARCHED'
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-SUBJECT-ID.
           MOVE 'N' TO WS-Id-Found-Switch.
           MOVE 1 TO WS-Id-Index.
           PERFORM CHECK-ONE-SUBJECT-ID
               UNTIL ID-FOUND OR WS-Id-Index > WS-Id-Count.

       CHECK-ONE-SUBJECT-ID.
           IF WS-Subject-Id(WS-Id-Index) = WS-Lookup-Id
               SET ID-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-Id-Index
           END-IF.

       CHECK-SUBJECT-IMAGE.
      **
      * An image is the person's when its id is one of theirs or,
      * on a name search, when it carries their name and birth
      * date - a rejected add may never have reached any file under
      * an id the name search could find.
      **
           MOVE 'N' TO WS-Subject-Switch.
           MOVE WS-Image-Id TO WS-Lookup-Id.
           PERFORM FIND-SUBJECT-ID.
           IF ID-FOUND
               SET SUBJECT-MATCHED TO TRUE
           END-IF.
           IF SEARCH-BY-NAME
                   AND WS-Image-Last = Card-Last-Name
                   AND WS-Image-First = Card-First-Name
                   AND WS-Image-Birth = Card-Date-Of-Birth
               SET SUBJECT-MATCHED TO TRUE
           END-IF.

       BUILD-SUBJECT-LINE.
           MOVE SPACES TO WS-Subject-Line.
           IF SEARCH-BY-ID
               STRING 'SUBJECT: EMPLOYEE-ID ' DELIMITED BY SIZE
                      Card-Employee-Id DELIMITED BY SIZE
                   INTO WS-Subject-Line
               END-STRING
           ELSE
               STRING 'SUBJECT: ' DELIMITED BY SIZE
                      Card-Last-Name DELIMITED BY SPACE
                      ', ' DELIMITED BY SIZE
                      Card-First-Name DELIMITED BY SPACE
                      ' BORN ' DELIMITED BY SIZE
                      Card-Date-Of-Birth DELIMITED BY SIZE
                   INTO WS-Subject-Line
               END-STRING
           END-IF.
           MOVE Card-Requester TO WS-Request-Requester.
           EVALUATE Card-Reason-Code
               WHEN 'S'
                   MOVE 'SUBJECT ACCESS' TO WS-Request-Reason
               WHEN 'L'
                   MOVE 'LITIGATION HOLD' TO WS-Request-Reason
               WHEN OTHER
                   MOVE 'OTHER' TO WS-Request-Reason
           END-EVALUATE.
           MOVE Card-Reference TO WS-Request-Reference.
           MOVE WS-Run-User TO WS-Request-Run-User.

       LIST-ONLINE-RECORD.
           MOVE 'CURRENT RECORD - ONLINE EMPLOYEE FILE (EMPFILE)'
               TO WS-Section-Title.
           PERFORM WRITE-SECTION-HEADER.
           OPEN INPUT EMPLOYEE-VSAM.
           IF WS-Source-Status = '00'
               MOVE 'N' TO WS-Source-EOF-Switch
               PERFORM READ-EMPLOYEE-VSAM
               PERFORM CHECK-ONLINE-RECORD UNTIL SOURCE-EOF
               CLOSE EMPLOYEE-VSAM
               PERFORM WRITE-SECTION-END
           ELSE
               PERFORM WRITE-SOURCE-MISSING
           END-IF.

       READ-EMPLOYEE-VSAM.
           READ EMPLOYEE-VSAM
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       CHECK-ONLINE-RECORD.
           MOVE VSAM-EMPLOYEE-RECORD TO WS-Image.
           PERFORM CHECK-SUBJECT-IMAGE.
           IF SUBJECT-MATCHED
               MOVE SPACES TO WS-Image-Label
               PERFORM WRITE-PERSON-IMAGE
               PERFORM COUNT-RECORD-FOUND
           END-IF.
           PERFORM READ-EMPLOYEE-VSAM.

       LIST-MASTER-RECORD.
           MOVE 'CURRENT RECORD - EMPLOYEE MASTER'
               TO WS-Section-Title.
           PERFORM WRITE-SECTION-HEADER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-Source-Status = '00'
               MOVE 'N' TO WS-Source-EOF-Switch
               PERFORM READ-EMPLOYEE-MASTER
               PERFORM CHECK-MASTER-RECORD UNTIL SOURCE-EOF
               CLOSE EMPLOYEE-MASTER
               PERFORM WRITE-SECTION-END
           ELSE
               PERFORM WRITE-SOURCE-MISSING
           END-IF.

       READ-EMPLOYEE-MASTER.
           READ EMPLOYEE-MASTER
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF Trailer-Id = 'TRLR99'
                       SET SOURCE-EOF TO TRUE
                   END-IF
           END-READ.

       CHECK-MASTER-RECORD.
           MOVE PERSON-RECORD TO WS-Image.
           PERFORM CHECK-SUBJECT-IMAGE.
           IF SUBJECT-MATCHED
               MOVE SPACES TO WS-Image-Label
               PERFORM WRITE-PERSON-IMAGE
               PERFORM COUNT-RECORD-FOUND
           END-IF.
           PERFORM READ-EMPLOYEE-MASTER.

       LIST-ARCHIVE-RECORD.
           MOVE 'ARCHIVED RECORD - ARCHIVE MASTER'
               TO WS-Section-Title.
           PERFORM WRITE-SECTION-HEADER.
           OPEN INPUT ARCHIVE-MASTER.
           IF WS-Source-Status = '00'
               MOVE 'N' TO WS-Source-EOF-Switch
               PERFORM READ-ARCHIVE-MASTER
               PERFORM CHECK-ARCHIVE-RECORD UNTIL SOURCE-EOF
               CLOSE ARCHIVE-MASTER
               PERFORM WRITE-SECTION-END
           ELSE
               PERFORM WRITE-SOURCE-MISSING
           END-IF.

       READ-ARCHIVE-MASTER.
           READ ARCHIVE-MASTER
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       CHECK-ARCHIVE-RECORD.
           MOVE ARCHIVE-RECORD TO WS-Image.
           IF WS-Image-Id NOT = 'TRLR99'
               PERFORM CHECK-SUBJECT-IMAGE
               IF SUBJECT-MATCHED
                   MOVE SPACES TO WS-Image-Label
                   PERFORM WRITE-PERSON-IMAGE
                   PERFORM COUNT-RECORD-FOUND
               END-IF
           END-IF.
           PERFORM READ-ARCHIVE-MASTER.

       LIST-HOME-ADDRESS.
      **
      * The address, pay, history, address journal, pending and
      * scheduled clusters are defined empty, and an empty cluster
      * will not open for input (status 35). That is a file with
      * nothing in it yet, not a missing source - NONE FOUND.
      **
           MOVE 'HOME ADDRESS - ADDRFILE' TO WS-Section-Title.
           PERFORM WRITE-SECTION-HEADER.
           OPEN INPUT ADDRESS-FILE.
           EVALUATE WS-Source-Status
               WHEN '00'
                   MOVE 'N' TO WS-Source-EOF-Switch
                   PERFORM READ-ADDRESS-FILE
                   PERFORM CHECK-ADDRESS-RECORD UNTIL SOURCE-EOF
                   CLOSE ADDRESS-FILE
                   PERFORM WRITE-SECTION-END
               WHEN '35'
                   PERFORM WRITE-SECTION-END
               WHEN OTHER
                   PERFORM WRITE-SOURCE-MISSING
           END-EVALUATE.

       READ-ADDRESS-FILE.
           READ ADDRESS-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       CHECK-ADDRESS-RECORD.
           MOVE Addr-Employee-Id TO WS-Lookup-Id.
           PERFORM FIND-SUBJECT-ID.
           IF ID-FOUND
               MOVE ADDRESS-RECORD TO WS-Address-Image
               MOVE SPACES TO WS-Address-Label
               PERFORM WRITE-ADDRESS-IMAGE
               PERFORM COUNT-RECORD-FOUND
           END-IF.
           PERFORM READ-ADDRESS-FILE.

       LIST-COMPENSATION.
           MOVE 'PAY RATE HISTORY - COMPFILE' TO WS-Section-Title.
           PERFORM WRITE-SECTION-HEADER.
           OPEN INPUT COMPENSATION-FILE.
           EVALUATE WS-Source-Status
               WHEN '00'
                   MOVE 'N' TO WS-Source-EOF-Switch
                   PERFORM READ-COMPENSATION-FILE
                   PERFORM CHECK-COMPENSATION-RECORD UNTIL SOURCE-EOF
                   CLOSE COMPENSATION-FILE
                   PERFORM WRITE-SECTION-END
               WHEN '35'
                   PERFORM WRITE-SECTION-END
               WHEN OTHER
                   PERFORM WRITE-SOURCE-MISSING
           END-EVALUATE.

       READ-COMPENSATION-FILE.
           READ COMPENSATION-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       CHECK-COMPENSATION-RECORD.
           MOVE Comp-Employee-Id TO WS-Lookup-Id.
           PERFORM FIND-SUBJECT-ID.
           IF ID-FOUND
               MOVE Comp-Effective-Date TO WS-Comp-Effective
               MOVE Comp-Pay-Type TO WS-Comp-Pay-Type
               MOVE Comp-Rate TO WS-Comp-Rate
               MOVE Comp-Reason TO WS-Comp-Reason
               MOVE Comp-Operator TO WS-Comp-Operator
               MOVE Comp-Recorded-Date TO WS-Comp-Recorded
               MOVE WS-Comp-Line TO WS-Print-Line
               PERFORM WRITE-PRINT-LINE
               PERFORM COUNT-RECORD-FOUND
           END-IF.
           PERFORM READ-COMPENSATION-FILE.

       LIST-EMPLOYMENT-HISTORY.
           MOVE 'EMPLOYMENT HISTORY - HISTFILE' TO WS-Section-Title.
           PERFORM WRITE-SECTION-HEADER.
           OPEN INPUT HISTORY-FILE.
           EVALUATE WS-Source-Status
               WHEN '00'
                   MOVE 'N' TO WS-Source-EOF-Switch
                   PERFORM READ-HISTORY-FILE
                   PERFORM CHECK-HISTORY-RECORD UNTIL SOURCE-EOF
                   CLOSE HISTORY-FILE
                   PERFORM WRITE-SECTION-END
               WHEN '35'
                   PERFORM WRITE-SECTION-END
               WHEN OTHER
                   PERFORM WRITE-SOURCE-MISSING
           END-EVALUATE.

       READ-HISTORY-FILE.
           READ HISTORY-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       CHECK-HISTORY-RECORD.
           MOVE Hist-Employee-Id TO WS-Lookup-Id.
           PERFORM FIND-SUBJECT-ID.
           IF ID-FOUND
               MOVE Hist-Hire-Date TO WS-Hist-Hire
               MOVE Hist-Termination-Date TO WS-Hist-Term
               MOVE Hist-Department-Code TO WS-Hist-Dept
               MOVE Hist-Rehire-Date TO WS-Hist-Rehire
               MOVE Hist-Operator TO WS-Hist-Operator
               MOVE WS-History-Line TO WS-Print-Line
               PERFORM WRITE-PRINT-LINE
               PERFORM COUNT-RECORD-FOUND
           END-IF.
           PERFORM READ-HISTORY-FILE.

       LIST-CHANGE-HISTORY.
           MOVE 'CHANGE HISTORY - JRNFILE CHANGE JOURNAL'
               TO WS-Section-Title.
           PERFORM WRITE-SECTION-HEADER.
           OPEN INPUT CHANGE-JOURNAL.
           IF WS-Source-Status = '00'
               MOVE 'N' TO WS-Source-EOF-Switch
               PERFORM READ-CHANGE-JOURNAL
               PERFORM CHECK-JOURNAL-ENTRY UNTIL SOURCE-EOF
               CLOSE CHANGE-JOURNAL
               PERFORM WRITE-SECTION-END
           ELSE
               PERFORM WRITE-SOURCE-MISSING
           END-IF.

       READ-CHANGE-JOURNAL.
           READ CHANGE-JOURNAL
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       CHECK-JOURNAL-ENTRY.
      **
      * An entry is the person's when either image is - an add has
      * a blank before image, and an archived person's entries
      * carry an id no longer on the online file.
      **
           MOVE Jrnl-After-Image TO WS-Image.
           PERFORM CHECK-SUBJECT-IMAGE.
           IF NOT SUBJECT-MATCHED
                   AND Jrnl-Before-Image NOT = SPACES
               MOVE Jrnl-Before-Image TO WS-Image
               PERFORM CHECK-SUBJECT-IMAGE
           END-IF.
           IF SUBJECT-MATCHED
               PERFORM WRITE-JOURNAL-ENTRY
               PERFORM COUNT-RECORD-FOUND
           END-IF.
           PERFORM READ-CHANGE-JOURNAL.

       WRITE-JOURNAL-ENTRY.
           MOVE Jrnl-Date TO WS-Jrn-Date.
           MOVE Jrnl-Time TO WS-Jrn-Time.
           EVALUATE Jrnl-Action
               WHEN 'A'
                   MOVE 'ADD' TO WS-Jrn-Action
               WHEN 'C'
                   MOVE 'CHANGE' TO WS-Jrn-Action
               WHEN 'T'
                   MOVE 'TERMINATE' TO WS-Jrn-Action
               WHEN 'R'
                   MOVE 'REHIRE' TO WS-Jrn-Action
               WHEN OTHER
                   MOVE Jrnl-Action TO WS-Jrn-Action
           END-EVALUATE.
           MOVE Jrnl-Operator TO WS-Jrn-Operator.
           MOVE Jrnl-Terminal TO WS-Jrn-Terminal.
           MOVE WS-Journal-Line TO WS-Print-Line.
           PERFORM WRITE-PRINT-LINE.
           IF Jrnl-Before-Image NOT = SPACES
               MOVE Jrnl-Before-Image TO WS-Image
               MOVE ' BEFORE' TO WS-Image-Label
               PERFORM WRITE-PERSON-IMAGE
           END-IF.
           MOVE Jrnl-After-Image TO WS-Image.
           MOVE ' AFTER' TO WS-Image-Label.
           PERFORM WRITE-PERSON-IMAGE.

       LIST-ADDRESS-HISTORY.
           MOVE 'ADDRESS CHANGE HISTORY - ADRJFILE ADDRESS JOURNAL'
               TO WS-Section-Title.
           PERFORM WRITE-SECTION-HEADER.
           OPEN INPUT ADDRESS-JOURNAL.
           EVALUATE WS-Source-Status
               WHEN '00'
                   MOVE 'N' TO WS-Source-EOF-Switch
                   PERFORM READ-ADDRESS-JOURNAL
                   PERFORM CHECK-ADDRESS-JOURNAL UNTIL SOURCE-EOF
                   CLOSE ADDRESS-JOURNAL
                   PERFORM WRITE-SECTION-END
               WHEN '35'
                   PERFORM WRITE-SECTION-END
               WHEN OTHER
                   PERFORM WRITE-SOURCE-MISSING
           END-EVALUATE.

       READ-ADDRESS-JOURNAL.
           READ ADDRESS-JOURNAL
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       CHECK-ADDRESS-JOURNAL.
           MOVE Ajrn-After-Image TO WS-Address-Image.
           MOVE WS-Adim-Id TO WS-Lookup-Id.
           PERFORM FIND-SUBJECT-ID.
           IF ID-FOUND
               MOVE Ajrn-Date TO WS-Jrn-Date
               MOVE Ajrn-Time TO WS-Jrn-Time
               EVALUATE Ajrn-Action
                   WHEN 'A'
                       MOVE 'ADD' TO WS-Jrn-Action
                   WHEN 'C'
                       MOVE 'CHANGE' TO WS-Jrn-Action
                   WHEN OTHER
                       MOVE Ajrn-Action TO WS-Jrn-Action
               END-EVALUATE
               MOVE Ajrn-Operator TO WS-Jrn-Operator
               MOVE Ajrn-Terminal TO WS-Jrn-Terminal
               MOVE WS-Journal-Line TO WS-Print-Line
               PERFORM WRITE-PRINT-LINE
               IF Ajrn-Before-Image NOT = SPACES
                   MOVE Ajrn-Before-Image TO WS-Address-Image
                   MOVE ' BEFORE' TO WS-Address-Label
                   PERFORM WRITE-ADDRESS-IMAGE
               END-IF
               MOVE Ajrn-After-Image TO WS-Address-Image
               MOVE ' AFTER' TO WS-Address-Label
               PERFORM WRITE-ADDRESS-IMAGE
               PERFORM COUNT-RECORD-FOUND
           END-IF.
           PERFORM READ-ADDRESS-JOURNAL.

       LIST-PENDING-TERMINATIONS.
           MOVE 'TERMINATION REQUESTS - PENDFILE' TO WS-Section-Title.
           PERFORM WRITE-SECTION-HEADER.
           OPEN INPUT PENDING-FILE.
           EVALUATE WS-Source-Status
               WHEN '00'
                   MOVE 'N' TO WS-Source-EOF-Switch
                   PERFORM READ-PENDING-FILE
                   PERFORM CHECK-PENDING-RECORD UNTIL SOURCE-EOF
                   CLOSE PENDING-FILE
                   PERFORM WRITE-SECTION-END
               WHEN '35'
                   PERFORM WRITE-SECTION-END
               WHEN OTHER
                   PERFORM WRITE-SOURCE-MISSING
           END-EVALUATE.

       READ-PENDING-FILE.
           READ PENDING-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       CHECK-PENDING-RECORD.
           MOVE Pend-Before-Image TO WS-Image.
           PERFORM CHECK-SUBJECT-IMAGE.
           IF SUBJECT-MATCHED
               MOVE Pend-Request-Date TO WS-Pend-Req-Date
               MOVE Pend-Request-Time TO WS-Pend-Req-Time
               MOVE Pend-Request-Operator TO WS-Pend-Req-Operator
               MOVE Pend-Request-Terminal TO WS-Pend-Req-Terminal
               EVALUATE TRUE
                   WHEN PEND-PENDING
                       MOVE 'PENDING' TO WS-Pend-Status
                   WHEN PEND-APPROVED
                       MOVE 'APPROVED' TO WS-Pend-Status
                   WHEN PEND-REJECTED
                       MOVE 'REJECTED' TO WS-Pend-Status
                   WHEN PEND-EXPIRED
                       MOVE 'EXPIRED' TO WS-Pend-Status
                   WHEN OTHER
                       MOVE Pend-Status TO WS-Pend-Status
               END-EVALUATE
               MOVE WS-Pending-Line-1 TO WS-Print-Line
               PERFORM WRITE-PRINT-LINE
               MOVE Pend-Termination-Date TO WS-Pend-Term-Date
               MOVE Pend-Decision-Date TO WS-Pend-Dec-Date
               MOVE Pend-Decision-Time TO WS-Pend-Dec-Time
               MOVE Pend-Decision-Operator TO WS-Pend-Dec-Operator
               MOVE Pend-Decision-Terminal TO WS-Pend-Dec-Terminal
               MOVE WS-Pending-Line-2 TO WS-Print-Line
               PERFORM WRITE-PRINT-LINE
               IF Pend-Decision-Note NOT = SPACES
                   MOVE 'NOTE:' TO WS-Note-Label
                   MOVE Pend-Decision-Note TO WS-Note-Text
                   MOVE WS-Note-Line TO WS-Print-Line
                   PERFORM WRITE-PRINT-LINE
               END-IF
               MOVE ' BEFORE' TO WS-Image-Label
               PERFORM WRITE-PERSON-IMAGE
               PERFORM COUNT-RECORD-FOUND
           END-IF.
           PERFORM READ-PENDING-FILE.

       LIST-SCHEDULED-CHANGES.
           MOVE 'SCHEDULED CHANGES - EMPSCHD' TO WS-Section-Title.
           PERFORM WRITE-SECTION-HEADER.
           OPEN INPUT SCHEDULE-FILE.
           EVALUATE WS-Source-Status
               WHEN '00'
                   MOVE 'N' TO WS-Source-EOF-Switch
                   PERFORM READ-SCHEDULE-FILE
                   PERFORM CHECK-SCHEDULE-RECORD UNTIL SOURCE-EOF
                   CLOSE SCHEDULE-FILE
                   PERFORM WRITE-SECTION-END
               WHEN '35'
                   PERFORM WRITE-SECTION-END
               WHEN OTHER
                   PERFORM WRITE-SOURCE-MISSING
           END-EVALUATE.

       READ-SCHEDULE-FILE.
           READ SCHEDULE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       CHECK-SCHEDULE-RECORD.
      **
      * A scheduled add has no before image and may carry an id
      * not yet on any file, so the after image is checked first.
      **
           MOVE Sched-After-Image TO WS-Image.
           PERFORM CHECK-SUBJECT-IMAGE.
           IF NOT SUBJECT-MATCHED
                   AND Sched-Before-Image NOT = SPACES
               MOVE Sched-Before-Image TO WS-Image
               PERFORM CHECK-SUBJECT-IMAGE
           END-IF.
           IF SUBJECT-MATCHED
               PERFORM WRITE-SCHEDULED-CHANGE
               PERFORM COUNT-RECORD-FOUND
           END-IF.
           PERFORM READ-SCHEDULE-FILE.

       WRITE-SCHEDULED-CHANGE.
           MOVE Sched-Effective-Date TO WS-Schd-Effective.
           MOVE Sched-Action TO WS-Schd-Action.
           EVALUATE TRUE
               WHEN SCHED-WAITING
                   MOVE 'WAITING' TO WS-Schd-Status
               WHEN SCHED-APPLIED
                   MOVE 'APPLIED' TO WS-Schd-Status
               WHEN SCHED-FAILED
                   MOVE 'FAILED' TO WS-Schd-Status
               WHEN SCHED-CANCELLED
                   MOVE 'CANCELLED' TO WS-Schd-Status
               WHEN OTHER
                   MOVE Sched-Status TO WS-Schd-Status
           END-EVALUATE.
           MOVE Sched-Operator TO WS-Schd-Operator.
           MOVE Sched-Terminal TO WS-Schd-Terminal.
           MOVE WS-Schedule-Line-1 TO WS-Print-Line.
           PERFORM WRITE-PRINT-LINE.
           MOVE Sched-Entered-Date TO WS-Schd-Entered-Date.
           MOVE Sched-Entered-Time TO WS-Schd-Entered-Time.
           MOVE Sched-Done-Date TO WS-Schd-Done-Date.
           MOVE Sched-Done-Time TO WS-Schd-Done-Time.
           MOVE Sched-Done-Operator TO WS-Schd-Done-Operator.
           MOVE WS-Schedule-Line-2 TO WS-Print-Line.
           PERFORM WRITE-PRINT-LINE.
           IF Sched-Reason NOT = SPACES
               MOVE 'REASON:' TO WS-Note-Label
               MOVE Sched-Reason TO WS-Note-Text
               MOVE WS-Note-Line TO WS-Print-Line
               PERFORM WRITE-PRINT-LINE
           END-IF.
           IF Sched-Before-Image NOT = SPACES
               MOVE Sched-Before-Image TO WS-Image
               MOVE ' BEFORE' TO WS-Image-Label
               PERFORM WRITE-PERSON-IMAGE
           END-IF.
           MOVE Sched-After-Image TO WS-Image.
           MOVE ' AFTER' TO WS-Image-Label.
           PERFORM WRITE-PERSON-IMAGE.

       LIST-HELLO-REJECTS.
           MOVE 'REJECTED RECORDS - NIGHTLY LISTING REJECT FILE'
               TO WS-Section-Title.
           PERFORM WRITE-SECTION-HEADER.
           OPEN INPUT REJECT-FILE.
           IF WS-Source-Status = '00'
               MOVE 'N' TO WS-Source-EOF-Switch
               PERFORM READ-REJECT-FILE
               PERFORM CHECK-HELLO-REJECT UNTIL SOURCE-EOF
               CLOSE REJECT-FILE
               PERFORM WRITE-SECTION-END
           ELSE
               PERFORM WRITE-SOURCE-MISSING
           END-IF.

       READ-REJECT-FILE.
           READ REJECT-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       CHECK-HELLO-REJECT.
           MOVE Rej-Person-Image TO WS-Image.
           PERFORM CHECK-SUBJECT-IMAGE.
           IF SUBJECT-MATCHED
               MOVE 'LISTING REJECT  ' TO WS-Rej-Kind
               MOVE Rej-Reason TO WS-Rej-Reason
               IF REJECT-RESUBMITTED
                   MOVE 'RESUBMITTED' TO WS-Rej-Status
               ELSE
                   MOVE 'AWAITING CORRECTION' TO WS-Rej-Status
               END-IF
               MOVE WS-Reject-Line TO WS-Print-Line
               PERFORM WRITE-PRINT-LINE
               MOVE SPACES TO WS-Image-Label
               PERFORM WRITE-PERSON-IMAGE
               PERFORM COUNT-RECORD-FOUND
           END-IF.
           PERFORM READ-REJECT-FILE.

       LIST-BULK-REJECTS.
           MOVE 'REJECTED RECORDS - BULK MAINTENANCE REJECTS'
               TO WS-Section-Title.
           PERFORM WRITE-SECTION-HEADER.
           OPEN INPUT BULK-REJECTS.
           IF WS-Source-Status = '00'
               MOVE 'N' TO WS-Source-EOF-Switch
               PERFORM READ-BULK-REJECTS
               PERFORM CHECK-BULK-REJECT UNTIL SOURCE-EOF
               CLOSE BULK-REJECTS
               PERFORM WRITE-SECTION-END
           ELSE
               PERFORM WRITE-SOURCE-MISSING
           END-IF.

       READ-BULK-REJECTS.
           READ BULK-REJECTS
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       CHECK-BULK-REJECT.
           MOVE Brej-Person-Image TO WS-Image.
           PERFORM CHECK-SUBJECT-IMAGE.
           IF SUBJECT-MATCHED
               MOVE SPACES TO WS-Rej-Kind
               STRING 'BULK ' DELIMITED BY SIZE
                      Brej-Action DELIMITED BY SIZE
                      ' ACTION' DELIMITED BY SIZE
                   INTO WS-Rej-Kind
               END-STRING
               MOVE Brej-Reason TO WS-Rej-Reason
               MOVE SPACES TO WS-Rej-Status
               IF Brej-Effective-Date NOT = SPACES
                   STRING 'EFFECTIVE ' DELIMITED BY SIZE
                          Brej-Effective-Date DELIMITED BY SIZE
                       INTO WS-Rej-Status
                   END-STRING
               END-IF
               MOVE WS-Reject-Line TO WS-Print-Line
               PERFORM WRITE-PRINT-LINE
               MOVE SPACES TO WS-Image-Label
               PERFORM WRITE-PERSON-IMAGE
               PERFORM COUNT-RECORD-FOUND
           END-IF.
           PERFORM READ-BULK-REJECTS.

       LIST-SECURITY-LOG.
      **
      * A refusal is the person's when it was on their record, or
      * when they were the operator refused - the card carries
      * their operator id only when they have one.
      **
           MOVE 'SECURITY VIOLATION LOG (SECLOG)' TO WS-Section-Title.
           PERFORM WRITE-SECTION-HEADER.
           OPEN INPUT SECURITY-LOG.
           IF WS-Source-Status = '00'
               MOVE 'N' TO WS-Source-EOF-Switch
               PERFORM READ-SECURITY-LOG
               PERFORM CHECK-VIOLATION UNTIL SOURCE-EOF
               CLOSE SECURITY-LOG
               PERFORM WRITE-SECTION-END
           ELSE
               PERFORM WRITE-SOURCE-MISSING
           END-IF.

       READ-SECURITY-LOG.
           READ SECURITY-LOG
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       CHECK-VIOLATION.
           MOVE Viol-Employee-Id TO WS-Lookup-Id.
           PERFORM FIND-SUBJECT-ID.
           IF ID-FOUND
                   OR (Card-Operator-Id NOT = SPACES
                       AND Viol-Operator = Card-Operator-Id)
               MOVE Viol-Date TO WS-Viol-Date
               MOVE Viol-Time TO WS-Viol-Time
               MOVE Viol-Transaction TO WS-Viol-Tran
               MOVE Viol-Action TO WS-Viol-Action
               MOVE Viol-Operator TO WS-Viol-Operator
               MOVE Viol-Terminal TO WS-Viol-Terminal
               MOVE Viol-Employee-Id TO WS-Viol-Employee
               MOVE WS-Violation-Line TO WS-Print-Line
               PERFORM WRITE-PRINT-LINE
               PERFORM COUNT-RECORD-FOUND
           END-IF.
           PERFORM READ-SECURITY-LOG.

       LIST-OUTBOUND-FEEDS.
      **
      * The feeds as they stand on file: the current payroll
      * extract and benefits carrier file, and every generation
      * still kept of the warehouse and badge feeds, whose header
      * row dates the detail rows that follow it.
      **
           MOVE 'OUTBOUND FEEDS SENT ON' TO WS-Section-Title.
           PERFORM WRITE-SECTION-HEADER.
           PERFORM LIST-PAYROLL-FEED.
           PERFORM LIST-CARRIER-FEED.
           PERFORM LIST-WAREHOUSE-FEED.
           PERFORM LIST-BADGE-FEED.
           PERFORM WRITE-SECTION-END.

       LIST-PAYROLL-FEED.
           OPEN INPUT PAYROLL-EXTRACT.
           IF WS-Source-Status = '00'
               MOVE 'N' TO WS-Source-EOF-Switch
               PERFORM READ-PAYROLL-EXTRACT
               PERFORM CHECK-PAYROLL-RECORD UNTIL SOURCE-EOF
               CLOSE PAYROLL-EXTRACT
           ELSE
               MOVE 'PAYROLL EXTRACT' TO WS-Feed-Name
               PERFORM WRITE-FEED-MISSING
           END-IF.

       READ-PAYROLL-EXTRACT.
           READ PAYROLL-EXTRACT
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       CHECK-PAYROLL-RECORD.
           MOVE PAY-Employee-Id TO WS-Lookup-Id.
           PERFORM FIND-SUBJECT-ID.
           IF ID-FOUND
               MOVE 'PAYROLL EXTRACT' TO WS-Feed-Name
               MOVE SPACES TO WS-Feed-Detail
               STRING 'CURRENT FILE - ID ' DELIMITED BY SIZE
                      PAY-Employee-Id DELIMITED BY SIZE
                      ' HIRED ' DELIMITED BY SIZE
                      PAY-Hire-Date DELIMITED BY SIZE
                      ' WITH PAY RATE' DELIMITED BY SIZE
                   INTO WS-Feed-Detail
               END-STRING
               PERFORM WRITE-FEED-LINE
           END-IF.
           PERFORM READ-PAYROLL-EXTRACT.

       LIST-CARRIER-FEED.
           OPEN INPUT CARRIER-FILE.
           IF WS-Source-Status = '00'
               MOVE 'N' TO WS-Source-EOF-Switch
               PERFORM READ-CARRIER-FILE
               PERFORM CHECK-CARRIER-RECORD UNTIL SOURCE-EOF
               CLOSE CARRIER-FILE
           ELSE
               MOVE 'BENEFITS CARRIER' TO WS-Feed-Name
               PERFORM WRITE-FEED-MISSING
           END-IF.

       READ-CARRIER-FILE.
           READ CARRIER-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       CHECK-CARRIER-RECORD.
           MOVE Car-Employee-Id TO WS-Lookup-Id.
           PERFORM FIND-SUBJECT-ID.
           IF ID-FOUND
               MOVE 'BENEFITS CARRIER' TO WS-Feed-Name
               MOVE SPACES TO WS-Feed-Detail
               STRING 'CURRENT FILE - ID ' DELIMITED BY SIZE
                      Car-Employee-Id DELIMITED BY SIZE
                      ' AS OF ' DELIMITED BY SIZE
                      Car-As-Of-Date DELIMITED BY SIZE
                      ' WITH ADDRESS' DELIMITED BY SIZE
                   INTO WS-Feed-Detail
               END-STRING
               PERFORM WRITE-FEED-LINE
           END-IF.
           PERFORM READ-CARRIER-FILE.

       LIST-WAREHOUSE-FEED.
           OPEN INPUT WAREHOUSE-FEED.
           IF WS-Source-Status = '00'
               MOVE 'N' TO WS-Source-EOF-Switch
               MOVE SPACES TO WS-Feed-Date
               PERFORM READ-WAREHOUSE-FEED
               PERFORM CHECK-WAREHOUSE-ROW UNTIL SOURCE-EOF
               CLOSE WAREHOUSE-FEED
           ELSE
               MOVE 'HR DATA WAREHOUSE' TO WS-Feed-Name
               PERFORM WRITE-FEED-MISSING
           END-IF.

       READ-WAREHOUSE-FEED.
           READ WAREHOUSE-FEED
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       CHECK-WAREHOUSE-ROW.
      **
      * H|date|mode, then D|action|timestamp|operator|id|... rows.
      **
           MOVE SPACES TO WS-Feed-Fields.
           UNSTRING WAREHOUSE-FEED-ROW DELIMITED BY '|'
               INTO WS-Feed-Field-1 WS-Feed-Field-2 WS-Feed-Field-3
                    WS-Feed-Field-4 WS-Feed-Field-5
           END-UNSTRING.
           IF WS-Feed-Field-1 = 'H'
               MOVE WS-Feed-Field-2 TO WS-Feed-Date
           END-IF.
           IF WS-Feed-Field-1 = 'D'
               MOVE WS-Feed-Field-5 TO WS-Lookup-Id
               PERFORM FIND-SUBJECT-ID
               IF ID-FOUND
                   MOVE 'HR DATA WAREHOUSE' TO WS-Feed-Name
                   MOVE SPACES TO WS-Feed-Detail
                   STRING 'FEED OF ' DELIMITED BY SIZE
                          WS-Feed-Date DELIMITED BY SIZE
                          ' - ID ' DELIMITED BY SIZE
                          WS-Lookup-Id DELIMITED BY SIZE
                          ' ACTION ' DELIMITED BY SIZE
                          WS-Feed-Field-2 DELIMITED BY SPACE
                       INTO WS-Feed-Detail
                   END-STRING
                   PERFORM WRITE-FEED-LINE
               END-IF
           END-IF.
           PERFORM READ-WAREHOUSE-FEED.

       LIST-BADGE-FEED.
           OPEN INPUT BADGE-FEED.
           IF WS-Source-Status = '00'
               MOVE 'N' TO WS-Source-EOF-Switch
               MOVE SPACES TO WS-Feed-Date
               PERFORM READ-BADGE-FEED
               PERFORM CHECK-BADGE-ROW UNTIL SOURCE-EOF
               CLOSE BADGE-FEED
           ELSE
               MOVE 'BADGE ACCESS' TO WS-Feed-Name
               PERFORM WRITE-FEED-MISSING
           END-IF.

       READ-BADGE-FEED.
           READ BADGE-FEED
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       CHECK-BADGE-ROW.
      **
      * H|date|BADGE, then D|action|id|... rows.
      **
           MOVE SPACES TO WS-Feed-Fields.
           UNSTRING BADGE-FEED-ROW DELIMITED BY '|'
               INTO WS-Feed-Field-1 WS-Feed-Field-2 WS-Feed-Field-3
           END-UNSTRING.
           IF WS-Feed-Field-1 = 'H'
               MOVE WS-Feed-Field-2 TO WS-Feed-Date
           END-IF.
           IF WS-Feed-Field-1 = 'D'
               MOVE WS-Feed-Field-3 TO WS-Lookup-Id
               PERFORM FIND-SUBJECT-ID
               IF ID-FOUND
                   MOVE 'BADGE ACCESS' TO WS-Feed-Name
                   MOVE SPACES TO WS-Feed-Detail
                   STRING 'FEED OF ' DELIMITED BY SIZE
                          WS-Feed-Date DELIMITED BY SIZE
                          ' - ID ' DELIMITED BY SIZE
                          WS-Lookup-Id DELIMITED BY SIZE
                          ' ACTION ' DELIMITED BY SIZE
                          WS-Feed-Field-2 DELIMITED BY SPACE
                       INTO WS-Feed-Detail
                   END-STRING
                   PERFORM WRITE-FEED-LINE
               END-IF
           END-IF.
           PERFORM READ-BADGE-FEED.

       WRITE-FEED-LINE.
           MOVE WS-Feed-Line TO WS-Print-Line.
           PERFORM WRITE-PRINT-LINE.
           PERFORM COUNT-RECORD-FOUND.

       WRITE-FEED-MISSING.
      **
      * One feed missing leaves the others to be searched, so it
      * gets a line of its own rather than the section's NONE.
      **
           MOVE SPACES TO WS-Feed-Detail.
           STRING 'FILE NOT AVAILABLE, STATUS = ' DELIMITED BY SIZE
                  WS-Source-Status DELIMITED BY SIZE
                  ' - NOT SEARCHED' DELIMITED BY SIZE
               INTO WS-Feed-Detail
           END-STRING.
           MOVE WS-Feed-Line TO WS-Print-Line.
           PERFORM WRITE-PRINT-LINE.
           PERFORM NOTE-SOURCE-MISSING.

       WRITE-PERSON-IMAGE.
           MOVE WS-Image-Id TO WS-Print-Id.
           MOVE WS-Image-First TO WS-Print-First.
           MOVE WS-Image-Middle TO WS-Print-Middle.
           MOVE WS-Image-Last TO WS-Print-Last.
           MOVE WS-Image-Suffix TO WS-Print-Suffix.
           MOVE WS-Image-Birth TO WS-Print-Birth.
           MOVE WS-Image-Hire TO WS-Print-Hire.
           MOVE WS-Image-Status TO WS-Print-Status.
           MOVE WS-Image-Term TO WS-Print-Term.
           MOVE WS-Image-Dept TO WS-Print-Dept.
           MOVE WS-Image-Supervisor TO WS-Print-Supervisor.
           MOVE WS-Image-Line-1 TO WS-Print-Line.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-Image-Line-2 TO WS-Print-Line.
           PERFORM WRITE-PRINT-LINE.

       WRITE-ADDRESS-IMAGE.
           MOVE WS-Adim-Id TO WS-Addr-Print-Id.
           MOVE WS-Adim-Street-1 TO WS-Addr-Print-Street-1.
           MOVE WS-Adim-Street-2 TO WS-Addr-Print-Street-2.
           MOVE WS-Adim-City TO WS-Addr-Print-City.
           MOVE WS-Adim-State TO WS-Addr-Print-State.
           MOVE WS-Adim-Zip-5 TO WS-Addr-Print-Zip-5.
           MOVE WS-Adim-Zip-4 TO WS-Addr-Print-Zip-4.
           MOVE WS-Adim-Phone TO WS-Addr-Print-Phone.
           MOVE WS-Adim-Email TO WS-Addr-Print-Email.
           MOVE WS-Address-Line-1 TO WS-Print-Line.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-Address-Line-2 TO WS-Print-Line.
           PERFORM WRITE-PRINT-LINE.
           IF WS-Adim-Email NOT = SPACES
               MOVE WS-Address-Line-3 TO WS-Print-Line
               PERFORM WRITE-PRINT-LINE
           END-IF.

       COUNT-RECORD-FOUND.
           ADD 1 TO WS-Section-Count.
           ADD 1 TO WS-Records-Found.

       WRITE-SOURCE-MISSING.
           MOVE WS-Source-Status TO WS-Missing-Status.
           MOVE WS-Missing-Line TO WS-Print-Line.
           PERFORM WRITE-PRINT-LINE.
           PERFORM NOTE-SOURCE-MISSING.

       NOTE-SOURCE-MISSING.
           ADD 1 TO WS-Sources-Missing.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-SECTION-HEADER.
           IF WS-Line-Count + 4 > WS-Max-Lines-Per-Page
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE ZERO TO WS-Section-Count.
           PERFORM WRITE-BLANK-LINE.
           MOVE WS-Section-Line TO WS-Print-Line.
           PERFORM WRITE-PRINT-LINE.

       WRITE-SECTION-END.
           IF WS-Section-Count = ZERO
               MOVE WS-None-Line TO WS-Print-Line
               PERFORM WRITE-PRINT-LINE
           END-IF.

       WRITE-PRINT-LINE.
           IF WS-Line-Count >= WS-Max-Lines-Per-Page
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           WRITE DSAR-REPORT-LINE FROM WS-Print-Line.
           ADD 1 TO WS-Line-Count.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-Page-Count.
           MOVE WS-Page-Count TO WS-Title-Page.
           WRITE DSAR-REPORT-LINE FROM WS-Title-Line.
           WRITE DSAR-REPORT-LINE FROM WS-Date-Line.
           WRITE DSAR-REPORT-LINE FROM WS-Subject-Line.
           WRITE DSAR-REPORT-LINE FROM WS-Request-Line.
           MOVE 4 TO WS-Line-Count.

       WRITE-BLANK-LINE.
           MOVE SPACES TO WS-Print-Line.
           PERFORM WRITE-PRINT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE WS-Records-Found TO WS-Trailer-Records.
           MOVE WS-Sources-Missing TO WS-Trailer-Missing.
           PERFORM WRITE-BLANK-LINE.
           MOVE WS-Trailer-Line TO WS-Print-Line.
           PERFORM WRITE-PRINT-LINE.

       WRITE-ACCESS-LOG.
           MOVE SPACES TO DSAR-LOG-RECORD.
           MOVE WS-Run-Date TO Dlog-Date.
           MOVE WS-Run-Time-HMS TO Dlog-Time.
           MOVE WS-Run-User TO Dlog-Run-User.
           MOVE Card-Requester TO Dlog-Requester.
           MOVE Card-Reason-Code TO Dlog-Reason-Code.
           MOVE Card-Reference TO Dlog-Reference.
           MOVE Card-Search-Type TO Dlog-Search-Type.
           MOVE Card-Employee-Id TO Dlog-Employee-Id.
           MOVE Card-Last-Name TO Dlog-Last-Name.
           MOVE Card-First-Name TO Dlog-First-Name.
           MOVE Card-Date-Of-Birth TO Dlog-Date-Of-Birth.
           MOVE WS-Id-Count TO Dlog-Ids-Found.
           MOVE WS-Records-Found TO Dlog-Records-Found.
           WRITE DSAR-LOG-RECORD.
           IF WS-Log-Status NOT = '00'
               DISPLAY 'DSARRPT - UNABLE TO WRITE ACCESS-LOG, '
                   'STATUS = ' WS-Log-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE DSAR-CARD.
           CLOSE DSAR-REPORT.
           CLOSE ACCESS-LOG.
      ** add other procedures here
       END PROGRAM DSARRPT.
