      *----------hierarchy---------
      * D: division: identification, environment, data, procedure
      * S: section:（optional）
      *    (data -> working-storage section, file section
      *    (environment -> input-output section
      * P: paragraph
      *    ST: statement



      *---------------------------------------------
       IDENTIFICATION DIVISION. *> D1 identification
       PROGRAM-ID. AMLMON.      *>    D1- program id

      *---------------------------------------------
      *nightly structuring and velocity monitor, run after EOD
      * has archived the business date. EOD's currency-transaction
      * check only ever sees one posting at a time; this job looks
      * back over the recent archive a customer at a time, across
      * every account the customer holds, for the patterns a
      * single-item test cannot see. Postings are tied to their
      * customer through AM-CUST-ID (or, for an account not yet
      * stamped, the customer whose CM-ACCT-ID list names it) and
      * restated in USD at fx-rates.dat, so a customer's accounts
      * in different currencies add up like for like.
      *three rules, each tunable in aml-config.dat:
      *    "AGGR" - cash deposits inside the rolling window total
      *             the reportable threshold or more, yet no single
      *             one reached it;
      *    "NEAR" - several cash deposits in a row, each just under
      *             the threshold;
      *    "DORM" - activity on an account DORMSWP marked dormant
      *             only recently.
      * Cash means "D " counter deposits only - an "EC" electronic
      * credit came from another bank, not over the counter.
      * Reversed postings never happened and are left out.
      *each hit is written to the alert register aml-alerts.dat
      * and printed on the case report with the postings behind it.
      * A hit whose postings overlap an alert already raised for the
      * same rule and customer is the same pattern seen again, and
      * is suppressed rather than reported every night.
       ENVIRONMENT DIVISION.    *>D2 environment
       INPUT-OUTPUT SECTION.    *>    D2-S1 input-output
       FILE-CONTROL.            *>          D2-S1-P1 file-control
      *read front to back alongside the account-sorted
      * postings, for each account's customer and currency.
           SELECT ACCT-MASTER ASSIGN TO "acct-master.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *the CIF master: names for the case report, and the
      * account lists that link an account not yet stamped with
      * its AM-CUST-ID.
           SELECT CUST-MASTER-FILE ASSIGN TO "custmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-FILE-STATUS.
      *the archive segments for the business year and the year
      * before it - a window reaching back over New Year needs both.
      * Either may be missing; no segment just means no postings.
           SELECT TXN-HIST-FILE ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
      *daily FX rate table, same file and layout EOD reads -
      * units of USD per one unit of the currency.
           SELECT FX-RATE-FILE ASSIGN TO "fx-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.
      *the reportable threshold EOD's currency-transaction
      * check uses; the rules here are measured against the same
      * figure. Optional - a missing file takes 10,000 USD.
           SELECT CTR-THRESHOLD-FILE ASSIGN TO "ctr-threshold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-FILE-STATUS.
      *the rule settings; optional, a missing file or a zero
      * field takes the standing value.
           SELECT AML-CONFIG-FILE ASSIGN TO "aml-config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
      *the permanent maintenance audit log - an AM-STATUS
      * change to "D" keyed by DORMSWP is the record of when an
      * account was aged dormant. Optional.
           SELECT AUDIT-FILE ASSIGN TO "audit-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
      *the alert register: every alert ever raised, one row
      * each. Read for suppression and rewritten whole through the
      * next image below, tonight's alerts added on the end.
           SELECT ALERT-FILE ASSIGN TO "aml-alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT ALERT-NEXT-FILE
               ASSIGN TO "./output/aml-alerts-next.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-NEXT-STATUS.
      *the window's postings, first in account order to pick
      * up each account's customer and currency off the master,
      * then in customer/date order for the rules - the same
      * raw/sort/sorted technique DORMSWP uses.
           SELECT POST-RAW-FILE
               ASSIGN TO "./output/amlmon-raw.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POST-SORT-FILE
               ASSIGN TO "./output/amlmon-sort.tmp".
           SELECT POST-SORTED-FILE
               ASSIGN TO "./output/amlmon-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-RAW-FILE
               ASSIGN TO "./output/amlmon-cust-raw.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-SORT-FILE
               ASSIGN TO "./output/amlmon-cust-sort.tmp".
           SELECT CUST-SORTED-FILE
               ASSIGN TO "./output/amlmon-cust-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "./output/amlmon-cases.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *the shared run-control record, read only: the archive
      * must hold tonight's postings before they can be watched.
           SELECT RUN-CONTROL ASSIGN TO "runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
      *the permanent run-history log every job in the batch
      * sequence appends to at start and clean finish; NIGHTRPT
      * reads it for the night's timeline and timings.
           SELECT RUN-HIST-FILE ASSIGN TO "runhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

      *---------------------------------------------
       DATA DIVISION.           *> D3 data

      *------------------------------------
       FILE SECTION.            *>    D3-S1
       FD  ACCT-MASTER.
           01  ACCT-MASTER-REC.
               05  AM-ACCT-ID        PIC X(5).
               05  AM-NAME           PIC X(10).
               05  AM-BALANCE        PIC S9(7)V99.
               05  AM-STATUS         PIC X(1).
               05  AM-CURRENCY       PIC X(3).
               05  AM-ACCT-TYPE      PIC X(1).
               05  AM-OVERDRAFT-LIMIT PIC 9(7)V99.
               05  AM-BRANCH         PIC X(3).
      *owning customer on the CIF master; blank means the
      * account has not been linked to a customer yet.
               05  AM-CUST-ID        PIC X(6).

      *same layout CUSTMAINT keeps.
           FD  CUST-MASTER-FILE.
           01  CUST-MASTER-REC.
               05  CM-CUST-ID         PIC X(6).
               05  CM-FULL-NAME       PIC X(30).
               05  CM-ADDR-1          PIC X(30).
               05  CM-ADDR-2          PIC X(30).
               05  CM-STATUS          PIC X(1).
               05  CM-ACCT-LIST.
                   10  CM-ACCT-ID     OCCURS 8 TIMES PIC X(5).

      *same layout EOD's LOG-STMT-ENTRY archives.
           FD  TXN-HIST-FILE.
           01  TXN-HIST-REC.
               05  TH-POST-DATE       PIC 9(8).
               05  TH-ACCT-ID         PIC X(5).
               05  TH-SEQ             PIC 9(7).
               05  TH-TR-TYPE         PIC X(2).
               05  TH-TR-AMOUNT       PIC 9(7)V99.
               05  TH-BALANCE-AFTER   PIC S9(7)V99.
               05  TH-REV-LINK.
                   10  TH-REV-FLAG        PIC X(1).
                   10  TH-REV-POST-DATE   PIC 9(8).
                   10  TH-REV-SEQ         PIC 9(7).
                   10  TH-REV-TR-TYPE     PIC X(2).
               05  TH-CHEQUE-NO       PIC X(10).

           FD  FX-RATE-FILE.
           01  FX-RATE-REC.
               05  FX-CURRENCY        PIC X(3).
               05  FX-RATE            PIC 9(3)V9(6).

           FD  CTR-THRESHOLD-FILE.
           01  CTR-THRESHOLD-REC.
               05  CT-THRESHOLD-USD   PIC 9(9)V99.

      *AGGR-DAYS: the rolling window the cash-in total is
      * taken over, which is also how far back DORM looks for
      * activity. NEAR-DAYS: how far back a run of just-under
      * deposits is looked for. NEAR-PCT: how close to the
      * threshold counts as "just under". NEAR-COUNT: how many in a
      * row make a run. DORM-DAYS: how recent a dormancy aging
      * still counts. DORM-MIN-USD: the activity on such an account
      * that raises an alert.
           FD  AML-CONFIG-FILE.
           01  AML-CONFIG-REC.
               05  AC-AGGR-DAYS       PIC 9(3).
               05  AC-NEAR-DAYS       PIC 9(3).
               05  AC-NEAR-PCT        PIC 9(3).
               05  AC-NEAR-COUNT      PIC 9(3).
               05  AC-DORM-DAYS       PIC 9(3).
               05  AC-DORM-MIN-USD    PIC 9(9)V99.

      *same layout the maintenance programs append.
           FD  AUDIT-FILE.
           01  AUDIT-REC.
               05  AU-STAMP-DATE      PIC 9(8).
               05  AU-STAMP-TIME      PIC 9(8).
               05  AU-PROGRAM         PIC X(10).
               05  AU-EVENT           PIC X(1).
               05  AU-ACTION          PIC X(1).
               05  AU-KEY             PIC X(6).
               05  AU-FIELD           PIC X(20).
               05  AU-BEFORE          PIC X(30).
               05  AU-AFTER           PIC X(30).
               05  AU-MAKER           PIC X(8).
               05  AU-CHECKER         PIC X(8).
               05  AU-QUEUE-REF       PIC X(12).

      *AL-CUST-KEY is the CIF customer, or "*" and the account
      * ID for an account no customer owns. AL-ACCT-ID names the
      * account on a "DORM" alert and is spaces on the others.
      * FIRST/LAST-DATE are the posting dates the pattern spans -
      * what suppression compares against.
           FD  ALERT-FILE.
           01  ALERT-REC.
               05  AL-ALERT-DATE      PIC 9(8).
               05  AL-RULE            PIC X(4).
               05  AL-CUST-KEY        PIC X(6).
               05  AL-ACCT-ID         PIC X(5).
               05  AL-FIRST-DATE      PIC 9(8).
               05  AL-LAST-DATE       PIC 9(8).
               05  AL-ITEM-COUNT      PIC 9(5).
               05  AL-TOTAL-USD       PIC 9(11)V99.

           FD  ALERT-NEXT-FILE.
           01  ALERT-NEXT-REC        PIC X(57).

           FD  POST-RAW-FILE.
           01  POST-RAW-REC.
               05  PW-ACCT-ID         PIC X(5).
               05  PW-POST-DATE       PIC 9(8).
               05  PW-SEQ             PIC 9(7).
               05  PW-TR-TYPE         PIC X(2).
               05  PW-AMOUNT          PIC 9(7)V99.
               05  PW-SERIAL          PIC 9(7).

           SD  POST-SORT-FILE.
           01  POST-SORT-REC.
               05  PX-ACCT-ID         PIC X(5).
               05  PX-POST-DATE       PIC 9(8).
               05  PX-SEQ             PIC 9(7).
               05  FILLER             PIC X(18).

           FD  POST-SORTED-FILE.
           01  POST-SORTED-REC.
               05  PZ-ACCT-ID         PIC X(5).
               05  PZ-POST-DATE       PIC 9(8).
               05  PZ-SEQ             PIC 9(7).
               05  PZ-TR-TYPE         PIC X(2).
               05  PZ-AMOUNT          PIC 9(7)V99.
               05  PZ-SERIAL          PIC 9(7).

      *one posting with its customer and USD figure attached.
      * CW-AGED-DATE is the date DORMSWP aged the account, when
      * that was recent enough to watch; zero otherwise.
           FD  CUST-RAW-FILE.
           01  CUST-RAW-REC.
               05  CW-CUST-KEY        PIC X(6).
               05  CW-POST-DATE       PIC 9(8).
               05  CW-SEQ             PIC 9(7).
               05  CW-ACCT-ID         PIC X(5).
               05  CW-TR-TYPE         PIC X(2).
               05  CW-USD             PIC 9(9)V99.
               05  CW-SERIAL          PIC 9(7).
               05  CW-AGED-DATE       PIC 9(8).

           SD  CUST-SORT-FILE.
           01  CUST-SORT-REC.
               05  CX-CUST-KEY        PIC X(6).
               05  CX-POST-DATE       PIC 9(8).
               05  CX-SEQ             PIC 9(7).
               05  FILLER             PIC X(33).

           FD  CUST-SORTED-FILE.
           01  CUST-SORTED-REC.
               05  CZ-CUST-KEY        PIC X(6).
               05  CZ-POST-DATE       PIC 9(8).
               05  CZ-SEQ             PIC 9(7).
               05  CZ-ACCT-ID         PIC X(5).
               05  CZ-TR-TYPE         PIC X(2).
               05  CZ-USD             PIC 9(9)V99.
               05  CZ-SERIAL          PIC 9(7).
               05  CZ-AGED-DATE       PIC 9(8).

           FD  REPORT-FILE.
           01  REPORT-LINE           PIC X(80).

           FD  RUN-CONTROL.
           01  RUN-CONTROL-REC.
               05  RL-BUSINESS-DATE   PIC 9(8).
               05  RL-STDORDER-DONE   PIC X(1).
               05  RL-EOD-DONE        PIC X(1).
               05  RL-INTPOST-DONE    PIC X(1).
               05  RL-ACCTMAINT-DONE  PIC X(1).
               05  RL-PROMOTE-E-DONE  PIC X(1).
               05  RL-PROMOTE-M-DONE  PIC X(1).
               05  RL-FEEASSESS-DONE  PIC X(1).

      *same layout STDORDER writes - keep every copy in step.
           FD  RUN-HIST-FILE.
           01  RUN-HIST-REC.
               05  RH-BUSINESS-DATE  PIC 9(8).
               05  RH-PROGRAM        PIC X(10).
               05  RH-EVENT          PIC X(1).
               05  RH-STAMP-DATE     PIC 9(8).
               05  RH-STAMP-TIME     PIC 9(8).
               05  RH-RECS-OK        PIC 9(7).
               05  RH-RECS-FAIL      PIC 9(7).
               05  RH-RETURN-CODE    PIC 9(2).

      *------------------------------------
       WORKING-STORAGE SECTION.                   *>    D3-S2
           01  EOF-MASTER            PIC X VALUE "N".
               88  MASTER-EOF               VALUE "Y".
           01  EOF-CUST              PIC X VALUE "N".
               88  CUST-EOF                 VALUE "Y".
           01  EOF-HIST              PIC X VALUE "N".
               88  HIST-EOF                 VALUE "Y".
           01  EOF-FX                PIC X VALUE "N".
               88  FX-EOF                   VALUE "Y".
           01  EOF-AUDIT             PIC X VALUE "N".
               88  AUDIT-EOF                VALUE "Y".
           01  EOF-ALERT             PIC X VALUE "N".
               88  ALERT-EOF                VALUE "Y".
           01  EOF-POST              PIC X VALUE "N".
               88  POST-EOF                 VALUE "Y".
           01  EOF-CPOST             PIC X VALUE "N".
               88  CPOST-EOF                VALUE "Y".

           01  WS-MASTER-FILE-STATUS PIC XX.
           01  WS-CUST-FILE-STATUS   PIC XX.
           01  WS-HIST-FILE-STATUS   PIC XX.
           01  WS-HIST-OPEN-SW       PIC X VALUE "N".
               88  HIST-OPENED              VALUE "Y".
           01  WS-FX-FILE-STATUS     PIC XX.
           01  WS-CTR-FILE-STATUS    PIC XX.
           01  WS-CONFIG-FILE-STATUS PIC XX.
           01  WS-AUDIT-FILE-STATUS  PIC XX.
           01  WS-ALERT-FILE-STATUS  PIC XX.
           01  WS-ALERT-NEXT-STATUS  PIC XX.
           01  WS-RUNCTL-FILE-STATUS PIC XX.
           01  WS-RUNCTL-FOUND-SW    PIC X VALUE "N".
               88  RUNCTL-FOUND             VALUE "Y".

      *the event and counters the next run-history row will
      * carry - set by the caller, stamped in WRITE-RUN-HISTORY.
           01  WS-RUNHIST-STATUS     PIC XX.
           01  WS-RH-EVENT           PIC X(1).
           01  WS-RH-OK              PIC 9(7).
           01  WS-RH-FAIL            PIC 9(7).

           01  WS-BATCH-DATE         PIC 9(8).
           01  WS-BATCH-DATE-SPLIT REDEFINES WS-BATCH-DATE.
               05  WS-BATCH-YEAR     PIC 9(4).
               05  WS-BATCH-MMDD     PIC 9(4).
           01  WS-HIST-PATH          PIC X(30).
           01  WS-HIST-YEAR          PIC 9(4).

      *the two paths the register install renames between.
           01  WS-ALERT-PATH         PIC X(30) VALUE "aml-alerts.dat".
           01  WS-ALERT-NEXT-PATH    PIC X(30)
                   VALUE "./output/aml-alerts-next.dat".

      *rule settings, defaulted when aml-config.dat is absent
      * or a field is zero. Windows are capped at a year - only
      * the business year's segment and the one before it are read.
           01  WS-CTR-THRESHOLD-USD  PIC 9(9)V99 VALUE 10000.00.
           01  WS-AGGR-DAYS          PIC 9(3) VALUE 7.
           01  WS-NEAR-DAYS          PIC 9(3) VALUE 30.
           01  WS-NEAR-PCT           PIC 9(3) VALUE 90.
           01  WS-NEAR-COUNT         PIC 9(3) VALUE 3.
           01  WS-DORM-DAYS          PIC 9(3) VALUE 90.
           01  WS-DORM-MIN-USD       PIC 9(9)V99 VALUE 1000.00.
           01  WS-NEAR-FLOOR-USD     PIC 9(9)V99.

      *serial day numbers, so window arithmetic is plain
      * subtraction. WS-WINDOW-START is the first day any rule
      * looks at; AGGR-START and NEAR-START each rule's own.
           01  WS-CNV-DATE-NUM       PIC 9(8).
           01  WS-CNV-DATE-SPLIT REDEFINES WS-CNV-DATE-NUM.
               05  WS-CNV-YEAR       PIC 9(4).
               05  WS-CNV-MONTH      PIC 9(2).
               05  WS-CNV-DAY        PIC 9(2).
           01  WS-CNV-WORK-YEAR      PIC 9(4).
           01  WS-CNV-WORK-MONTH     PIC 9(2).
           01  WS-CNV-SERIAL         PIC 9(7).
           01  WS-TODAY-SERIAL       PIC 9(7).
           01  WS-WINDOW-START       PIC 9(7).
           01  WS-AGGR-START         PIC 9(7).
           01  WS-NEAR-START         PIC 9(7).

           01  WS-FX-TABLE.
               05  WS-FX-COUNT       PIC 9(3) COMP VALUE 0.
               05  WS-FX-ENTRY OCCURS 50 TIMES.
                   10  WS-FX-CCY         PIC X(3).
                   10  WS-FX-RATE        PIC 9(3)V9(6).
           01  WS-FX-IDX             PIC 9(3) COMP.
           01  WS-FX-LOOKUP-CCY      PIC X(3).
           01  WS-FX-LOOKUP-RATE     PIC 9(3)V9(6).
           01  WS-FX-FOUND-SW        PIC X VALUE "N".
               88  FX-RATE-FOUND            VALUE "Y".

      *the CIF master in hand, same 2000-row ceiling EOD
      * carries.
           01  WS-CUST-TABLE.
               05  WS-CUST-COUNT     PIC 9(5) COMP VALUE 0.
               05  WS-CUST-ENTRY OCCURS 2000 TIMES.
                   10  WS-CU-CUST-ID     PIC X(6).
                   10  WS-CU-FULL-NAME   PIC X(30).
                   10  WS-CU-ACCT-ID     OCCURS 8 TIMES PIC X(5).
           01  WS-CUST-IDX           PIC 9(5) COMP.
           01  WS-CU-ACCT-IDX        PIC 9(2) COMP.
           01  WS-CUST-FOUND-SW      PIC X VALUE "N".
               88  CUST-FOUND               VALUE "Y".
           01  WS-CUST-NAME          PIC X(30).

      *accounts DORMSWP aged recently enough to watch, each
      * with the date of its latest aging.
           01  WS-AGED-TABLE.
               05  WS-AGED-COUNT     PIC 9(5) COMP VALUE 0.
               05  WS-AGED-ENTRY OCCURS 2000 TIMES.
                   10  WS-AG-ACCT-ID     PIC X(5).
                   10  WS-AG-DATE        PIC 9(8).
           01  WS-AGED-IDX           PIC 9(5) COMP.
           01  WS-AGED-HIT           PIC 9(5) COMP.

      *earlier alerts whose postings reach into tonight's
      * window - the only ones a hit tonight can overlap.
           01  WS-PRIOR-TABLE.
               05  WS-PRIOR-COUNT    PIC 9(5) COMP VALUE 0.
               05  WS-PRIOR-ENTRY OCCURS 5000 TIMES.
                   10  WS-PA-RULE        PIC X(4).
                   10  WS-PA-CUST-KEY    PIC X(6).
                   10  WS-PA-ACCT-ID     PIC X(5).
                   10  WS-PA-LAST-DATE   PIC 9(8).
           01  WS-PRIOR-IDX          PIC 9(5) COMP.

      *one customer's postings in the window, in date and
      * archive-sequence order, held while the rules run over them.
           01  WS-GROUP-TABLE.
               05  WS-GROUP-COUNT    PIC 9(5) COMP VALUE 0.
               05  WS-GROUP-ENTRY OCCURS 3000 TIMES.
                   10  WS-GP-POST-DATE   PIC 9(8).
                   10  WS-GP-SEQ         PIC 9(7).
                   10  WS-GP-ACCT-ID     PIC X(5).
                   10  WS-GP-TR-TYPE     PIC X(2).
                   10  WS-GP-USD         PIC 9(9)V99.
                   10  WS-GP-SERIAL      PIC 9(7).
                   10  WS-GP-AGED-DATE   PIC 9(8).
                   10  WS-GP-DONE-SW     PIC X(1).
           01  WS-GP-IDX             PIC 9(5) COMP.
           01  WS-GP-IDX-2           PIC 9(5) COMP.
           01  WS-CASE-IDX           PIC 9(5) COMP.
           01  WS-GROUP-KEY          PIC X(6).

      *the hit being considered: which rule, for which account
      * on "DORM", and the postings it spans. PICK-SW on each
      * group row says whether the row belongs to the hit, for the
      * case report's item lines.
           01  WS-HIT-RULE           PIC X(4).
           01  WS-HIT-ACCT-ID        PIC X(5).
           01  WS-HIT-FIRST-DATE     PIC 9(8).
           01  WS-HIT-LAST-DATE      PIC 9(8).
           01  WS-HIT-COUNT          PIC 9(5).
           01  WS-HIT-TOTAL          PIC 9(11)V99.
           01  WS-HIT-MAX            PIC 9(9)V99.
           01  WS-HIT-SUPPRESSED-SW  PIC X VALUE "N".
               88  HIT-SUPPRESSED           VALUE "Y".
           01  WS-PICK-TABLE.
               05  WS-PICK-SW        PIC X(1) OCCURS 3000 TIMES.

      *the current run of just-under deposits, and the latest
      * run long enough to count.
           01  WS-RUN-COUNT          PIC 9(5).
           01  WS-RUN-START-IDX      PIC 9(5) COMP.
           01  WS-RUN-TOTAL          PIC 9(11)V99.
           01  WS-NEAR-HIT-SW        PIC X VALUE "N".
               88  NEAR-HIT                 VALUE "Y".
           01  WS-NEAR-HIT-START     PIC 9(5) COMP.
           01  WS-NEAR-HIT-END       PIC 9(5) COMP.

      *the account row in hand during the master merge, and
      * what it resolved to.
           01  WS-ACCT-CUST-KEY      PIC X(6).
           01  WS-ACCT-RATE          PIC 9(3)V9(6).
           01  WS-ACCT-AGED-DATE     PIC 9(8).

           01  WS-COUNTERS.
               05  WS-POSTINGS-READ  PIC 9(7) VALUE 0.
               05  WS-POSTINGS-KEPT  PIC 9(7) VALUE 0.
               05  WS-POSTINGS-ORPHAN PIC 9(7) VALUE 0.
               05  WS-CUSTOMERS-SEEN PIC 9(7) VALUE 0.
               05  WS-ACCTS-UNLINKED PIC 9(7) VALUE 0.
               05  WS-ACCTS-AGED     PIC 9(7) VALUE 0.
               05  WS-ALERTS-AGGR    PIC 9(7) VALUE 0.
               05  WS-ALERTS-NEAR    PIC 9(7) VALUE 0.
               05  WS-ALERTS-DORM    PIC 9(7) VALUE 0.
               05  WS-ALERTS-RAISED  PIC 9(7) VALUE 0.
               05  WS-ALERTS-SUPPRESSED PIC 9(7) VALUE 0.
               05  WS-ALERTS-KEPT    PIC 9(7) VALUE 0.

           01  WS-AMT-DISP           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01  WS-COUNT-DISP         PIC ZZZ,ZZZ,ZZ9.
           01  WS-DAYS-DISP          PIC ZZ9.
           01  WS-RULE-TEXT          PIC X(40).

      *------------------------------------
       PROCEDURE DIVISION.

       MAIN.
           PERFORM CHECK-RUN-CONTROL
           PERFORM LOG-RUN-START
           PERFORM LOAD-AML-CONFIG
           PERFORM LOAD-CTR-THRESHOLD
           PERFORM SET-WINDOWS
           PERFORM LOAD-FX-TABLE
           PERFORM LOAD-CUST-TABLE
           PERFORM LOAD-AGED-ACCOUNTS
           PERFORM INIT-FILES
           PERFORM RECOVER-ALERT-REGISTER
           PERFORM LOAD-ALERT-REGISTER
           PERFORM EXTRACT-WINDOW-POSTINGS
           PERFORM SORT-POSTINGS-BY-ACCOUNT
           PERFORM ATTACH-CUSTOMERS
           PERFORM SORT-POSTINGS-BY-CUSTOMER
           PERFORM WATCH-ALL-CUSTOMERS
           CLOSE ALERT-NEXT-FILE
           PERFORM INSTALL-ALERT-REGISTER
           PERFORM WRITE-MONITOR-TOTALS
           CLOSE REPORT-FILE
           PERFORM LOG-RUN-END
           STOP RUN.

      *the monitor reads tonight's postings off the archive,
      * so it runs once EOD has closed the business date.
       CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-FILE-STATUS = "00"
               READ RUN-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-RUNCTL-FOUND-SW
               END-READ
               CLOSE RUN-CONTROL
           END-IF
           IF NOT RUNCTL-FOUND
               DISPLAY "FATAL: NO RUN CONTROL ON FILE - "
                   "RUN STDORDER FIRST. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RL-BUSINESS-DATE TO WS-BATCH-DATE
           IF RL-EOD-DONE NOT = "Y"
               DISPLAY "FATAL: EOD HAS NOT COMPLETED FOR "
                   WS-BATCH-DATE ". RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOG-RUN-START.
           MOVE "S" TO WS-RH-EVENT
           MOVE 0   TO WS-RH-OK
           MOVE 0   TO WS-RH-FAIL
           PERFORM WRITE-RUN-HISTORY.

       LOG-RUN-END.
           MOVE "E" TO WS-RH-EVENT
           MOVE WS-POSTINGS-KEPT TO WS-RH-OK
           MOVE WS-ALERTS-RAISED TO WS-RH-FAIL
           PERFORM WRITE-RUN-HISTORY.

      *appends one row to the permanent run-history log,
      * opened and closed around the single write so nothing holds
      * the file between the start and end events. The first run
      * ever simply starts the file.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               OPEN OUTPUT RUN-HIST-FILE
           END-IF
           MOVE WS-BATCH-DATE TO RH-BUSINESS-DATE
           MOVE "AMLMON"      TO RH-PROGRAM
           MOVE WS-RH-EVENT   TO RH-EVENT
           ACCEPT RH-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT RH-STAMP-TIME FROM TIME
           MOVE WS-RH-OK      TO RH-RECS-OK
           MOVE WS-RH-FAIL    TO RH-RECS-FAIL
           MOVE RETURN-CODE   TO RH-RETURN-CODE
           WRITE RUN-HIST-REC
           CLOSE RUN-HIST-FILE.

       LOAD-AML-CONFIG.
           OPEN INPUT AML-CONFIG-FILE
           IF WS-CONFIG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ AML-CONFIG-FILE
               AT END
                   CLOSE AML-CONFIG-FILE
                   EXIT PARAGRAPH
               NOT AT END
                   CONTINUE
           END-READ
           CLOSE AML-CONFIG-FILE
           IF AC-AGGR-DAYS IS NUMERIC AND AC-AGGR-DAYS > 0
               MOVE AC-AGGR-DAYS TO WS-AGGR-DAYS
           END-IF
           IF AC-NEAR-DAYS IS NUMERIC AND AC-NEAR-DAYS > 0
               MOVE AC-NEAR-DAYS TO WS-NEAR-DAYS
           END-IF
           IF AC-NEAR-PCT IS NUMERIC AND AC-NEAR-PCT > 0
                   AND AC-NEAR-PCT < 100
               MOVE AC-NEAR-PCT TO WS-NEAR-PCT
           END-IF
      *a "run" of one is just a deposit; two is the least
      * that can be in a row.
           IF AC-NEAR-COUNT IS NUMERIC AND AC-NEAR-COUNT > 1
               MOVE AC-NEAR-COUNT TO WS-NEAR-COUNT
           END-IF
           IF AC-DORM-DAYS IS NUMERIC AND AC-DORM-DAYS > 0
               MOVE AC-DORM-DAYS TO WS-DORM-DAYS
           END-IF
           IF AC-DORM-MIN-USD IS NUMERIC AND AC-DORM-MIN-USD > 0
               MOVE AC-DORM-MIN-USD TO WS-DORM-MIN-USD
           END-IF
           IF WS-AGGR-DAYS > 365
               MOVE 365 TO WS-AGGR-DAYS
           END-IF
           IF WS-NEAR-DAYS > 365
               MOVE 365 TO WS-NEAR-DAYS
           END-IF.

       LOAD-CTR-THRESHOLD.
           OPEN INPUT CTR-THRESHOLD-FILE
           IF WS-CTR-FILE-STATUS = "00"
               READ CTR-THRESHOLD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CT-THRESHOLD-USD IS NUMERIC
                               AND CT-THRESHOLD-USD > 0
                           MOVE CT-THRESHOLD-USD
                               TO WS-CTR-THRESHOLD-USD
                       END-IF
               END-READ
               CLOSE CTR-THRESHOLD-FILE
           END-IF
           COMPUTE WS-NEAR-FLOOR-USD ROUNDED =
               WS-CTR-THRESHOLD-USD * WS-NEAR-PCT / 100.

      *every window ends on the business date itself; a
      * window of N days starts N-1 days before it.
       SET-WINDOWS.
           MOVE WS-BATCH-DATE TO WS-CNV-DATE-NUM
           PERFORM DATE-TO-SERIAL
           MOVE WS-CNV-SERIAL TO WS-TODAY-SERIAL
           COMPUTE WS-AGGR-START = WS-TODAY-SERIAL - WS-AGGR-DAYS + 1
           COMPUTE WS-NEAR-START = WS-TODAY-SERIAL - WS-NEAR-DAYS + 1
           IF WS-AGGR-START < WS-NEAR-START
               MOVE WS-AGGR-START TO WS-WINDOW-START
           ELSE
               MOVE WS-NEAR-START TO WS-WINDOW-START
           END-IF.

       LOAD-FX-TABLE.
           OPEN INPUT FX-RATE-FILE
           IF WS-FX-FILE-STATUS = "00"
               MOVE "N" TO EOF-FX
               PERFORM READ-FX-RATE
               PERFORM UNTIL FX-EOF
                   IF WS-FX-COUNT >= 50
                       DISPLAY "FATAL: FX-RATE-FILE HAS MORE "
                           "THAN 50 ROWS. RUN ABORTED."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-FX-COUNT
                   MOVE FX-CURRENCY TO WS-FX-CCY(WS-FX-COUNT)
                   MOVE FX-RATE     TO WS-FX-RATE(WS-FX-COUNT)
                   PERFORM READ-FX-RATE
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.

       READ-FX-RATE.
           READ FX-RATE-FILE
               AT END
                   MOVE "Y" TO EOF-FX
               NOT AT END
                   CONTINUE
           END-READ.

      *USD is 1 by definition; any other currency must have a
      * row in WS-FX-TABLE.
       FIND-FX-RATE.
           MOVE "N" TO WS-FX-FOUND-SW
           IF WS-FX-LOOKUP-CCY = "USD"
               MOVE 1 TO WS-FX-LOOKUP-RATE
               MOVE "Y" TO WS-FX-FOUND-SW
           ELSE
               PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                       UNTIL WS-FX-IDX > WS-FX-COUNT OR FX-RATE-FOUND
                   IF WS-FX-CCY(WS-FX-IDX) = WS-FX-LOOKUP-CCY
                       MOVE WS-FX-RATE(WS-FX-IDX) TO WS-FX-LOOKUP-RATE
                       MOVE "Y" TO WS-FX-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-CUST-TABLE.
           OPEN INPUT CUST-MASTER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE "N" TO EOF-CUST
               PERFORM READ-CUST
               PERFORM UNTIL CUST-EOF
                   IF WS-CUST-COUNT >= 2000
                       DISPLAY "FATAL: MORE THAN 2000 CUSTOMERS "
                           "ON FILE. RUN ABORTED."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CM-CUST-ID
                       TO WS-CU-CUST-ID(WS-CUST-COUNT)
                   MOVE CM-FULL-NAME
                       TO WS-CU-FULL-NAME(WS-CUST-COUNT)
                   PERFORM VARYING WS-CU-ACCT-IDX FROM 1 BY 1
                           UNTIL WS-CU-ACCT-IDX > 8
                       MOVE CM-ACCT-ID(WS-CU-ACCT-IDX)
                           TO WS-CU-ACCT-ID(WS-CUST-COUNT,
                                            WS-CU-ACCT-IDX)
                   END-PERFORM
                   PERFORM READ-CUST
               END-PERFORM
               CLOSE CUST-MASTER-FILE
           END-IF.

       READ-CUST.
           READ CUST-MASTER-FILE
               AT END
                   MOVE "Y" TO EOF-CUST
               NOT AT END
                   CONTINUE
           END-READ.

      *the name for a case heading; an unlinked account's
      * key names no customer at all.
       FIND-CUST-NAME.
           MOVE "N" TO WS-CUST-FOUND-SW
           MOVE "NOT LINKED TO A CUSTOMER" TO WS-CUST-NAME
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT OR CUST-FOUND
               IF WS-CU-CUST-ID(WS-CUST-IDX) = WS-GROUP-KEY
                   MOVE WS-CU-FULL-NAME(WS-CUST-IDX) TO WS-CUST-NAME
                   MOVE "Y" TO WS-CUST-FOUND-SW
               END-IF
           END-PERFORM.

      *an account not yet stamped with AM-CUST-ID still
      * belongs to the customer whose account list names it.
       FIND-LISTING-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND-SW
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT OR CUST-FOUND
               PERFORM VARYING WS-CU-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-CU-ACCT-IDX > 8 OR CUST-FOUND
                   IF WS-CU-ACCT-ID(WS-CUST-IDX, WS-CU-ACCT-IDX)
                           = AM-ACCT-ID
                       MOVE WS-CU-CUST-ID(WS-CUST-IDX)
                           TO WS-ACCT-CUST-KEY
                       MOVE "Y" TO WS-CUST-FOUND-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      *an account is "recently aged" when the audit log shows
      * DORMSWP's request marking it dormant applied within the
      * configured number of days. Only the latest such aging is
      * kept per account.
       LOAD-AGED-ACCOUNTS.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-AUDIT
           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO EOF-AUDIT
                   NOT AT END
                       IF AU-PROGRAM = "ACCTMAINT"
                               AND AU-EVENT = "A"
                               AND AU-FIELD = "AM-STATUS"
                               AND AU-AFTER = "D"
                               AND AU-MAKER = "DORMSWP"
                               AND AU-STAMP-DATE IS NUMERIC
                           PERFORM TAKE-ONE-AGING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       TAKE-ONE-AGING.
           MOVE AU-STAMP-DATE TO WS-CNV-DATE-NUM
           PERFORM DATE-TO-SERIAL
           IF WS-CNV-SERIAL > WS-TODAY-SERIAL
                   OR WS-TODAY-SERIAL - WS-CNV-SERIAL
                       > WS-DORM-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AGED-HIT
           PERFORM VARYING WS-AGED-IDX FROM 1 BY 1
                   UNTIL WS-AGED-IDX > WS-AGED-COUNT
                       OR WS-AGED-HIT > 0
               IF WS-AG-ACCT-ID(WS-AGED-IDX) = AU-KEY(1:5)
                   MOVE WS-AGED-IDX TO WS-AGED-HIT
               END-IF
           END-PERFORM
           IF WS-AGED-HIT > 0
               IF AU-STAMP-DATE > WS-AG-DATE(WS-AGED-HIT)
                   MOVE AU-STAMP-DATE TO WS-AG-DATE(WS-AGED-HIT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-AGED-COUNT >= 2000
               DISPLAY "FATAL: MORE THAN 2000 RECENTLY AGED "
                   "ACCOUNTS. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-AGED-COUNT
           MOVE AU-KEY(1:5)   TO WS-AG-ACCT-ID(WS-AGED-COUNT)
           MOVE AU-STAMP-DATE TO WS-AG-DATE(WS-AGED-COUNT)
           ADD 1 TO WS-ACCTS-AGED.

      *the account master must be there before the report is
      * started - with no accounts to attach, every posting would
      * pass as an orphan and the night would report no cases.
       INIT-FILES.
           OPEN INPUT ACCT-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN acct-master.dat "
                   "(STATUS " WS-MASTER-FILE-STATUS "). RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ACCT-MASTER
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM
               "==== STRUCTURING AND VELOCITY CASES ===="
           MOVE SPACES TO REPORT-LINE
           STRING "BUSINESS DATE: " WS-BATCH-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CTR-THRESHOLD-USD TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "THRESHOLD USD:            " WS-AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *recovery probe: a crash between the delete and the
      * rename in INSTALL-ALERT-REGISTER leaves no register but a
      * complete next image on disk - adopt it before loading.
       RECOVER-ALERT-REGISTER.
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-FILE-STATUS = "00"
               CLOSE ALERT-FILE
           ELSE
               OPEN INPUT ALERT-NEXT-FILE
               IF WS-ALERT-NEXT-STATUS = "00"
                   CLOSE ALERT-NEXT-FILE
                   CALL "CBL_RENAME_FILE"
                       USING WS-ALERT-NEXT-PATH WS-ALERT-PATH
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

      *the register is copied into its next image as it is
      * read, except rows raised on tonight's own date - those are
      * an earlier run of this same date, and the watch below is
      * about to raise them again. Rows reaching into tonight's
      * window are also kept in hand for suppression.
       LOAD-ALERT-REGISTER.
           OPEN OUTPUT ALERT-NEXT-FILE
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-ALERT
           PERFORM UNTIL ALERT-EOF
               READ ALERT-FILE
                   AT END
                       MOVE "Y" TO EOF-ALERT
                   NOT AT END
                       IF AL-ALERT-DATE NOT = WS-BATCH-DATE
                           WRITE ALERT-NEXT-REC FROM ALERT-REC
                           ADD 1 TO WS-ALERTS-KEPT
                           PERFORM TAKE-ONE-PRIOR-ALERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE.

       TAKE-ONE-PRIOR-ALERT.
           IF AL-LAST-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE AL-LAST-DATE TO WS-CNV-DATE-NUM
           PERFORM DATE-TO-SERIAL
           IF WS-CNV-SERIAL < WS-WINDOW-START
               EXIT PARAGRAPH
           END-IF
           IF WS-PRIOR-COUNT >= 5000
               DISPLAY "FATAL: MORE THAN 5000 ALERTS INSIDE THE "
                   "MONITORING WINDOW. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PRIOR-COUNT
           MOVE AL-RULE      TO WS-PA-RULE(WS-PRIOR-COUNT)
           MOVE AL-CUST-KEY  TO WS-PA-CUST-KEY(WS-PRIOR-COUNT)
           MOVE AL-ACCT-ID   TO WS-PA-ACCT-ID(WS-PRIOR-COUNT)
           MOVE AL-LAST-DATE TO WS-PA-LAST-DATE(WS-PRIOR-COUNT).

      *one slim row per archived posting inside the widest
      * window. Bank-generated rows - "I " interest, "F " and
      * "A " fees - and the "RD"/"RC" reversal rows are not the
      * customer acting, the same exclusions DORMSWP makes; and a
      * posting since reversed (marked "R") never happened.
       EXTRACT-WINDOW-POSTINGS.
           OPEN OUTPUT POST-RAW-FILE
           COMPUTE WS-HIST-YEAR = WS-BATCH-YEAR - 1
           PERFORM EXTRACT-ONE-SEGMENT
           MOVE WS-BATCH-YEAR TO WS-HIST-YEAR
           PERFORM EXTRACT-ONE-SEGMENT
           CLOSE POST-RAW-FILE.

       EXTRACT-ONE-SEGMENT.
           MOVE SPACES TO WS-HIST-PATH
           STRING "txn-history-" WS-HIST-YEAR ".dat"
               DELIMITED BY SIZE INTO WS-HIST-PATH
           END-STRING
           MOVE "N" TO WS-HIST-OPEN-SW
           OPEN INPUT TXN-HIST-FILE
           IF WS-HIST-FILE-STATUS = "00"
               MOVE "Y" TO WS-HIST-OPEN-SW
               MOVE "N" TO EOF-HIST
           ELSE
               MOVE "Y" TO EOF-HIST
           END-IF
           PERFORM READ-HIST
           PERFORM UNTIL HIST-EOF
               ADD 1 TO WS-POSTINGS-READ
               IF TH-TR-TYPE NOT = "I "
                       AND TH-TR-TYPE NOT = "F "
                       AND TH-TR-TYPE NOT = "A "
                       AND TH-TR-TYPE NOT = "RD"
                       AND TH-TR-TYPE NOT = "RC"
                       AND TH-REV-FLAG NOT = "R"
                       AND TH-POST-DATE NOT > WS-BATCH-DATE
                   MOVE TH-POST-DATE TO WS-CNV-DATE-NUM
                   PERFORM DATE-TO-SERIAL
                   IF WS-CNV-SERIAL NOT < WS-WINDOW-START
                       MOVE TH-ACCT-ID    TO PW-ACCT-ID
                       MOVE TH-POST-DATE  TO PW-POST-DATE
                       MOVE TH-SEQ        TO PW-SEQ
                       MOVE TH-TR-TYPE    TO PW-TR-TYPE
                       MOVE TH-TR-AMOUNT  TO PW-AMOUNT
                       MOVE WS-CNV-SERIAL TO PW-SERIAL
                       WRITE POST-RAW-REC
                       ADD 1 TO WS-POSTINGS-KEPT
                   END-IF
               END-IF
               PERFORM READ-HIST
           END-PERFORM
           IF HIST-OPENED
               CLOSE TXN-HIST-FILE
           END-IF.

       READ-HIST.
           IF HIST-EOF
               CONTINUE
           ELSE
               READ TXN-HIST-FILE
                   AT END
                       MOVE "Y" TO EOF-HIST
                   NOT AT END
                       CONTINUE
               END-READ
           END-IF.

       SORT-POSTINGS-BY-ACCOUNT.
           SORT POST-SORT-FILE
               ON ASCENDING KEY PX-ACCT-ID PX-POST-DATE PX-SEQ
               USING POST-RAW-FILE
               GIVING POST-SORTED-FILE.

      *classic two-stream merge in account order: each master
      * account consumes its posting group, resolving once per
      * account the customer it belongs to, the rate that restates
      * its currency in USD, and whether it was recently aged.
       ATTACH-CUSTOMERS.
           OPEN INPUT ACCT-MASTER
           OPEN INPUT POST-SORTED-FILE
           OPEN OUTPUT CUST-RAW-FILE
           MOVE "N" TO EOF-POST
           PERFORM READ-POST
           PERFORM READ-MASTER
           PERFORM UNTIL MASTER-EOF OR POST-EOF
               PERFORM ATTACH-ONE-ACCOUNT
               PERFORM READ-MASTER
           END-PERFORM
           PERFORM UNTIL POST-EOF
               ADD 1 TO WS-POSTINGS-ORPHAN
               PERFORM READ-POST
           END-PERFORM
           CLOSE ACCT-MASTER
           CLOSE POST-SORTED-FILE
           CLOSE CUST-RAW-FILE.

       READ-MASTER.
           READ ACCT-MASTER
               AT END
                   MOVE "Y" TO EOF-MASTER
               NOT AT END
                   CONTINUE
           END-READ.

       READ-POST.
           READ POST-SORTED-FILE
               AT END
                   MOVE "Y" TO EOF-POST
               NOT AT END
                   CONTINUE
           END-READ.

       ATTACH-ONE-ACCOUNT.
      *postings sorted ahead of this account name an account
      * the master no longer has; skipped, the same way DORMSWP
      * skips its orphan activity.
           PERFORM UNTIL POST-EOF
                   OR PZ-ACCT-ID NOT < AM-ACCT-ID
               ADD 1 TO WS-POSTINGS-ORPHAN
               PERFORM READ-POST
           END-PERFORM
           IF POST-EOF OR PZ-ACCT-ID NOT = AM-ACCT-ID
               EXIT PARAGRAPH
           END-IF

           IF AM-CUST-ID NOT = SPACES
               MOVE AM-CUST-ID TO WS-ACCT-CUST-KEY
           ELSE
               PERFORM FIND-LISTING-CUSTOMER
               IF NOT CUST-FOUND
                   MOVE SPACES TO WS-ACCT-CUST-KEY
                   STRING "*" AM-ACCT-ID
                       DELIMITED BY SIZE INTO WS-ACCT-CUST-KEY
                   END-STRING
                   ADD 1 TO WS-ACCTS-UNLINKED
               END-IF
           END-IF

      *a currency with no table row cannot be restated - the
      * raw figure stands in, the same last-resort rule EOD's
      * currency-transaction check uses, which errs toward
      * reporting rather than missing one.
           IF AM-CURRENCY = SPACES
               MOVE "USD" TO WS-FX-LOOKUP-CCY
           ELSE
               MOVE AM-CURRENCY TO WS-FX-LOOKUP-CCY
           END-IF
           PERFORM FIND-FX-RATE
           IF FX-RATE-FOUND
               MOVE WS-FX-LOOKUP-RATE TO WS-ACCT-RATE
           ELSE
               MOVE 1 TO WS-ACCT-RATE
           END-IF

           MOVE 0 TO WS-ACCT-AGED-DATE
           PERFORM VARYING WS-AGED-IDX FROM 1 BY 1
                   UNTIL WS-AGED-IDX > WS-AGED-COUNT
               IF WS-AG-ACCT-ID(WS-AGED-IDX) = AM-ACCT-ID
                   MOVE WS-AG-DATE(WS-AGED-IDX) TO WS-ACCT-AGED-DATE
               END-IF
           END-PERFORM

           PERFORM UNTIL POST-EOF
                   OR PZ-ACCT-ID NOT = AM-ACCT-ID
               MOVE WS-ACCT-CUST-KEY  TO CW-CUST-KEY
               MOVE PZ-POST-DATE      TO CW-POST-DATE
               MOVE PZ-SEQ            TO CW-SEQ
               MOVE PZ-ACCT-ID        TO CW-ACCT-ID
               MOVE PZ-TR-TYPE        TO CW-TR-TYPE
               COMPUTE CW-USD ROUNDED = PZ-AMOUNT * WS-ACCT-RATE
               MOVE PZ-SERIAL         TO CW-SERIAL
               MOVE WS-ACCT-AGED-DATE TO CW-AGED-DATE
               WRITE CUST-RAW-REC
               PERFORM READ-POST
           END-PERFORM.

      *archive sequence numbers rise through a night, so date
      * then sequence is the order the postings actually landed
      * in across all of a customer's accounts.
       SORT-POSTINGS-BY-CUSTOMER.
           SORT CUST-SORT-FILE
               ON ASCENDING KEY CX-CUST-KEY CX-POST-DATE CX-SEQ
               USING CUST-RAW-FILE
               GIVING CUST-SORTED-FILE.

       WATCH-ALL-CUSTOMERS.
           OPEN INPUT CUST-SORTED-FILE
           MOVE "N" TO EOF-CPOST
           PERFORM READ-CPOST
           PERFORM UNTIL CPOST-EOF
               PERFORM LOAD-ONE-GROUP
               PERFORM WATCH-ONE-CUSTOMER
           END-PERFORM
           CLOSE CUST-SORTED-FILE.

       READ-CPOST.
           READ CUST-SORTED-FILE
               AT END
                   MOVE "Y" TO EOF-CPOST
               NOT AT END
                   CONTINUE
           END-READ.

       LOAD-ONE-GROUP.
           MOVE CZ-CUST-KEY TO WS-GROUP-KEY
           MOVE 0 TO WS-GROUP-COUNT
           ADD 1 TO WS-CUSTOMERS-SEEN
           PERFORM UNTIL CPOST-EOF
                   OR CZ-CUST-KEY NOT = WS-GROUP-KEY
               IF WS-GROUP-COUNT >= 3000
                   DISPLAY "FATAL: MORE THAN 3000 POSTINGS FOR "
                       "CUSTOMER " WS-GROUP-KEY " IN THE "
                       "MONITORING WINDOW. RUN ABORTED."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GROUP-COUNT
               MOVE CZ-POST-DATE TO WS-GP-POST-DATE(WS-GROUP-COUNT)
               MOVE CZ-SEQ       TO WS-GP-SEQ(WS-GROUP-COUNT)
               MOVE CZ-ACCT-ID   TO WS-GP-ACCT-ID(WS-GROUP-COUNT)
               MOVE CZ-TR-TYPE   TO WS-GP-TR-TYPE(WS-GROUP-COUNT)
               MOVE CZ-USD       TO WS-GP-USD(WS-GROUP-COUNT)
               MOVE CZ-SERIAL    TO WS-GP-SERIAL(WS-GROUP-COUNT)
               MOVE CZ-AGED-DATE TO WS-GP-AGED-DATE(WS-GROUP-COUNT)
               MOVE "N"          TO WS-GP-DONE-SW(WS-GROUP-COUNT)
               PERFORM READ-CPOST
           END-PERFORM.

       WATCH-ONE-CUSTOMER.
           PERFORM CHECK-AGGREGATE-RULE
           PERFORM CHECK-NEAR-THRESHOLD-RULE
           PERFORM CHECK-DORMANT-RULE
               VARYING WS-GP-IDX FROM 1 BY 1
               UNTIL WS-GP-IDX > WS-GROUP-COUNT.

      *cash deposits inside the rolling window that reach the
      * threshold together when none of them reaches it alone -
      * an item at or over the threshold was already reported by
      * EOD on its own, and the pattern is the splitting.
       CHECK-AGGREGATE-RULE.
           PERFORM CLEAR-HIT
           MOVE "AGGR" TO WS-HIT-RULE
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                   UNTIL WS-GP-IDX > WS-GROUP-COUNT
               IF WS-GP-TR-TYPE(WS-GP-IDX) = "D "
                       AND WS-GP-SERIAL(WS-GP-IDX)
                           NOT < WS-AGGR-START
                   PERFORM PICK-ONE-ROW
               END-IF
           END-PERFORM
           IF WS-HIT-TOTAL NOT < WS-CTR-THRESHOLD-USD
                   AND WS-HIT-MAX < WS-CTR-THRESHOLD-USD
               ADD 1 TO WS-ALERTS-AGGR
               PERFORM RAISE-ALERT
           END-IF.

      *a run is broken by any cash deposit outside the band -
      * one comfortably small, or one at or over the threshold.
      * Other postings in between do not break it: the pattern is
      * in the deposits. The latest run long enough is the one
      * reported.
       CHECK-NEAR-THRESHOLD-RULE.
           MOVE 0   TO WS-RUN-COUNT
           MOVE 0   TO WS-RUN-START-IDX
           MOVE "N" TO WS-NEAR-HIT-SW
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                   UNTIL WS-GP-IDX > WS-GROUP-COUNT
               IF WS-GP-TR-TYPE(WS-GP-IDX) = "D "
                       AND WS-GP-SERIAL(WS-GP-IDX)
                           NOT < WS-NEAR-START
                   IF WS-GP-USD(WS-GP-IDX) NOT < WS-NEAR-FLOOR-USD
                           AND WS-GP-USD(WS-GP-IDX)
                               < WS-CTR-THRESHOLD-USD
                       IF WS-RUN-COUNT = 0
                           MOVE WS-GP-IDX TO WS-RUN-START-IDX
                       END-IF
                       ADD 1 TO WS-RUN-COUNT
                       IF WS-RUN-COUNT NOT < WS-NEAR-COUNT
                           MOVE "Y" TO WS-NEAR-HIT-SW
                           MOVE WS-RUN-START-IDX TO WS-NEAR-HIT-START
                           MOVE WS-GP-IDX        TO WS-NEAR-HIT-END
                       END-IF
                   ELSE
                       MOVE 0 TO WS-RUN-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF NOT NEAR-HIT
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-HIT
           MOVE "NEAR" TO WS-HIT-RULE
           PERFORM VARYING WS-GP-IDX FROM WS-NEAR-HIT-START BY 1
                   UNTIL WS-GP-IDX > WS-NEAR-HIT-END
               IF WS-GP-TR-TYPE(WS-GP-IDX) = "D "
                   PERFORM PICK-ONE-ROW
               END-IF
           END-PERFORM
           ADD 1 TO WS-ALERTS-NEAR
           PERFORM RAISE-ALERT.

      *one pass per recently aged account in the group, taken
      * at its first row: everything posted to it inside the
      * rolling window after the aging, in or out, counts toward
      * the activity figure.
       CHECK-DORMANT-RULE.
           IF WS-GP-AGED-DATE(WS-GP-IDX) = 0
                   OR WS-GP-DONE-SW(WS-GP-IDX) = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-HIT
           MOVE "DORM" TO WS-HIT-RULE
           MOVE WS-GP-ACCT-ID(WS-GP-IDX) TO WS-HIT-ACCT-ID
           PERFORM VARYING WS-GP-IDX-2 FROM WS-GP-IDX BY 1
                   UNTIL WS-GP-IDX-2 > WS-GROUP-COUNT
               IF WS-GP-ACCT-ID(WS-GP-IDX-2) = WS-HIT-ACCT-ID
                   MOVE "Y" TO WS-GP-DONE-SW(WS-GP-IDX-2)
                   IF WS-GP-POST-DATE(WS-GP-IDX-2)
                           > WS-GP-AGED-DATE(WS-GP-IDX-2)
                           AND WS-GP-SERIAL(WS-GP-IDX-2)
                               NOT < WS-AGGR-START
                       PERFORM PICK-ROW-2
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HIT-COUNT > 0
                   AND WS-HIT-TOTAL NOT < WS-DORM-MIN-USD
               ADD 1 TO WS-ALERTS-DORM
               PERFORM RAISE-ALERT
           END-IF.

       CLEAR-HIT.
           MOVE SPACES TO WS-HIT-ACCT-ID
           MOVE 0      TO WS-HIT-FIRST-DATE
           MOVE 0      TO WS-HIT-LAST-DATE
           MOVE 0      TO WS-HIT-COUNT
           MOVE 0      TO WS-HIT-TOTAL
           MOVE 0      TO WS-HIT-MAX
           MOVE ALL "N" TO WS-PICK-TABLE.

       PICK-ONE-ROW.
           MOVE "Y" TO WS-PICK-SW(WS-GP-IDX)
           ADD 1 TO WS-HIT-COUNT
           ADD WS-GP-USD(WS-GP-IDX) TO WS-HIT-TOTAL
           IF WS-GP-USD(WS-GP-IDX) > WS-HIT-MAX
               MOVE WS-GP-USD(WS-GP-IDX) TO WS-HIT-MAX
           END-IF
           IF WS-HIT-FIRST-DATE = 0
               MOVE WS-GP-POST-DATE(WS-GP-IDX) TO WS-HIT-FIRST-DATE
           END-IF
           MOVE WS-GP-POST-DATE(WS-GP-IDX) TO WS-HIT-LAST-DATE.

       PICK-ROW-2.
           MOVE "Y" TO WS-PICK-SW(WS-GP-IDX-2)
           ADD 1 TO WS-HIT-COUNT
           ADD WS-GP-USD(WS-GP-IDX-2) TO WS-HIT-TOTAL
           IF WS-GP-USD(WS-GP-IDX-2) > WS-HIT-MAX
               MOVE WS-GP-USD(WS-GP-IDX-2) TO WS-HIT-MAX
           END-IF
           IF WS-HIT-FIRST-DATE = 0
               MOVE WS-GP-POST-DATE(WS-GP-IDX-2) TO WS-HIT-FIRST-DATE
           END-IF
           MOVE WS-GP-POST-DATE(WS-GP-IDX-2) TO WS-HIT-LAST-DATE.

      *the same pattern seen again is an earlier alert for the
      * same rule and customer (and account, on "DORM") whose
      * postings run on into this hit's. A hit made only of
      * postings since the last alert is a new pattern and is
      * raised.
       RAISE-ALERT.
           MOVE "N" TO WS-HIT-SUPPRESSED-SW
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
                       OR HIT-SUPPRESSED
               IF WS-PA-RULE(WS-PRIOR-IDX) = WS-HIT-RULE
                       AND WS-PA-CUST-KEY(WS-PRIOR-IDX)
                           = WS-GROUP-KEY
                       AND WS-PA-ACCT-ID(WS-PRIOR-IDX)
                           = WS-HIT-ACCT-ID
                       AND WS-PA-LAST-DATE(WS-PRIOR-IDX)
                           NOT < WS-HIT-FIRST-DATE
                   MOVE "Y" TO WS-HIT-SUPPRESSED-SW
               END-IF
           END-PERFORM
           IF HIT-SUPPRESSED
               ADD 1 TO WS-ALERTS-SUPPRESSED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BATCH-DATE     TO AL-ALERT-DATE
           MOVE WS-HIT-RULE       TO AL-RULE
           MOVE WS-GROUP-KEY      TO AL-CUST-KEY
           MOVE WS-HIT-ACCT-ID    TO AL-ACCT-ID
           MOVE WS-HIT-FIRST-DATE TO AL-FIRST-DATE
           MOVE WS-HIT-LAST-DATE  TO AL-LAST-DATE
           MOVE WS-HIT-COUNT      TO AL-ITEM-COUNT
           MOVE WS-HIT-TOTAL      TO AL-TOTAL-USD
           WRITE ALERT-NEXT-REC FROM ALERT-REC
           ADD 1 TO WS-ALERTS-RAISED
           PERFORM WRITE-CASE.

      *one case per alert: who, which rule, the totals, and
      * every posting behind it so the compliance officer can work
      * it without going back to the archive.
       WRITE-CASE.
           PERFORM FIND-CUST-NAME
           IF WS-HIT-RULE = "AGGR"
               MOVE WS-AGGR-DAYS TO WS-DAYS-DISP
               MOVE SPACES TO WS-RULE-TEXT
               STRING "CASH IN OVER THRESHOLD IN " WS-DAYS-DISP
                   " DAYS"
                   DELIMITED BY SIZE INTO WS-RULE-TEXT
               END-STRING
           END-IF
           IF WS-HIT-RULE = "NEAR"
               MOVE "DEPOSITS IN A ROW JUST UNDER THRESHOLD"
                   TO WS-RULE-TEXT
           END-IF
           IF WS-HIT-RULE = "DORM"
               MOVE SPACES TO WS-RULE-TEXT
               STRING "ACTIVITY ON DORMANT ACCOUNT " WS-HIT-ACCT-ID
                   DELIMITED BY SIZE INTO WS-RULE-TEXT
               END-STRING
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CASE " WS-HIT-RULE " CUSTOMER " WS-GROUP-KEY
               " " WS-CUST-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-RULE-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-HIT-COUNT TO WS-COUNT-DISP
           MOVE WS-HIT-TOTAL TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  ITEMS " WS-COUNT-DISP
               " TOTAL USD " WS-AMT-DISP
               " " WS-HIT-FIRST-DATE "-" WS-HIT-LAST-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM WRITE-CASE-ITEM
               VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-GROUP-COUNT.

      *its own subscript - a "DORM" case is written from
      * inside the pass that walks the group on WS-GP-IDX.
       WRITE-CASE-ITEM.
           IF WS-PICK-SW(WS-CASE-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GP-USD(WS-CASE-IDX) TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "    " WS-GP-POST-DATE(WS-CASE-IDX)
               " " WS-GP-SEQ(WS-CASE-IDX)
               " " WS-GP-ACCT-ID(WS-CASE-IDX)
               " " WS-GP-TR-TYPE(WS-CASE-IDX)
               "  USD" WS-AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *install by delete-and-rename, the library-routine
      * pattern PROMOTE established. A failed rename is fatal -
      * the complete image is still on disk under the next-image
      * name, and RECOVER-ALERT-REGISTER adopts it on the rerun.
       INSTALL-ALERT-REGISTER.
           CALL "CBL_DELETE_FILE" USING WS-ALERT-PATH
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE"
               USING WS-ALERT-NEXT-PATH WS-ALERT-PATH
           IF RETURN-CODE NOT = 0
               DISPLAY "FATAL: COULD NOT INSTALL aml-alerts.dat "
                   "- COMPLETE IMAGE REMAINS AT "
                   "./output/aml-alerts-next.dat. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *days since a fixed origin, by whole-year arithmetic
      * with January and February counted into the prior year so
      * the leap day falls at the end of the counting year - the
      * difference of two of these serials is exact calendar days.
       DATE-TO-SERIAL.
           MOVE WS-CNV-YEAR  TO WS-CNV-WORK-YEAR
           MOVE WS-CNV-MONTH TO WS-CNV-WORK-MONTH
           IF WS-CNV-WORK-MONTH < 3
               ADD 12 TO WS-CNV-WORK-MONTH
               SUBTRACT 1 FROM WS-CNV-WORK-YEAR
           END-IF
           COMPUTE WS-CNV-SERIAL =
               365 * WS-CNV-WORK-YEAR
               + WS-CNV-WORK-YEAR / 4
               - WS-CNV-WORK-YEAR / 100
               + WS-CNV-WORK-YEAR / 400
               + (153 * (WS-CNV-WORK-MONTH - 3) + 2) / 5
               + WS-CNV-DAY.

       WRITE-MONITOR-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM "==== MONITORING SUMMARY ===="

           MOVE WS-POSTINGS-KEPT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "POSTINGS IN WINDOW:       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-POSTINGS-ORPHAN TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT ON ACCOUNT MASTER:  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CUSTOMERS-SEEN TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMERS WATCHED:        " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ACCTS-UNLINKED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS UNLINKED:      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ACCTS-AGED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "RECENTLY AGED ACCOUNTS:   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ALERTS-AGGR TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "AGGR HITS:                " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ALERTS-NEAR TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "NEAR HITS:                " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ALERTS-DORM TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "DORM HITS:                " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ALERTS-SUPPRESSED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "SUPPRESSED AS RAISED:     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ALERTS-RAISED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "NEW ALERTS RAISED:        " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
