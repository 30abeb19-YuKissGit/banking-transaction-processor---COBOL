      *----------hierarchy---------
      * D: division: identification, environment, data, procedure
      * S: section:（optional）
      *    (data -> working-storage section, file section
      *    (environment -> input-output section
      * P: paragraph
      *    ST: statement



      *---------------------------------------------
       IDENTIFICATION DIVISION. *> D1 identification
       PROGRAM-ID. INTTAX.      *>    D1- program id

      *---------------------------------------------
      *year-end interest tax reporting, run in January once
      * HISTROLL has closed the year out. The year keyed at the
      * console must be closed on the segment catalog, and its
      * segment must still agree with the record count and hash
      * total HISTROLL certified - the figures a tax form is built
      * from are the certified ones or none.
      *every "I " interest credit in the segment is totalled by
      * account; an original since reversed never paid anything
      * and is left out, the way AMLMON leaves it out. Each
      * account's total is restated in USD at the year-end rate in
      * fx-yearend.dat and rolled up to its owning customer -
      * AM-CUST-ID, or for an account not yet stamped the customer
      * whose CM-ACCT-ID list names it. A customer whose year's
      * interest reaches the reporting minimum gets a printed tax
      * statement, addressed from the CIF master, and a row on the
      * regulator submission extract; the extract's trailer
      * carries the row count and USD total as its control totals.
      * An account that leads to no customer is not guessed at: it
      * goes on the exception list for the desk to link, and the
      * customer is then reported by a corrected run.
      *a corrected run is asked for by listing customer IDs in
      * inttax-req.dat. Only those customers are reported, each on
      * a statement marked CORRECTED and a row of the corrected
      * extract, whatever the amount - a figure already filed has
      * to be replaced even when it has fallen under the minimum or
      * to nothing. The original extract is left as it was sent.
       ENVIRONMENT DIVISION.    *>D2 environment
       INPUT-OUTPUT SECTION.    *>    D2-S1 input-output
       FILE-CONTROL.            *>          D2-S1-P1 file-control
      *keyed reads only: each account with interest, for its
      * currency and its customer.
           SELECT ACCT-MASTER ASSIGN TO "acct-master.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AM-ACCT-ID
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *the CIF master: names and addresses for the statements,
      * and the account lists that link an unstamped account.
           SELECT CUST-MASTER-FILE ASSIGN TO "custmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-FILE-STATUS.
      *the closed year's segment, named from the keyed year.
           SELECT TXN-HIST-FILE ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
      *the segment catalog, for the year's closed status and
      * certified totals.
           SELECT TXN-HIST-CATALOG ASSIGN TO "txn-hist-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTCAT-STATUS.
      *year-end FX rates, one row per year and currency, kept
      * for good so a corrected run years later converts at the
      * rate the original did. Same units as fx-rates.dat - USD
      * per one unit of the currency.
           SELECT YEAR-RATE-FILE ASSIGN TO "fx-yearend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
      *the reporting minimum; optional, a missing file or a
      * zero figure takes 10.00 USD.
           SELECT TAX-CONFIG-FILE ASSIGN TO "inttax-config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
      *customers to correct; optional - no file, or an empty
      * one, is the original run.
           SELECT REQ-FILE ASSIGN TO "inttax-req.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.
      *the year's interest postings, first in account order to
      * be totalled and restated, then in customer order for the
      * statements - the same raw/sort/sorted technique DORMSWP
      * uses.
           SELECT INT-RAW-FILE
               ASSIGN TO "./output/inttax-raw.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INT-SORT-FILE
               ASSIGN TO "./output/inttax-sort.tmp".
           SELECT INT-SORTED-FILE
               ASSIGN TO "./output/inttax-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-RAW-FILE
               ASSIGN TO "./output/inttax-cust-raw.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-SORT-FILE
               ASSIGN TO "./output/inttax-cust-sort.tmp".
           SELECT CUST-SORTED-FILE
               ASSIGN TO "./output/inttax-cust-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *the submission extract: ./output/inttax-extract.dat on
      * the original run, ./output/inttax-corrected.dat on a
      * corrected one.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-FILE
               ASSIGN TO "./output/inttax-statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE
               ASSIGN TO "./output/inttax-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "./output/inttax-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *the shared run-control record, read only and optional:
      * the run logs under the current business date when there is
      * one, the clock date otherwise.
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

      *same layout EOD's catalog writer keeps.
           FD  TXN-HIST-CATALOG.
           01  TXN-HIST-CAT-REC.
               05  TC-YEAR            PIC 9(4).
               05  TC-STATUS          PIC X(1).
               05  TC-REC-COUNT       PIC 9(9).
               05  TC-HASH-TOTAL      PIC 9(13)V99.

           FD  YEAR-RATE-FILE.
           01  YEAR-RATE-REC.
               05  YR-YEAR            PIC 9(4).
               05  YR-CURRENCY        PIC X(3).
               05  YR-RATE            PIC 9(3)V9(6).

           FD  TAX-CONFIG-FILE.
           01  TAX-CONFIG-REC.
               05  TX-REPORT-MIN-USD  PIC 9(7)V99.

           FD  REQ-FILE.
           01  REQ-REC.
               05  RQ-CUST-ID         PIC X(6).

           FD  INT-RAW-FILE.
           01  INT-RAW-REC.
               05  IW-ACCT-ID         PIC X(5).
               05  IW-AMOUNT          PIC 9(7)V99.

           SD  INT-SORT-FILE.
           01  INT-SORT-REC.
               05  IX-ACCT-ID         PIC X(5).
               05  FILLER             PIC X(9).

           FD  INT-SORTED-FILE.
           01  INT-SORTED-REC.
               05  IZ-ACCT-ID         PIC X(5).
               05  IZ-AMOUNT          PIC 9(7)V99.

      *one account's year with its customer and USD figure.
           FD  CUST-RAW-FILE.
           01  CUST-RAW-REC.
               05  CW-CUST-ID         PIC X(6).
               05  CW-ACCT-ID         PIC X(5).
               05  CW-CURRENCY        PIC X(3).
               05  CW-INTEREST        PIC 9(9)V99.
               05  CW-RATE            PIC 9(3)V9(6).
               05  CW-USD             PIC 9(9)V99.

           SD  CUST-SORT-FILE.
           01  CUST-SORT-REC.
               05  CX-CUST-ID         PIC X(6).
               05  CX-ACCT-ID         PIC X(5).
               05  FILLER             PIC X(34).

           FD  CUST-SORTED-FILE.
           01  CUST-SORTED-REC.
               05  CZ-CUST-ID         PIC X(6).
               05  CZ-ACCT-ID         PIC X(5).
               05  CZ-CURRENCY        PIC X(3).
               05  CZ-INTEREST        PIC 9(9)V99.
               05  CZ-RATE            PIC 9(3)V9(6).
               05  CZ-USD             PIC 9(9)V99.

      *told apart by byte 1: "H" header, "D" one customer,
      * "T" trailer with the control totals. The header's run type
      * is "O" original or "C" corrected.
           FD  EXTRACT-FILE.
           01  EXTRACT-REC            PIC X(120).
           01  XH-HEADER-REC.
               05  XH-REC-TYPE        PIC X(1).
               05  XH-TAX-YEAR        PIC 9(4).
               05  XH-PAYER-BANK      PIC X(6).
               05  XH-FILE-DATE       PIC 9(8).
               05  XH-RUN-TYPE        PIC X(1).
               05  FILLER             PIC X(100).
           01  XD-DETAIL-REC.
               05  XD-REC-TYPE        PIC X(1).
               05  XD-CUST-ID         PIC X(6).
               05  XD-FULL-NAME       PIC X(30).
               05  XD-ADDR-1          PIC X(30).
               05  XD-ADDR-2          PIC X(30).
               05  XD-INTEREST-USD    PIC 9(9)V99.
               05  FILLER             PIC X(12).
           01  XT-TRAILER-REC.
               05  XT-REC-TYPE        PIC X(1).
               05  XT-RECORD-COUNT    PIC 9(7).
               05  XT-TOTAL-USD       PIC 9(11)V99.
               05  FILLER             PIC X(99).

           FD  STATEMENT-FILE.
           01  STMT-LINE             PIC X(80).

           FD  EXCEPTION-FILE.
           01  EXCEPTION-LINE        PIC X(80).

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
           01  EOF-CUST              PIC X VALUE "N".
               88  CUST-EOF                 VALUE "Y".
           01  EOF-HIST              PIC X VALUE "N".
               88  HIST-EOF                 VALUE "Y".
           01  EOF-HCAT              PIC X VALUE "N".
               88  HCAT-EOF                 VALUE "Y".
           01  EOF-RATE              PIC X VALUE "N".
               88  RATE-EOF                 VALUE "Y".
           01  EOF-REQ               PIC X VALUE "N".
               88  REQ-EOF                  VALUE "Y".
           01  EOF-INT               PIC X VALUE "N".
               88  INT-EOF                  VALUE "Y".
           01  EOF-CINT              PIC X VALUE "N".
               88  CINT-EOF                 VALUE "Y".

           01  WS-MASTER-FILE-STATUS PIC XX.
           01  WS-CUST-FILE-STATUS   PIC XX.
           01  WS-HIST-FILE-STATUS   PIC XX.
           01  WS-HISTCAT-STATUS     PIC XX.
           01  WS-RATE-FILE-STATUS   PIC XX.
           01  WS-CONFIG-FILE-STATUS PIC XX.
           01  WS-REQ-FILE-STATUS    PIC XX.
           01  WS-RUNCTL-FILE-STATUS PIC XX.

      *the event and counters the next run-history row will
      * carry - set by the caller, stamped in WRITE-RUN-HISTORY.
           01  WS-RUNHIST-STATUS     PIC XX.
           01  WS-RH-EVENT           PIC X(1).
           01  WS-RH-OK              PIC 9(7).
           01  WS-RH-FAIL            PIC 9(7).

           01  WS-TODAY              PIC 9(8).
           01  WS-BATCH-DATE         PIC 9(8).
           01  WS-YEAR-TEXT          PIC X(4).
           01  WS-TAX-YEAR           PIC 9(4).
           01  WS-HIST-PATH          PIC X(30).
           01  WS-EXTRACT-PATH       PIC X(40).
           01  WS-OUR-BANK-ID        PIC X(6) VALUE "100001".

      *"O" original, "C" corrected - set by whether any
      * correction requests were found.
           01  WS-RUN-TYPE           PIC X(1) VALUE "O".
               88  CORRECTED-RUN            VALUE "C".

      *the certified figures off the catalog, and the same two
      * figures taken again from the segment as it stands.
           01  WS-CAT-RECS           PIC 9(9).
           01  WS-CAT-HASH           PIC 9(13)V99.
           01  WS-SEG-RECS           PIC 9(9) VALUE 0.
           01  WS-SEG-HASH           PIC 9(13)V99 VALUE 0.
           01  WS-YEAR-FOUND-SW      PIC X VALUE "N".
               88  YEAR-FOUND               VALUE "Y".

           01  WS-REPORT-MIN-USD     PIC 9(7)V99 VALUE 10.00.

           01  WS-RATE-TABLE.
               05  WS-RATE-COUNT     PIC 9(3) COMP VALUE 0.
               05  WS-RATE-ENTRY OCCURS 50 TIMES.
                   10  WS-RT-CCY         PIC X(3).
                   10  WS-RT-RATE        PIC 9(3)V9(6).
           01  WS-RATE-IDX           PIC 9(3) COMP.
           01  WS-LOOKUP-CCY         PIC X(3).
           01  WS-LOOKUP-RATE        PIC 9(3)V9(6).
           01  WS-RATE-FOUND-SW      PIC X VALUE "N".
               88  RATE-FOUND               VALUE "Y".

      *the CIF master in hand, same 2000-row ceiling EOD
      * carries.
           01  WS-CUST-TABLE.
               05  WS-CUST-COUNT     PIC 9(5) COMP VALUE 0.
               05  WS-CUST-ENTRY OCCURS 2000 TIMES.
                   10  WS-CU-CUST-ID     PIC X(6).
                   10  WS-CU-FULL-NAME   PIC X(30).
                   10  WS-CU-ADDR-1      PIC X(30).
                   10  WS-CU-ADDR-2      PIC X(30).
                   10  WS-CU-ACCT-ID     OCCURS 8 TIMES PIC X(5).
           01  WS-CUST-IDX           PIC 9(5) COMP.
           01  WS-CU-ACCT-IDX        PIC 9(2) COMP.
           01  WS-CUST-HIT           PIC 9(5) COMP.
           01  WS-LOOKUP-CUST-ID     PIC X(6).

      *the customers a corrected run is for, and whether each
      * has been reported yet.
           01  WS-REQ-TABLE.
               05  WS-REQ-COUNT      PIC 9(3) COMP VALUE 0.
               05  WS-REQ-ENTRY OCCURS 500 TIMES.
                   10  WS-RQ-CUST-ID     PIC X(6).
                   10  WS-RQ-DONE-SW     PIC X(1).
           01  WS-REQ-IDX            PIC 9(3) COMP.
           01  WS-REQ-HIT            PIC 9(3) COMP.

      *the account being totalled, and what it resolved to.
           01  WS-CUR-ACCT-ID        PIC X(5).
           01  WS-ACCT-INTEREST      PIC 9(9)V99.
           01  WS-ACCT-CURRENCY      PIC X(3).
           01  WS-ACCT-CUST-ID       PIC X(6).
           01  WS-ACCT-USD           PIC 9(9)V99.
           01  WS-EXCEPTION-REASON   PIC X(30).

      *one customer's accounts, held while the statement is
      * printed.
           01  WS-GROUP-TABLE.
               05  WS-GROUP-COUNT    PIC 9(3) COMP VALUE 0.
               05  WS-GROUP-ENTRY OCCURS 100 TIMES.
                   10  WS-GP-ACCT-ID     PIC X(5).
                   10  WS-GP-CURRENCY    PIC X(3).
                   10  WS-GP-INTEREST    PIC 9(9)V99.
                   10  WS-GP-RATE        PIC 9(3)V9(6).
                   10  WS-GP-USD         PIC 9(9)V99.
           01  WS-GP-IDX             PIC 9(3) COMP.
           01  WS-GROUP-CUST-ID      PIC X(6).
           01  WS-GROUP-USD          PIC 9(11)V99.

           01  WS-COUNTERS.
               05  WS-INT-ROWS       PIC 9(7) VALUE 0.
               05  WS-INT-REVERSED   PIC 9(7) VALUE 0.
               05  WS-ACCTS-WITH-INT PIC 9(7) VALUE 0.
               05  WS-ACCTS-EXCEPTED PIC 9(7) VALUE 0.
               05  WS-CUSTS-WITH-INT PIC 9(7) VALUE 0.
               05  WS-CUSTS-BELOW-MIN PIC 9(7) VALUE 0.
               05  WS-CUSTS-NOT-ASKED PIC 9(7) VALUE 0.
               05  WS-CUSTS-REPORTED PIC 9(7) VALUE 0.
               05  WS-REQ-NOT-ON-CIF PIC 9(7) VALUE 0.
           01  WS-TOTAL-REPORTED-USD PIC 9(11)V99 VALUE 0.

           01  WS-AMT-DISP           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01  WS-USD-DISP           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01  WS-RATE-DISP          PIC ZZ9.999999.
           01  WS-COUNT-DISP         PIC ZZZ,ZZZ,ZZ9.
           01  WS-HASH-DISP          PIC Z(12)9.99.

      *------------------------------------
       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM GET-BATCH-DATE
           PERFORM LOG-RUN-START
           DISPLAY "ENTER TAX YEAR TO REPORT:"
           ACCEPT WS-YEAR-TEXT
           IF WS-YEAR-TEXT IS NOT NUMERIC
               DISPLAY "FATAL: TAX YEAR MUST BE FOUR DIGITS. "
                   "RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-YEAR-TEXT TO WS-TAX-YEAR
           PERFORM FIND-CLOSED-YEAR
           PERFORM LOAD-TAX-CONFIG
           PERFORM LOAD-YEAR-END-RATES
           PERFORM LOAD-CUST-TABLE
           PERFORM LOAD-CORRECTION-REQUESTS
           PERFORM INIT-FILES
           PERFORM EXTRACT-INTEREST
           PERFORM SORT-INTEREST-BY-ACCOUNT
           PERFORM TOTAL-BY-ACCOUNT
           PERFORM SORT-INTEREST-BY-CUSTOMER
           PERFORM REPORT-BY-CUSTOMER
           IF CORRECTED-RUN
               PERFORM REPORT-UNSEEN-CORRECTIONS
           END-IF
           MOVE SPACES           TO XT-TRAILER-REC
           MOVE "T"              TO XT-REC-TYPE
           MOVE WS-CUSTS-REPORTED TO XT-RECORD-COUNT
           MOVE WS-TOTAL-REPORTED-USD TO XT-TOTAL-USD
           WRITE XT-TRAILER-REC
           PERFORM WRITE-TAX-TOTALS
           CLOSE ACCT-MASTER
           CLOSE EXTRACT-FILE
           CLOSE STATEMENT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE REPORT-FILE
      *accounts left unreported are work for the desk - the
      * run itself completed.
           IF WS-ACCTS-EXCEPTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM LOG-RUN-END
           STOP RUN.

       GET-BATCH-DATE.
           MOVE WS-TODAY TO WS-BATCH-DATE
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-FILE-STATUS = "00"
               READ RUN-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RL-BUSINESS-DATE IS NUMERIC
                           MOVE RL-BUSINESS-DATE TO WS-BATCH-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

       LOG-RUN-START.
           MOVE "S" TO WS-RH-EVENT
           MOVE 0   TO WS-RH-OK
           MOVE 0   TO WS-RH-FAIL
           PERFORM WRITE-RUN-HISTORY.

       LOG-RUN-END.
           MOVE "E" TO WS-RH-EVENT
           MOVE WS-CUSTS-REPORTED TO WS-RH-OK
           MOVE WS-ACCTS-EXCEPTED TO WS-RH-FAIL
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
           MOVE "INTTAX"      TO RH-PROGRAM
           MOVE WS-RH-EVENT   TO RH-EVENT
           ACCEPT RH-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT RH-STAMP-TIME FROM TIME
           MOVE WS-RH-OK      TO RH-RECS-OK
           MOVE WS-RH-FAIL    TO RH-RECS-FAIL
           MOVE RETURN-CODE   TO RH-RETURN-CODE
           WRITE RUN-HIST-REC
           CLOSE RUN-HIST-FILE.

      *a year still open is still being posted to, and one
      * never closed out has no certified totals to prove the
      * segment against - either way there is nothing to report
      * from yet.
       FIND-CLOSED-YEAR.
           OPEN INPUT TXN-HIST-CATALOG
           IF WS-HISTCAT-STATUS NOT = "00"
               DISPLAY "FATAL: NO ARCHIVE CATALOG ON FILE. "
                   "RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO EOF-HCAT
           PERFORM READ-HIST-CATALOG
           PERFORM UNTIL HCAT-EOF
               IF TC-YEAR = WS-TAX-YEAR
                   MOVE "Y" TO WS-YEAR-FOUND-SW
                   IF TC-STATUS NOT = "C"
                       DISPLAY "FATAL: YEAR " WS-TAX-YEAR
                           " IS NOT CLOSED OUT - RUN HISTROLL "
                           "FIRST. RUN ABORTED."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE TC-REC-COUNT  TO WS-CAT-RECS
                   MOVE TC-HASH-TOTAL TO WS-CAT-HASH
               END-IF
               PERFORM READ-HIST-CATALOG
           END-PERFORM
           CLOSE TXN-HIST-CATALOG
           IF NOT YEAR-FOUND
               DISPLAY "FATAL: YEAR " WS-TAX-YEAR " IS NOT ON THE "
                   "ARCHIVE CATALOG. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-HIST-CATALOG.
           READ TXN-HIST-CATALOG
               AT END
                   MOVE "Y" TO EOF-HCAT
               NOT AT END
                   CONTINUE
           END-READ.

       LOAD-TAX-CONFIG.
           OPEN INPUT TAX-CONFIG-FILE
           IF WS-CONFIG-FILE-STATUS = "00"
               READ TAX-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TX-REPORT-MIN-USD IS NUMERIC
                               AND TX-REPORT-MIN-USD > 0
                           MOVE TX-REPORT-MIN-USD
                               TO WS-REPORT-MIN-USD
                       END-IF
               END-READ
               CLOSE TAX-CONFIG-FILE
           END-IF.

      *only the tax year's rows are kept.
       LOAD-YEAR-END-RATES.
           OPEN INPUT YEAR-RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-RATE
           PERFORM READ-YEAR-RATE
           PERFORM UNTIL RATE-EOF
               IF YR-YEAR = WS-TAX-YEAR
                   IF WS-RATE-COUNT >= 50
                       DISPLAY "FATAL: MORE THAN 50 YEAR-END RATES "
                           "FOR " WS-TAX-YEAR ". RUN ABORTED."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RATE-COUNT
                   MOVE YR-CURRENCY TO WS-RT-CCY(WS-RATE-COUNT)
                   MOVE YR-RATE     TO WS-RT-RATE(WS-RATE-COUNT)
               END-IF
               PERFORM READ-YEAR-RATE
           END-PERFORM
           CLOSE YEAR-RATE-FILE.

       READ-YEAR-RATE.
           READ YEAR-RATE-FILE
               AT END
                   MOVE "Y" TO EOF-RATE
               NOT AT END
                   CONTINUE
           END-READ.

      *USD is 1 by definition; any other currency must have a
      * year-end row.
       FIND-YEAR-END-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW
           IF WS-LOOKUP-CCY = "USD"
               MOVE 1 TO WS-LOOKUP-RATE
               MOVE "Y" TO WS-RATE-FOUND-SW
           ELSE
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                           OR RATE-FOUND
                   IF WS-RT-CCY(WS-RATE-IDX) = WS-LOOKUP-CCY
                       MOVE WS-RT-RATE(WS-RATE-IDX)
                           TO WS-LOOKUP-RATE
                       MOVE "Y" TO WS-RATE-FOUND-SW
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
                   MOVE CM-ADDR-1
                       TO WS-CU-ADDR-1(WS-CUST-COUNT)
                   MOVE CM-ADDR-2
                       TO WS-CU-ADDR-2(WS-CUST-COUNT)
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

       FIND-CUSTOMER.
           MOVE 0 TO WS-CUST-HIT
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       OR WS-CUST-HIT > 0
               IF WS-CU-CUST-ID(WS-CUST-IDX) = WS-LOOKUP-CUST-ID
                   MOVE WS-CUST-IDX TO WS-CUST-HIT
               END-IF
           END-PERFORM.

      *an account not yet stamped with AM-CUST-ID still
      * belongs to the customer whose account list names it.
       FIND-LISTING-CUSTOMER.
           MOVE 0 TO WS-CUST-HIT
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       OR WS-CUST-HIT > 0
               PERFORM VARYING WS-CU-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-CU-ACCT-IDX > 8 OR WS-CUST-HIT > 0
                   IF WS-CU-ACCT-ID(WS-CUST-IDX, WS-CU-ACCT-IDX)
                           = WS-CUR-ACCT-ID
                       MOVE WS-CUST-IDX TO WS-CUST-HIT
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-CORRECTION-REQUESTS.
           OPEN INPUT REQ-FILE
           IF WS-REQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-REQ
           PERFORM READ-REQ
           PERFORM UNTIL REQ-EOF
               IF RQ-CUST-ID NOT = SPACES
                   IF WS-REQ-COUNT >= 500
                       DISPLAY "FATAL: MORE THAN 500 CUSTOMERS TO "
                           "CORRECT IN ONE RUN. RUN ABORTED."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REQ-COUNT
                   MOVE RQ-CUST-ID TO WS-RQ-CUST-ID(WS-REQ-COUNT)
                   MOVE "N"        TO WS-RQ-DONE-SW(WS-REQ-COUNT)
               END-IF
               PERFORM READ-REQ
           END-PERFORM
           CLOSE REQ-FILE
           IF WS-REQ-COUNT > 0
               MOVE "C" TO WS-RUN-TYPE
           END-IF.

       READ-REQ.
           READ REQ-FILE
               AT END
                   MOVE "Y" TO EOF-REQ
               NOT AT END
                   CONTINUE
           END-READ.

       FIND-REQUEST.
           MOVE 0 TO WS-REQ-HIT
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT OR WS-REQ-HIT > 0
               IF WS-RQ-CUST-ID(WS-REQ-IDX) = WS-GROUP-CUST-ID
                   MOVE WS-REQ-IDX TO WS-REQ-HIT
               END-IF
           END-PERFORM.

       INIT-FILES.
           OPEN INPUT ACCT-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN acct-master.dat "
                   "(STATUS " WS-MASTER-FILE-STATUS "). RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CORRECTED-RUN
               MOVE "./output/inttax-corrected.dat"
                   TO WS-EXTRACT-PATH
           ELSE
               MOVE "./output/inttax-extract.dat" TO WS-EXTRACT-PATH
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           MOVE SPACES         TO XH-HEADER-REC
           MOVE "H"            TO XH-REC-TYPE
           MOVE WS-TAX-YEAR    TO XH-TAX-YEAR
           MOVE WS-OUR-BANK-ID TO XH-PAYER-BANK
           MOVE WS-TODAY       TO XH-FILE-DATE
           MOVE WS-RUN-TYPE    TO XH-RUN-TYPE
           WRITE XH-HEADER-REC
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "==== INTEREST TAX EXCEPTIONS - TAX YEAR "
               WS-TAX-YEAR " ===="
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "ACCT  CCY     INTEREST PAID  REASON"
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM
               "==== YEAR-END INTEREST TAX REPORTING ===="
           MOVE SPACES TO REPORT-LINE
           IF CORRECTED-RUN
               STRING "TAX YEAR: " WS-TAX-YEAR
                   "   CORRECTED RUN   RUN DATE: " WS-TODAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "TAX YEAR: " WS-TAX-YEAR
                   "   ORIGINAL RUN    RUN DATE: " WS-TODAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.

      *one pass over the segment does both jobs: the count and
      * hash are taken again for proof against the catalog, and
      * the interest credits are drawn off. A segment that no
      * longer agrees with what HISTROLL certified is not reported
      * from.
       EXTRACT-INTEREST.
           MOVE SPACES TO WS-HIST-PATH
           STRING "txn-history-" WS-TAX-YEAR ".dat"
               DELIMITED BY SIZE INTO WS-HIST-PATH
           END-STRING
           OPEN INPUT TXN-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: SEGMENT " WS-HIST-PATH
               DISPLAY "NOT FOUND (STATUS " WS-HIST-FILE-STATUS
                   "). RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INT-RAW-FILE
           MOVE "N" TO EOF-HIST
           PERFORM READ-HIST
           PERFORM UNTIL HIST-EOF
               ADD 1 TO WS-SEG-RECS
               ADD TH-TR-AMOUNT TO WS-SEG-HASH
               IF TH-TR-TYPE = "I "
                   IF TH-REV-FLAG = "R"
                       ADD 1 TO WS-INT-REVERSED
                   ELSE
                       ADD 1 TO WS-INT-ROWS
                       MOVE TH-ACCT-ID   TO IW-ACCT-ID
                       MOVE TH-TR-AMOUNT TO IW-AMOUNT
                       WRITE INT-RAW-REC
                   END-IF
               END-IF
               PERFORM READ-HIST
           END-PERFORM
           CLOSE TXN-HIST-FILE
           CLOSE INT-RAW-FILE
           IF WS-SEG-RECS NOT = WS-CAT-RECS
                   OR WS-SEG-HASH NOT = WS-CAT-HASH
               DISPLAY "FATAL: SEGMENT " WS-HIST-PATH
               DISPLAY "NO LONGER AGREES WITH THE CERTIFIED "
                   "CATALOG TOTALS. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-HIST.
           READ TXN-HIST-FILE
               AT END
                   MOVE "Y" TO EOF-HIST
               NOT AT END
                   CONTINUE
           END-READ.

       SORT-INTEREST-BY-ACCOUNT.
           SORT INT-SORT-FILE
               ON ASCENDING KEY IX-ACCT-ID
               USING INT-RAW-FILE
               GIVING INT-SORTED-FILE.

      *control break on the account: each account's year is
      * totalled, then tied to its customer and restated in USD.
       TOTAL-BY-ACCOUNT.
           OPEN INPUT INT-SORTED-FILE
           OPEN OUTPUT CUST-RAW-FILE
           MOVE "N" TO EOF-INT
           PERFORM READ-INT
           PERFORM UNTIL INT-EOF
               MOVE IZ-ACCT-ID TO WS-CUR-ACCT-ID
               MOVE 0 TO WS-ACCT-INTEREST
               PERFORM UNTIL INT-EOF OR IZ-ACCT-ID NOT = WS-CUR-ACCT-ID
                   ADD IZ-AMOUNT TO WS-ACCT-INTEREST
                   PERFORM READ-INT
               END-PERFORM
               ADD 1 TO WS-ACCTS-WITH-INT
               PERFORM RESOLVE-ONE-ACCOUNT
           END-PERFORM
           CLOSE INT-SORTED-FILE
           CLOSE CUST-RAW-FILE.

       READ-INT.
           READ INT-SORTED-FILE
               AT END
                   MOVE "Y" TO EOF-INT
               NOT AT END
                   CONTINUE
           END-READ.

      *an account whose owner cannot be named - gone from the
      * master, stamped with a customer the CIF does not have, or
      * on nobody's list - goes to the exceptions rather than
      * being filed against a guess. A missing year-end rate stops
      * the run before a single statement is printed: every
      * customer holding that currency would be understated.
       RESOLVE-ONE-ACCOUNT.
           MOVE WS-CUR-ACCT-ID TO AM-ACCT-ID
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "???" TO WS-ACCT-CURRENCY
                   MOVE "ACCOUNT NOT ON MASTER"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ
           MOVE AM-CURRENCY TO WS-ACCT-CURRENCY
           IF AM-CUST-ID NOT = SPACES
               MOVE AM-CUST-ID TO WS-LOOKUP-CUST-ID
               PERFORM FIND-CUSTOMER
               IF WS-CUST-HIT = 0
                   MOVE "AM-CUST-ID NOT ON CIF MASTER"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM FIND-LISTING-CUSTOMER
               IF WS-CUST-HIT = 0
                   MOVE "NO LINKED CUSTOMER"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CU-CUST-ID(WS-CUST-HIT) TO WS-ACCT-CUST-ID

           MOVE WS-ACCT-CURRENCY TO WS-LOOKUP-CCY
           PERFORM FIND-YEAR-END-RATE
           IF NOT RATE-FOUND
               DISPLAY "FATAL: NO YEAR-END RATE FOR " WS-LOOKUP-CCY
                   " IN " WS-TAX-YEAR " ON fx-yearend.dat. "
                   "RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-ACCT-USD ROUNDED =
               WS-ACCT-INTEREST * WS-LOOKUP-RATE
           MOVE WS-ACCT-CUST-ID  TO CW-CUST-ID
           MOVE WS-CUR-ACCT-ID   TO CW-ACCT-ID
           MOVE WS-ACCT-CURRENCY TO CW-CURRENCY
           MOVE WS-ACCT-INTEREST TO CW-INTEREST
           MOVE WS-LOOKUP-RATE   TO CW-RATE
           MOVE WS-ACCT-USD      TO CW-USD
           WRITE CUST-RAW-REC.

       WRITE-EXCEPTION.
           ADD 1 TO WS-ACCTS-EXCEPTED
           MOVE WS-ACCT-INTEREST TO WS-AMT-DISP
           MOVE SPACES TO EXCEPTION-LINE
           STRING WS-CUR-ACCT-ID " " WS-ACCT-CURRENCY " "
               WS-AMT-DISP "  " WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

       SORT-INTEREST-BY-CUSTOMER.
           SORT CUST-SORT-FILE
               ON ASCENDING KEY CX-CUST-ID CX-ACCT-ID
               USING CUST-RAW-FILE
               GIVING CUST-SORTED-FILE.

      *control break on the customer: the accounts are held
      * until the customer's total is known, since the minimum is
      * applied to the customer, not the account.
       REPORT-BY-CUSTOMER.
           OPEN INPUT CUST-SORTED-FILE
           MOVE "N" TO EOF-CINT
           PERFORM READ-CINT
           PERFORM UNTIL CINT-EOF
               MOVE CZ-CUST-ID TO WS-GROUP-CUST-ID
               MOVE 0 TO WS-GROUP-COUNT
               MOVE 0 TO WS-GROUP-USD
               PERFORM UNTIL CINT-EOF
                       OR CZ-CUST-ID NOT = WS-GROUP-CUST-ID
                   PERFORM HOLD-ONE-ACCOUNT
                   PERFORM READ-CINT
               END-PERFORM
               ADD 1 TO WS-CUSTS-WITH-INT
               PERFORM REPORT-ONE-CUSTOMER
           END-PERFORM
           CLOSE CUST-SORTED-FILE.

       READ-CINT.
           READ CUST-SORTED-FILE
               AT END
                   MOVE "Y" TO EOF-CINT
               NOT AT END
                   CONTINUE
           END-READ.

       HOLD-ONE-ACCOUNT.
           IF WS-GROUP-COUNT >= 100
               DISPLAY "FATAL: MORE THAN 100 ACCOUNTS WITH INTEREST "
                   "FOR CUSTOMER " WS-GROUP-CUST-ID ". RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           MOVE CZ-ACCT-ID  TO WS-GP-ACCT-ID(WS-GROUP-COUNT)
           MOVE CZ-CURRENCY TO WS-GP-CURRENCY(WS-GROUP-COUNT)
           MOVE CZ-INTEREST TO WS-GP-INTEREST(WS-GROUP-COUNT)
           MOVE CZ-RATE     TO WS-GP-RATE(WS-GROUP-COUNT)
           MOVE CZ-USD      TO WS-GP-USD(WS-GROUP-COUNT)
           ADD CZ-USD TO WS-GROUP-USD.

      *the original run reports every customer at or over the
      * minimum; a corrected run reports exactly the customers
      * asked for, at whatever figure they now stand.
       REPORT-ONE-CUSTOMER.
           IF CORRECTED-RUN
               PERFORM FIND-REQUEST
               IF WS-REQ-HIT = 0
                   ADD 1 TO WS-CUSTS-NOT-ASKED
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-RQ-DONE-SW(WS-REQ-HIT)
           ELSE
               IF WS-GROUP-USD < WS-REPORT-MIN-USD
                   ADD 1 TO WS-CUSTS-BELOW-MIN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-GROUP-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM FIND-CUSTOMER
           PERFORM WRITE-STATEMENT
           PERFORM WRITE-EXTRACT-DETAIL.

      *a customer asked for whose year now shows no interest at
      * all never reached the customer break above, yet a figure
      * filed for them still has to be replaced - with zero.
       REPORT-UNSEEN-CORRECTIONS.
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 0 TO WS-GROUP-USD
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-RQ-DONE-SW(WS-REQ-IDX) = "N"
                   MOVE WS-RQ-CUST-ID(WS-REQ-IDX) TO WS-GROUP-CUST-ID
                   MOVE WS-GROUP-CUST-ID TO WS-LOOKUP-CUST-ID
                   PERFORM FIND-CUSTOMER
                   IF WS-CUST-HIT = 0
                       ADD 1 TO WS-REQ-NOT-ON-CIF
                       MOVE SPACES TO REPORT-LINE
                       STRING "CUSTOMER " WS-GROUP-CUST-ID
                           " ASKED FOR BUT NOT ON CIF MASTER"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                   ELSE
                       PERFORM WRITE-STATEMENT
                       PERFORM WRITE-EXTRACT-DETAIL
                   END-IF
                   MOVE "Y" TO WS-RQ-DONE-SW(WS-REQ-IDX)
               END-IF
           END-PERFORM.

      *one statement per customer, addressed from the CIF
      * master (the table row at WS-CUST-HIT), one line per
      * account that paid interest in the year.
       WRITE-STATEMENT.
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           IF CORRECTED-RUN
               STRING "==== CORRECTED INTEREST TAX STATEMENT - "
                   "TAX YEAR " WS-TAX-YEAR " ===="
                   DELIMITED BY SIZE INTO STMT-LINE
               END-STRING
           ELSE
               STRING "==== INTEREST TAX STATEMENT - TAX YEAR "
                   WS-TAX-YEAR " ===="
                   DELIMITED BY SIZE INTO STMT-LINE
               END-STRING
           END-IF
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "PAYER BANK " WS-OUR-BANK-ID
               "                    CUSTOMER " WS-GROUP-CUST-ID
               DELIMITED BY SIZE INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "  " WS-CU-FULL-NAME(WS-CUST-HIT)
               DELIMITED BY SIZE INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "  " WS-CU-ADDR-1(WS-CUST-HIT)
               DELIMITED BY SIZE INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "  " WS-CU-ADDR-2(WS-CUST-HIT)
               DELIMITED BY SIZE INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "  ACCT  CCY     INTEREST PAID     FX RATE"
               "         USD AMOUNT"
               DELIMITED BY SIZE INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                   UNTIL WS-GP-IDX > WS-GROUP-COUNT
               MOVE WS-GP-INTEREST(WS-GP-IDX) TO WS-AMT-DISP
               MOVE WS-GP-RATE(WS-GP-IDX)     TO WS-RATE-DISP
               MOVE WS-GP-USD(WS-GP-IDX)      TO WS-USD-DISP
               MOVE SPACES TO STMT-LINE
               STRING "  " WS-GP-ACCT-ID(WS-GP-IDX)
                   " " WS-GP-CURRENCY(WS-GP-IDX)
                   " " WS-AMT-DISP "  " WS-RATE-DISP
                   "  " WS-USD-DISP
                   DELIMITED BY SIZE INTO STMT-LINE
               END-STRING
               WRITE STMT-LINE
           END-PERFORM
           MOVE WS-GROUP-USD TO WS-USD-DISP
           MOVE SPACES TO STMT-LINE
           STRING "  TOTAL INTEREST PAID, USD                 "
               WS-USD-DISP
               DELIMITED BY SIZE INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE.

       WRITE-EXTRACT-DETAIL.
           MOVE SPACES           TO XD-DETAIL-REC
           MOVE "D"              TO XD-REC-TYPE
           MOVE WS-GROUP-CUST-ID TO XD-CUST-ID
           MOVE WS-CU-FULL-NAME(WS-CUST-HIT) TO XD-FULL-NAME
           MOVE WS-CU-ADDR-1(WS-CUST-HIT)    TO XD-ADDR-1
           MOVE WS-CU-ADDR-2(WS-CUST-HIT)    TO XD-ADDR-2
           MOVE WS-GROUP-USD     TO XD-INTEREST-USD
           WRITE XD-DETAIL-REC
           ADD 1 TO WS-CUSTS-REPORTED
           ADD WS-GROUP-USD TO WS-TOTAL-REPORTED-USD.

       WRITE-TAX-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SEG-RECS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "SEGMENT RECORDS:          " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-SEG-HASH TO WS-HASH-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "SEGMENT HASH TOTAL: " WS-HASH-DISP
               "  AGREES WITH CATALOG"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-INT-ROWS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "INTEREST POSTINGS:        " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-INT-REVERSED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  REVERSED, LEFT OUT:     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ACCTS-WITH-INT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS WITH INTEREST:   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ACCTS-EXCEPTED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  ON EXCEPTION LIST:      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CUSTS-WITH-INT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMERS WITH INTEREST:  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF CORRECTED-RUN
               MOVE WS-CUSTS-NOT-ASKED TO WS-COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  NOT ASKED FOR:          " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-REQ-NOT-ON-CIF TO WS-COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "ASKED FOR, NOT ON CIF:    " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               MOVE WS-REPORT-MIN-USD TO WS-USD-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "REPORTING MINIMUM USD:    " WS-USD-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-CUSTS-BELOW-MIN TO WS-COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  BELOW MINIMUM:          " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EXTRACT " WS-EXTRACT-PATH
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CUSTS-REPORTED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMERS REPORTED:       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-REPORTED-USD TO WS-USD-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL INTEREST USD:       " WS-USD-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
