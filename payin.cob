      *----------hierarchy---------
      * D: division: identification, environment, data, procedure
      * S: section:（optional）
      *    (data -> working-storage section, file section
      *    (environment -> input-output section
      * P: paragraph
      *    ST: statement



      *---------------------------------------------
       IDENTIFICATION DIVISION. *> D1 identification
       PROGRAM-ID. PAYIN.       *>    D1- program id

      *---------------------------------------------
      *inward electronic payments, run after STDORDER has
      * opened the business date and ahead of that date's EOD. The
      * clearing network delivers pay-inward.dat - payroll credits,
      * bill payments and the like other banks are sending to our
      * customers - in the interchange format: a file header, then
      * one or more batches (a batch header, its entries, a batch
      * trailer), then a file trailer.
      *controls are proved at two levels. Each batch trailer
      * carries the batch's entry count, entry hash and amount
      * total; a batch whose trailer does not agree with its own
      * entries is rejected whole and goes back to the sender, while
      * the file's other batches still load. The file trailer
      * carries the batch count, the entry count and the sums of
      * the batch trailers' hash and amount totals; a file whose
      * trailer does not agree, whose shape is broken, that is not
      * addressed to us, or that has already been loaded is refused
      * outright - nothing posts and nothing is returned. A file
      * once loaded is emptied, so the next night finds nothing new
      * until the network delivers again.
      *each entry in an accepted batch is then checked against
      * the account master and returned to the sender rather than
      * posted when
      *    "DATA" - receiving bank not us, or a zero amount,
      *    "ACCT" - no such account on our master,
      *    "CLSD" - the account is closed,
      *    "DUPL" - the same trace number is on the file twice, or
      *             is already waiting in trans.dat.
      * Everything else goes into trans.dat as a "D" deposit
      * carrying the entry's trace number, folded in the way
      * STDORDER folds in its orders, so EOD credits it with the
      * day's other postings.
       ENVIRONMENT DIVISION.    *>D2 environment
       INPUT-OUTPUT SECTION.    *>    D2-S1 input-output
       FILE-CONTROL.            *>          D2-S1-P1 file-control
      *optional - a day the network sends nothing simply passes
      * trans.dat through untouched. A file left empty by the last
      * load counts the same as no file.
           SELECT INWARD-FILE ASSIGN TO "pay-inward.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INWARD-FILE-STATUS.
      *read by key for each entry's account - an entry for an
      * account we do not hold, or one since closed, is returned
      * now rather than left for EOD to refuse.
           SELECT ACCT-MASTER ASSIGN TO "acct-master.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AM-ACCT-ID
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *one row per inward file ever loaded - the sender's file
      * ID and date - so a file delivered twice cannot credit its
      * entries twice.
           SELECT LOADED-FILE ASSIGN TO "pay-loaded.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOADED-FILE-STATUS.
      *entries refused here, one row each, with the reason -
      * what goes back to the network as returns tomorrow. One file
      * per inward file loaded, named for its file date and file
      * ID, so a second file in the same business day cannot
      * overwrite the first one's returns before they have gone
      * back, and a rerun of the same file rewrites its own returns
      * rather than adding them twice. Only opened once the file
      * has been accepted.
           SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *present only between "the merged image is complete" and
      * "the install and the loaded-file row have landed" - a rerun
      * that finds it finishes the install before doing anything
      * else; same marker protocol STDORDER uses.
           SELECT PAY-MARKER-FILE
               ASSIGN TO "./output/payin-restart.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKER-FILE-STATUS.
      *the credits fold into trans.dat so tonight's EOD posts
      * them alongside the day's entries - sorted together with the
      * existing file, the same merge STDORDER and CHQCLR use, so
      * the whole-file account order EOD's pre-flight demands
      * survives.
           SELECT TRANS-FILE ASSIGN TO "trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT PAY-RAW-FILE
               ASSIGN TO "./output/payin-items.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-SORT-FILE
               ASSIGN TO "./output/payin-sort.tmp".
           SELECT TRANS-MERGED-FILE
               ASSIGN TO "./output/payin-merged.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE
               ASSIGN TO "./output/payin-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *the shared run-control record, read only: credits are
      * loaded inside the window STDORDER opens and EOD closes.
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
      *the interchange format, same layout EOD writes its
      * outward file in. Five record shapes told apart by the first
      * byte: "1" file header, "5" batch header, "6" entry, "8"
      * batch trailer, "9" file trailer. Amounts carry the same
      * implied V99 every other amount field in the shop does.
      *the entry hash is the sum of the entries' receiving bank
      * IDs, low-order ten digits kept - it proves the entries were
      * not re-routed in transit, which an amount total cannot.
       FD  INWARD-FILE.
           01  INWARD-REC.
               05  IX-REC-TYPE       PIC X(1).
               05  FILLER            PIC X(79).
           01  IX-FILE-HEADER-REC.
               05  FH-REC-TYPE       PIC X(1).
               05  FH-FILE-ID        PIC X(8).
               05  FH-FILE-DATE      PIC X(8).
               05  FH-ORIGIN-BANK    PIC X(6).
               05  FH-DEST-BANK      PIC X(6).
               05  FILLER            PIC X(51).
           01  IX-BATCH-HEADER-REC.
               05  BH-REC-TYPE       PIC X(1).
               05  BH-BATCH-NO       PIC X(4).
               05  BH-CURRENCY       PIC X(3).
               05  BH-ENTRY-DESC     PIC X(10).
               05  BH-ORIGINATOR     PIC X(16).
               05  FILLER            PIC X(46).
      *the payer is the account the money left - at the
      * sending bank on an inward entry, our own customer on an
      * outward one.
           01  IX-ENTRY-REC.
               05  EN-REC-TYPE       PIC X(1).
               05  EN-TRACE-NO       PIC X(15).
               05  EN-BANK-ID        PIC X(6).
               05  EN-BANK-ID-N REDEFINES EN-BANK-ID
                                     PIC 9(6).
               05  EN-ACCT-NO        PIC X(9).
               05  EN-OUR-ACCT REDEFINES EN-ACCT-NO.
                   10  EN-ACCT-ID        PIC X(5).
                   10  EN-ACCT-REST      PIC X(4).
               05  EN-AMOUNT         PIC X(9).
               05  EN-AMOUNT-N REDEFINES EN-AMOUNT
                                     PIC 9(7)V99.
               05  EN-PAYER-NAME     PIC X(10).
               05  EN-PAYER-ACCT     PIC X(9).
               05  FILLER            PIC X(21).
           01  IX-BATCH-TRAILER-REC.
               05  BT-REC-TYPE       PIC X(1).
               05  BT-BATCH-NO       PIC X(4).
               05  BT-ENTRY-COUNT    PIC X(6).
               05  BT-ENTRY-COUNT-N REDEFINES BT-ENTRY-COUNT
                                     PIC 9(6).
               05  BT-ENTRY-HASH     PIC X(10).
               05  BT-ENTRY-HASH-N REDEFINES BT-ENTRY-HASH
                                     PIC 9(10).
               05  BT-TOTAL-AMOUNT   PIC X(13).
               05  BT-TOTAL-AMOUNT-N REDEFINES BT-TOTAL-AMOUNT
                                     PIC 9(11)V99.
               05  FILLER            PIC X(46).
           01  IX-FILE-TRAILER-REC.
               05  FT-REC-TYPE       PIC X(1).
               05  FT-BATCH-COUNT    PIC X(4).
               05  FT-BATCH-COUNT-N REDEFINES FT-BATCH-COUNT
                                     PIC 9(4).
               05  FT-ENTRY-COUNT    PIC X(8).
               05  FT-ENTRY-COUNT-N REDEFINES FT-ENTRY-COUNT
                                     PIC 9(8).
               05  FT-ENTRY-HASH     PIC X(10).
               05  FT-ENTRY-HASH-N REDEFINES FT-ENTRY-HASH
                                     PIC 9(10).
               05  FT-TOTAL-AMOUNT   PIC X(13).
               05  FT-TOTAL-AMOUNT-N REDEFINES FT-TOTAL-AMOUNT
                                     PIC 9(11)V99.
               05  FILLER            PIC X(44).

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

           FD  LOADED-FILE.
           01  LOADED-REC.
               05  PL-FILE-DATE      PIC X(8).
               05  PL-FILE-ID        PIC X(8).
               05  PL-BATCH-DATE     PIC 9(8).
               05  PL-ENTRY-COUNT    PIC 9(6).
               05  PL-TOTAL-AMOUNT   PIC 9(11)V99.

      *the file ID, batch number and trace number are how the
      * sending bank matches a return to the entry it sent.
           FD  RETURN-FILE.
           01  PAY-RETURN-REC.
               05  PR-BATCH-DATE      PIC 9(8).
               05  PR-REASON-CODE     PIC X(4).
               05  PR-FILE-ID         PIC X(8).
               05  PR-BATCH-NO        PIC X(4).
               05  PR-TRACE-NO        PIC X(15).
               05  PR-ACCT-NO         PIC X(9).
               05  PR-AMOUNT          PIC 9(7)V99.
               05  PR-CURRENCY        PIC X(3).
               05  PR-PAYER-NAME      PIC X(10).
               05  PR-PAYER-ACCT      PIC X(9).

      *carries the business date it was set for - a marker
      * that somehow survives into a later date must NOT replay
      * that old date's image over the new day's trans.dat - and
      * the loaded-file row still to be written once it lands.
           FD  PAY-MARKER-FILE.
           01  PAY-MARKER-REC.
               05  PM-FLAG           PIC X(1).
               05  PM-BATCH-DATE     PIC 9(8).
               05  PM-FILE-DATE      PIC X(8).
               05  PM-FILE-ID        PIC X(8).
               05  PM-ENTRY-COUNT    PIC 9(6).
               05  PM-TOTAL-AMOUNT   PIC 9(11)V99.

           FD  TRANS-FILE.
           01  TRANS-REC.
               05  TR-ACCT-ID        PIC X(5).
               05  TR-TYPE           PIC X(1).
               05  TR-AMOUNT         PIC 9(7)V99.
               05  TR-DEST-ACCT-ID   PIC X(5).
               05  TR-CURRENCY       PIC X(3).
               05  TR-RELEASE-DATE   PIC X(8).
               05  TR-BRANCH         PIC X(3).
               05  TR-REFERENCE      PIC X(15).

           FD  PAY-RAW-FILE.
           01  PAY-RAW-REC.
               05  PW-ACCT-ID        PIC X(5).
               05  PW-TYPE           PIC X(1).
               05  PW-AMOUNT         PIC 9(7)V99.
               05  PW-DEST-ACCT-ID   PIC X(5).
               05  PW-CURRENCY       PIC X(3).
               05  PW-RELEASE-DATE   PIC X(8).
               05  PW-BRANCH         PIC X(3).
               05  PW-REFERENCE      PIC X(15).

           SD  TRANS-SORT-FILE.
           01  TRANS-SORT-REC.
               05  TX-ACCT-ID        PIC X(5).
               05  TX-TYPE           PIC X(1).
               05  TX-AMOUNT         PIC 9(7)V99.
               05  TX-DEST-ACCT-ID   PIC X(5).
               05  TX-CURRENCY       PIC X(3).
               05  TX-RELEASE-DATE   PIC X(8).
               05  TX-BRANCH         PIC X(3).
               05  TX-REFERENCE      PIC X(15).

           FD  TRANS-MERGED-FILE.
           01  TRANS-MERGED-REC.
               05  TM-ACCT-ID        PIC X(5).
               05  TM-TYPE           PIC X(1).
               05  TM-AMOUNT         PIC 9(7)V99.
               05  TM-DEST-ACCT-ID   PIC X(5).
               05  TM-CURRENCY       PIC X(3).
               05  TM-RELEASE-DATE   PIC X(8).
               05  TM-BRANCH         PIC X(3).
               05  TM-REFERENCE      PIC X(15).

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
           01  EOF-INWARD            PIC X VALUE "N".
               88  INWARD-EOF               VALUE "Y".
           01  EOF-LOADED            PIC X VALUE "N".
               88  LOADED-EOF               VALUE "Y".
           01  EOF-TRANS             PIC X VALUE "N".
               88  TRANS-EOF                VALUE "Y".
           01  EOF-MERGED            PIC X VALUE "N".
               88  MERGED-EOF               VALUE "Y".
      *remembers whether trans.dat existed when the run
      * started - a missing file merges as empty, and the SORT
      * below has to leave it out of its USING list entirely.
           01  WS-TRANS-EXISTS-SW    PIC X VALUE "N".
               88  TRANS-EXISTS             VALUE "Y".

           01  WS-INWARD-FILE-STATUS PIC XX.
           01  WS-MASTER-FILE-STATUS PIC XX.
           01  WS-LOADED-FILE-STATUS PIC XX.
           01  WS-TRANS-FILE-STATUS  PIC XX.
           01  WS-MARKER-FILE-STATUS PIC XX.
           01  WS-RUNCTL-FILE-STATUS PIC XX.
           01  WS-RUNCTL-FOUND-SW    PIC X VALUE "N".
               88  RUNCTL-FOUND             VALUE "Y".

      *the event and counters the next run-history row will
      * carry - set by the caller, stamped in WRITE-RUN-HISTORY.
           01  WS-RUNHIST-STATUS     PIC XX.
           01  WS-RH-EVENT           PIC X(1).
           01  WS-RH-OK              PIC 9(7).
           01  WS-RH-FAIL            PIC 9(7).

      *pre-existing trans.dat must be in ascending TR-ACCT-ID
      * order or it was not reset for the new business day - same
      * pre-flight FEEASSESS runs before its own merge.
           01  WS-PREV-TR-ACCT-ID    PIC X(5).
           01  WS-SEQ-ERROR-SW       PIC X VALUE "N".
               88  SEQ-ERROR                VALUE "Y".

           01  WS-BATCH-DATE         PIC 9(8).

      *our participant ID on the clearing network - the bank
      * every inward file and entry must be addressed to. Same
      * value EOD stamps on its outward file.
           01  WS-OUR-BANK-ID        PIC X(6) VALUE "100001".

      *the file-level verdict. WS-FILE-BAD-REASON says why the
      * whole file was refused; spaces while it is still good.
           01  WS-INWARD-SEEN-SW     PIC X VALUE "N".
               88  INWARD-SEEN              VALUE "Y".
           01  WS-HEADER-SEEN-SW     PIC X VALUE "N".
               88  HEADER-SEEN              VALUE "Y".
           01  WS-TRAILER-SEEN-SW    PIC X VALUE "N".
               88  TRAILER-SEEN             VALUE "Y".
           01  WS-IN-BATCH-SW        PIC X VALUE "N".
               88  IN-BATCH                 VALUE "Y".
           01  WS-FILE-BAD-REASON    PIC X(50) VALUE SPACES.
           01  WS-FILE-DATE          PIC X(8).
           01  WS-FILE-ID            PIC X(8).
           01  WS-RETURN-PATH        PIC X(60).
           01  WS-DEST-BANK          PIC X(6).
           01  WS-FT-BATCH-COUNT     PIC 9(4).
           01  WS-FT-ENTRY-COUNT     PIC 9(8).
           01  WS-FT-ENTRY-HASH      PIC 9(10).
           01  WS-FT-TOTAL           PIC 9(11)V99.
      *what the file trailer is proved against: the entry
      * records actually on the file, and the sums of the batch
      * trailers - so a batch refused for its own controls does not
      * take the rest of the file down with it.
           01  WS-FILE-ENTRY-COUNT   PIC 9(8) VALUE 0.
           01  WS-FILE-HASH-SUM      PIC 9(15) VALUE 0.
           01  WS-FILE-TOTAL         PIC 9(11)V99 VALUE 0.
           01  WS-HASH-10            PIC 9(10).

      *one row per batch on the file. WS-BA-REASON: spaces
      * until a control check rejects the batch.
           01  WS-BATCH-TABLE.
               05  WS-BATCH-COUNT    PIC 9(4) COMP VALUE 0.
               05  WS-BATCH-ENTRY OCCURS 200 TIMES.
                   10  WS-BA-NO           PIC X(4).
                   10  WS-BA-CURRENCY     PIC X(3).
                   10  WS-BA-DESC         PIC X(10).
                   10  WS-BA-ENTRIES      PIC 9(6).
                   10  WS-BA-HASH-SUM     PIC 9(15).
                   10  WS-BA-TOTAL        PIC 9(11)V99.
                   10  WS-BA-TRL-SEEN     PIC X(1).
                   10  WS-BA-TRL-ENTRIES  PIC 9(6).
                   10  WS-BA-TRL-HASH     PIC 9(10).
                   10  WS-BA-TRL-TOTAL    PIC 9(11)V99.
                   10  WS-BA-REASON       PIC X(40).
           01  WS-BA-IDX             PIC 9(4) COMP.

      *the entries on the file, held whole so trans.dat and
      * the master are each read once, not once per entry.
      * WS-EN-REASON: spaces until a check refuses the entry.
           01  WS-ENTRY-TABLE.
               05  WS-ENTRY-COUNT    PIC 9(4) COMP VALUE 0.
               05  WS-ENTRY-ROW OCCURS 5000 TIMES.
                   10  WS-EN-BATCH-IDX    PIC 9(4) COMP.
                   10  WS-EN-TRACE-NO     PIC X(15).
                   10  WS-EN-BANK-ID      PIC X(6).
                   10  WS-EN-ACCT-NO      PIC X(9).
                   10  WS-EN-ACCT-ID      PIC X(5).
                   10  WS-EN-ACCT-REST    PIC X(4).
                   10  WS-EN-AMOUNT       PIC 9(7)V99.
                   10  WS-EN-PAYER-NAME   PIC X(10).
                   10  WS-EN-PAYER-ACCT   PIC X(9).
                   10  WS-EN-REASON       PIC X(4).
           01  WS-EN-IDX             PIC 9(4) COMP.
           01  WS-EN-IDX-2           PIC 9(4) COMP.

           01  WS-COUNTERS.
               05  WS-BATCHES-ACCEPTED PIC 9(7) VALUE 0.
               05  WS-BATCHES-REJECTED PIC 9(7) VALUE 0.
               05  WS-ENTRIES-REJECTED PIC 9(7) VALUE 0.
               05  WS-ITEMS-LOADED   PIC 9(7) VALUE 0.
               05  WS-ITEMS-RETURNED PIC 9(7) VALUE 0.
               05  WS-RET-DATA       PIC 9(7) VALUE 0.
               05  WS-RET-ACCT       PIC 9(7) VALUE 0.
               05  WS-RET-CLSD       PIC 9(7) VALUE 0.
               05  WS-RET-DUPL       PIC 9(7) VALUE 0.
               05  WS-TOTAL-LOADED   PIC 9(11)V99 VALUE 0.
               05  WS-TOTAL-RETURNED PIC 9(11)V99 VALUE 0.
               05  WS-TOTAL-REJECTED PIC 9(11)V99 VALUE 0.

           01  WS-AMT-DISP           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01  WS-COUNT-DISP         PIC ZZZ,ZZZ,ZZ9.

      *------------------------------------
       PROCEDURE DIVISION.

       MAIN.
           PERFORM CHECK-RUN-CONTROL
           PERFORM FINISH-PRIOR-INSTALL
           PERFORM LOG-RUN-START
           PERFORM VALIDATE-TRANS-SEQUENCE
           PERFORM INIT-FILES
           PERFORM LOAD-INWARD-FILE
           IF NOT INWARD-SEEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE FROM
                   "NO INWARD PAYMENTS FILE - NOTHING TO LOAD"
               CLOSE PAY-RAW-FILE
               PERFORM CLOSE-FILES
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM CHECK-FILE-CONTROLS
           IF WS-FILE-BAD-REASON = SPACES
               PERFORM CHECK-ALREADY-LOADED
           END-IF
      *a file refused whole posts nothing and returns nothing -
      * it goes back to the network for redelivery, and the run
      * ends 8 so the operator sees it.
           IF WS-FILE-BAD-REASON NOT = SPACES
               DISPLAY "INWARD PAYMENTS FILE REJECTED: "
                   WS-FILE-BAD-REASON
               MOVE SPACES TO REPORT-LINE
               STRING "FILE REJECTED: " WS-FILE-BAD-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               CLOSE PAY-RAW-FILE
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RETURN-PATH
           STRING "./output/payin-returns-" WS-FILE-DATE "-"
               WS-FILE-ID DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE INTO WS-RETURN-PATH
           END-STRING
           OPEN OUTPUT RETURN-FILE
           PERFORM CHECK-BATCH-CONTROLS
               VARYING WS-BA-IDX FROM 1 BY 1
               UNTIL WS-BA-IDX > WS-BATCH-COUNT
           PERFORM CHECK-ENTRY-ACCOUNTS
           PERFORM CHECK-DUPLICATES-ON-FILE
           PERFORM CHECK-PENDING-IN-TRANS
           PERFORM WRITE-ONE-ENTRY
               VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENTRY-COUNT
           PERFORM MERGE-CREDITS-INTO-TRANS
           PERFORM SET-INSTALL-MARKER
           PERFORM INSTALL-MERGED-TRANS
           PERFORM RECORD-FILE-LOADED
           PERFORM CLEAR-INWARD-FILE
           PERFORM CLEAR-INSTALL-MARKER
           PERFORM WRITE-LOADER-TOTALS
           CLOSE RETURN-FILE
           PERFORM CLOSE-FILES
      *a rejected batch is not a failed run - the rest of the
      * file is in - but it still needs the operator to chase the
      * sender for a corrected batch, so the run ends 4.
           IF WS-BATCHES-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM LOG-RUN-END
           STOP RUN.

      *credits are loaded inside tonight's window: after
      * STDORDER has opened the business date (so trans.dat has
      * been reset for it) and before EOD posts it. There is no
      * flag of its own - the loaded-file log is what stops the
      * same inward file posting twice.
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
           IF RL-STDORDER-DONE NOT = "Y"
               DISPLAY "FATAL: STDORDER HAS NOT COMPLETED FOR "
                   WS-BATCH-DATE ". RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RL-EOD-DONE = "Y"
               DISPLAY "FATAL: EOD ALREADY COMPLETED FOR "
                   WS-BATCH-DATE " - CREDITS WOULD MISS IT. "
                   "RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *a marker left by a crashed run means the merged image
      * was complete but the copy over trans.dat, or the loaded-
      * file row, never landed - the file's credits are already in
      * the image, so this run must NOT load them again: it lands
      * the install from the staged image and stops.
       FINISH-PRIOR-INSTALL.
           OPEN INPUT PAY-MARKER-FILE
           IF WS-MARKER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PAY-MARKER-FILE
               AT END
                   CLOSE PAY-MARKER-FILE
                   EXIT PARAGRAPH
               NOT AT END
                   CONTINUE
           END-READ
           CLOSE PAY-MARKER-FILE
      *a marker from another business date is stale: that
      * date's image must not land on top of the new day's file.
           IF PM-BATCH-DATE NOT = WS-BATCH-DATE
               DISPLAY "WARNING: STALE PAYMENTS INSTALL MARKER FROM "
                   PM-BATCH-DATE " DISCARDED"
               PERFORM CLEAR-INSTALL-MARKER
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COMPLETING UNFINISHED PAYMENTS INSTALL"
           MOVE PM-FILE-DATE    TO WS-FILE-DATE
           MOVE PM-FILE-ID      TO WS-FILE-ID
           MOVE PM-ENTRY-COUNT  TO WS-FILE-ENTRY-COUNT
           MOVE PM-TOTAL-AMOUNT TO WS-FILE-TOTAL
           PERFORM INSTALL-MERGED-TRANS
           PERFORM RECORD-FILE-LOADED
           PERFORM CLEAR-INWARD-FILE
           PERFORM CLEAR-INSTALL-MARKER
           PERFORM LOG-RUN-END
           STOP RUN.

       SET-INSTALL-MARKER.
           OPEN OUTPUT PAY-MARKER-FILE
           MOVE "I"                 TO PM-FLAG
           MOVE WS-BATCH-DATE       TO PM-BATCH-DATE
           MOVE WS-FILE-DATE        TO PM-FILE-DATE
           MOVE WS-FILE-ID          TO PM-FILE-ID
           MOVE WS-FILE-ENTRY-COUNT TO PM-ENTRY-COUNT
           MOVE WS-FILE-TOTAL       TO PM-TOTAL-AMOUNT
           WRITE PAY-MARKER-REC
           CLOSE PAY-MARKER-FILE.

       CLEAR-INSTALL-MARKER.
           OPEN OUTPUT PAY-MARKER-FILE
           CLOSE PAY-MARKER-FILE.

       LOG-RUN-START.
           MOVE "S" TO WS-RH-EVENT
           MOVE 0   TO WS-RH-OK
           MOVE 0   TO WS-RH-FAIL
           PERFORM WRITE-RUN-HISTORY.

       LOG-RUN-END.
           MOVE "E" TO WS-RH-EVENT
           MOVE WS-ITEMS-LOADED TO WS-RH-OK
           COMPUTE WS-RH-FAIL =
               WS-ITEMS-RETURNED + WS-ENTRIES-REJECTED
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
           MOVE "PAYIN"       TO RH-PROGRAM
           MOVE WS-RH-EVENT   TO RH-EVENT
           ACCEPT RH-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT RH-STAMP-TIME FROM TIME
           MOVE WS-RH-OK      TO RH-RECS-OK
           MOVE WS-RH-FAIL    TO RH-RECS-FAIL
           MOVE RETURN-CODE   TO RH-RETURN-CODE
           WRITE RUN-HIST-REC
           CLOSE RUN-HIST-FILE.

      *pre-flight only - trans.dat is read here to prove it
      * is still in account order, closed again, and not touched
      * until the merge at the end of the run.
       VALIDATE-TRANS-SEQUENCE.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "00"
               MOVE LOW-VALUES TO WS-PREV-TR-ACCT-ID
               MOVE "N" TO EOF-TRANS
               PERFORM UNTIL TRANS-EOF
                   READ TRANS-FILE
                       AT END
                           MOVE "Y" TO EOF-TRANS
                       NOT AT END
                           IF TR-ACCT-ID < WS-PREV-TR-ACCT-ID
                               SET SEQ-ERROR TO TRUE
                           END-IF
                           MOVE TR-ACCT-ID TO WS-PREV-TR-ACCT-ID
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
               IF SEQ-ERROR
                   DISPLAY "FATAL: TRANS-FILE IS NOT IN ACCT-ID "
                       "SEQUENCE - IT WAS NOT RESET FOR THE NEW "
                       "BUSINESS DAY BEFORE THIS RUN. RUN ABORTED."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       INIT-FILES.
           OPEN OUTPUT PAY-RAW-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM "===== INWARD PAYMENTS ====="
           MOVE SPACES TO REPORT-LINE
           STRING "BUSINESS DATE: " WS-BATCH-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *one pass over the inward file, checking its shape as
      * it goes: the file header first and once, the file trailer
      * last and once, and between them nothing but whole batches -
      * a batch header, its entries, its trailer. The first fault in
      * the file's shape is the one the file is refused for; the
      * rest of the file is still read so the tables are never
      * half-trusted.
       LOAD-INWARD-FILE.
           OPEN INPUT INWARD-FILE
           IF WS-INWARD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-INWARD
           PERFORM READ-INWARD
           IF INWARD-EOF
               CLOSE INWARD-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-INWARD-SEEN-SW
           PERFORM UNTIL INWARD-EOF
               PERFORM TAKE-ONE-INWARD-REC
               PERFORM READ-INWARD
           END-PERFORM
           CLOSE INWARD-FILE
           IF NOT HEADER-SEEN
               PERFORM NOTE-FILE-BAD-NO-HEADER
           END-IF
           IF IN-BATCH
               PERFORM NOTE-FILE-BAD-OPEN-BATCH
           END-IF
           IF NOT TRAILER-SEEN
                   AND WS-FILE-BAD-REASON = SPACES
               MOVE "NO FILE TRAILER RECORD" TO WS-FILE-BAD-REASON
           END-IF.

       READ-INWARD.
           READ INWARD-FILE
               AT END
                   MOVE "Y" TO EOF-INWARD
               NOT AT END
                   CONTINUE
           END-READ.

       NOTE-FILE-BAD-NO-HEADER.
           IF WS-FILE-BAD-REASON = SPACES
               MOVE "NO FILE HEADER RECORD" TO WS-FILE-BAD-REASON
           END-IF.

       NOTE-FILE-BAD-OPEN-BATCH.
           IF WS-FILE-BAD-REASON = SPACES
               MOVE "BATCH NOT CLOSED BY A BATCH TRAILER"
                   TO WS-FILE-BAD-REASON
           END-IF.

       TAKE-ONE-INWARD-REC.
           IF TRAILER-SEEN
               IF WS-FILE-BAD-REASON = SPACES
                   MOVE "RECORDS AFTER THE FILE TRAILER"
                       TO WS-FILE-BAD-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF IX-REC-TYPE = "1"
               IF HEADER-SEEN OR WS-BATCH-COUNT > 0
                       OR WS-FILE-ENTRY-COUNT > 0
                   IF WS-FILE-BAD-REASON = SPACES
                       MOVE "FILE HEADER RECORD OUT OF PLACE"
                           TO WS-FILE-BAD-REASON
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-HEADER-SEEN-SW
               MOVE FH-FILE-DATE  TO WS-FILE-DATE
               MOVE FH-FILE-ID    TO WS-FILE-ID
               MOVE FH-DEST-BANK  TO WS-DEST-BANK
               EXIT PARAGRAPH
           END-IF

           IF IX-REC-TYPE = "5"
               PERFORM TAKE-BATCH-HEADER
               EXIT PARAGRAPH
           END-IF

           IF IX-REC-TYPE = "6"
               PERFORM TAKE-ENTRY
               EXIT PARAGRAPH
           END-IF

           IF IX-REC-TYPE = "8"
               PERFORM TAKE-BATCH-TRAILER
               EXIT PARAGRAPH
           END-IF

           IF IX-REC-TYPE = "9"
               IF NOT HEADER-SEEN
                   PERFORM NOTE-FILE-BAD-NO-HEADER
               END-IF
               IF IN-BATCH
                   PERFORM NOTE-FILE-BAD-OPEN-BATCH
                   MOVE "N" TO WS-IN-BATCH-SW
               END-IF
               MOVE "Y" TO WS-TRAILER-SEEN-SW
               IF FT-BATCH-COUNT NOT NUMERIC
                       OR FT-ENTRY-COUNT NOT NUMERIC
                       OR FT-ENTRY-HASH NOT NUMERIC
                       OR FT-TOTAL-AMOUNT NOT NUMERIC
                   IF WS-FILE-BAD-REASON = SPACES
                       MOVE "FILE TRAILER CONTROLS NOT NUMERIC"
                           TO WS-FILE-BAD-REASON
                   END-IF
                   MOVE 0 TO WS-FT-BATCH-COUNT
                   MOVE 0 TO WS-FT-ENTRY-COUNT
                   MOVE 0 TO WS-FT-ENTRY-HASH
                   MOVE 0 TO WS-FT-TOTAL
               ELSE
                   MOVE FT-BATCH-COUNT-N  TO WS-FT-BATCH-COUNT
                   MOVE FT-ENTRY-COUNT-N  TO WS-FT-ENTRY-COUNT
                   MOVE FT-ENTRY-HASH-N   TO WS-FT-ENTRY-HASH
                   MOVE FT-TOTAL-AMOUNT-N TO WS-FT-TOTAL
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-FILE-BAD-REASON = SPACES
               MOVE "UNKNOWN RECORD TYPE ON FILE"
                   TO WS-FILE-BAD-REASON
           END-IF.

       TAKE-BATCH-HEADER.
           IF NOT HEADER-SEEN
               PERFORM NOTE-FILE-BAD-NO-HEADER
           END-IF
           IF IN-BATCH
               PERFORM NOTE-FILE-BAD-OPEN-BATCH
           END-IF
           IF WS-BATCH-COUNT >= 200
               DISPLAY "FATAL: MORE THAN 200 BATCHES ON THE "
                   "INWARD PAYMENTS FILE. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           MOVE "Y" TO WS-IN-BATCH-SW
           MOVE BH-BATCH-NO   TO WS-BA-NO(WS-BATCH-COUNT)
           MOVE BH-CURRENCY   TO WS-BA-CURRENCY(WS-BATCH-COUNT)
           MOVE BH-ENTRY-DESC TO WS-BA-DESC(WS-BATCH-COUNT)
           MOVE 0             TO WS-BA-ENTRIES(WS-BATCH-COUNT)
           MOVE 0             TO WS-BA-HASH-SUM(WS-BATCH-COUNT)
           MOVE 0             TO WS-BA-TOTAL(WS-BATCH-COUNT)
           MOVE "N"           TO WS-BA-TRL-SEEN(WS-BATCH-COUNT)
           MOVE 0             TO WS-BA-TRL-ENTRIES(WS-BATCH-COUNT)
           MOVE 0             TO WS-BA-TRL-HASH(WS-BATCH-COUNT)
           MOVE 0             TO WS-BA-TRL-TOTAL(WS-BATCH-COUNT)
           MOVE SPACES        TO WS-BA-REASON(WS-BATCH-COUNT).

      *an entry whose bank ID or amount is not a number cannot
      * be added into its batch's hash or amount total - and a
      * batch whose totals cannot be proved cannot be trusted, so
      * the whole batch goes back.
       TAKE-ENTRY.
           ADD 1 TO WS-FILE-ENTRY-COUNT
           IF NOT IN-BATCH
               IF WS-FILE-BAD-REASON = SPACES
                   MOVE "ENTRY OUTSIDE A BATCH"
                       TO WS-FILE-BAD-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-COUNT >= 5000
               DISPLAY "FATAL: MORE THAN 5000 ENTRIES ON THE "
                   "INWARD PAYMENTS FILE. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           ADD 1 TO WS-BA-ENTRIES(WS-BATCH-COUNT)
           MOVE WS-BATCH-COUNT TO WS-EN-BATCH-IDX(WS-ENTRY-COUNT)
           MOVE EN-TRACE-NO    TO WS-EN-TRACE-NO(WS-ENTRY-COUNT)
           MOVE EN-BANK-ID     TO WS-EN-BANK-ID(WS-ENTRY-COUNT)
           MOVE EN-ACCT-NO     TO WS-EN-ACCT-NO(WS-ENTRY-COUNT)
           MOVE EN-ACCT-ID     TO WS-EN-ACCT-ID(WS-ENTRY-COUNT)
           MOVE EN-ACCT-REST   TO WS-EN-ACCT-REST(WS-ENTRY-COUNT)
           MOVE EN-PAYER-NAME  TO WS-EN-PAYER-NAME(WS-ENTRY-COUNT)
           MOVE EN-PAYER-ACCT  TO WS-EN-PAYER-ACCT(WS-ENTRY-COUNT)
           MOVE SPACES         TO WS-EN-REASON(WS-ENTRY-COUNT)
           IF EN-BANK-ID NOT NUMERIC
               IF WS-BA-REASON(WS-BATCH-COUNT) = SPACES
                   MOVE "ENTRY BANK ID NOT NUMERIC"
                       TO WS-BA-REASON(WS-BATCH-COUNT)
               END-IF
           ELSE
               ADD EN-BANK-ID-N TO WS-BA-HASH-SUM(WS-BATCH-COUNT)
           END-IF
           IF EN-AMOUNT NOT NUMERIC
               MOVE 0 TO WS-EN-AMOUNT(WS-ENTRY-COUNT)
               IF WS-BA-REASON(WS-BATCH-COUNT) = SPACES
                   MOVE "ENTRY AMOUNT NOT NUMERIC"
                       TO WS-BA-REASON(WS-BATCH-COUNT)
               END-IF
           ELSE
               MOVE EN-AMOUNT-N TO WS-EN-AMOUNT(WS-ENTRY-COUNT)
               ADD EN-AMOUNT-N TO WS-BA-TOTAL(WS-BATCH-COUNT)
           END-IF.

      *the batch trailer's controls are kept for the batch
      * check and summed for the file check - one that cannot be
      * summed leaves the file trailer unprovable, so that refuses
      * the file, not just the batch.
       TAKE-BATCH-TRAILER.
           IF NOT IN-BATCH
               IF WS-FILE-BAD-REASON = SPACES
                   MOVE "BATCH TRAILER WITHOUT A BATCH HEADER"
                       TO WS-FILE-BAD-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IN-BATCH-SW
           MOVE "Y" TO WS-BA-TRL-SEEN(WS-BATCH-COUNT)
           IF BT-ENTRY-COUNT NOT NUMERIC
                   OR BT-ENTRY-HASH NOT NUMERIC
                   OR BT-TOTAL-AMOUNT NOT NUMERIC
               IF WS-FILE-BAD-REASON = SPACES
                   MOVE "BATCH TRAILER CONTROLS NOT NUMERIC"
                       TO WS-FILE-BAD-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE BT-ENTRY-COUNT-N
               TO WS-BA-TRL-ENTRIES(WS-BATCH-COUNT)
           MOVE BT-ENTRY-HASH-N
               TO WS-BA-TRL-HASH(WS-BATCH-COUNT)
           MOVE BT-TOTAL-AMOUNT-N
               TO WS-BA-TRL-TOTAL(WS-BATCH-COUNT)
           ADD BT-ENTRY-HASH-N   TO WS-FILE-HASH-SUM
           ADD BT-TOTAL-AMOUNT-N TO WS-FILE-TOTAL
           IF BT-BATCH-NO NOT = WS-BA-NO(WS-BATCH-COUNT)
                   AND WS-BA-REASON(WS-BATCH-COUNT) = SPACES
               MOVE "TRAILER BATCH NUMBER DOES NOT MATCH"
                   TO WS-BA-REASON(WS-BATCH-COUNT)
           END-IF.

      *the file trailer against what is actually on the file,
      * the header's date against the business date - a file dated
      * ahead of tonight has not been settled yet - and the header's
      * addressee against our own bank ID.
       CHECK-FILE-CONTROLS.
           IF WS-FILE-BAD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-DATE NOT NUMERIC
               MOVE "HEADER FILE DATE NOT NUMERIC"
                   TO WS-FILE-BAD-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-DATE > WS-BATCH-DATE
               MOVE "HEADER DATED AFTER THE BUSINESS DATE"
                   TO WS-FILE-BAD-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-DEST-BANK NOT = WS-OUR-BANK-ID
               MOVE "FILE NOT ADDRESSED TO THIS BANK"
                   TO WS-FILE-BAD-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FT-BATCH-COUNT NOT = WS-BATCH-COUNT
               MOVE "FILE TRAILER BATCH COUNT DOES NOT AGREE"
                   TO WS-FILE-BAD-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FT-ENTRY-COUNT NOT = WS-FILE-ENTRY-COUNT
               MOVE "FILE TRAILER ENTRY COUNT DOES NOT AGREE"
                   TO WS-FILE-BAD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FILE-HASH-SUM TO WS-HASH-10
           IF WS-FT-ENTRY-HASH NOT = WS-HASH-10
               MOVE "FILE TRAILER ENTRY HASH DOES NOT AGREE"
                   TO WS-FILE-BAD-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FT-TOTAL NOT = WS-FILE-TOTAL
               MOVE "FILE TRAILER AMOUNT TOTAL DOES NOT AGREE"
                   TO WS-FILE-BAD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FILE-ENTRY-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "FILE " WS-FILE-ID " DATED " WS-FILE-DATE
               " ENTRIES " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-FILE-TOTAL TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "FILE TOTAL:               " WS-AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *the same file ID on the same file date has already
      * gone into a trans.dat - loading it again would credit every
      * entry on it twice.
       CHECK-ALREADY-LOADED.
           OPEN INPUT LOADED-FILE
           IF WS-LOADED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-LOADED
           PERFORM UNTIL LOADED-EOF
               READ LOADED-FILE
                   AT END
                       MOVE "Y" TO EOF-LOADED
                   NOT AT END
                       IF PL-FILE-DATE = WS-FILE-DATE
                               AND PL-FILE-ID = WS-FILE-ID
                           MOVE SPACES TO WS-FILE-BAD-REASON
                           STRING "FILE ALREADY LOADED ON "
                               PL-BATCH-DATE
                               DELIMITED BY SIZE
                               INTO WS-FILE-BAD-REASON
                           END-STRING
                           MOVE "Y" TO EOF-LOADED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOADED-FILE.

      *each batch's own trailer against its own entries. A
      * batch refused here posts nothing and returns nothing - it
      * goes back to the sender whole, to be sent again corrected
      * on a new file.
       CHECK-BATCH-CONTROLS.
           IF WS-BA-REASON(WS-BA-IDX) = SPACES
               PERFORM PROVE-ONE-BATCH
           END-IF
           MOVE WS-BA-ENTRIES(WS-BA-IDX) TO WS-COUNT-DISP
           MOVE WS-BA-TOTAL(WS-BA-IDX)   TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "BATCH " WS-BA-NO(WS-BA-IDX)
               " " WS-BA-CURRENCY(WS-BA-IDX)
               " " WS-BA-DESC(WS-BA-IDX)
               " ENTRIES " WS-COUNT-DISP
               " AMT " WS-AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-BA-REASON(WS-BA-IDX) = SPACES
               ADD 1 TO WS-BATCHES-ACCEPTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BATCHES-REJECTED
           ADD WS-BA-ENTRIES(WS-BA-IDX) TO WS-ENTRIES-REJECTED
           ADD WS-BA-TOTAL(WS-BA-IDX)   TO WS-TOTAL-REJECTED
           DISPLAY "INWARD PAYMENTS BATCH " WS-BA-NO(WS-BA-IDX)
               " REJECTED: " WS-BA-REASON(WS-BA-IDX)
           MOVE SPACES TO REPORT-LINE
           STRING "    BATCH REJECTED: " WS-BA-REASON(WS-BA-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       PROVE-ONE-BATCH.
           IF WS-BA-CURRENCY(WS-BA-IDX) = SPACES
               MOVE "BATCH CURRENCY MISSING"
                   TO WS-BA-REASON(WS-BA-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-BA-TRL-ENTRIES(WS-BA-IDX)
                   NOT = WS-BA-ENTRIES(WS-BA-IDX)
               MOVE "TRAILER ENTRY COUNT DOES NOT AGREE"
                   TO WS-BA-REASON(WS-BA-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BA-HASH-SUM(WS-BA-IDX) TO WS-HASH-10
           IF WS-BA-TRL-HASH(WS-BA-IDX) NOT = WS-HASH-10
               MOVE "TRAILER ENTRY HASH DOES NOT AGREE"
                   TO WS-BA-REASON(WS-BA-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-BA-TRL-TOTAL(WS-BA-IDX)
                   NOT = WS-BA-TOTAL(WS-BA-IDX)
               MOVE "TRAILER AMOUNT TOTAL DOES NOT AGREE"
                   TO WS-BA-REASON(WS-BA-IDX)
           END-IF.

      *an entry in an accepted batch that cannot be credited
      * as it stands is returned for the sender to deal with:
      * addressed to another bank or for nothing, for an account
      * number we do not hold, or for an account since closed. A
      * frozen account still takes the entry here - EOD refuses it
      * with its usual reject row, for the desk to decide.
       CHECK-ENTRY-ACCOUNTS.
           IF WS-BATCHES-ACCEPTED = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCT-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN acct-master.dat "
                   "(STATUS " WS-MASTER-FILE-STATUS "). RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-ONE-ENTRY-ACCOUNT
               VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENTRY-COUNT
           CLOSE ACCT-MASTER.

       CHECK-ONE-ENTRY-ACCOUNT.
           MOVE WS-EN-BATCH-IDX(WS-EN-IDX) TO WS-BA-IDX
           IF WS-BA-REASON(WS-BA-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-EN-BANK-ID(WS-EN-IDX) NOT = WS-OUR-BANK-ID
                   OR WS-EN-AMOUNT(WS-EN-IDX) = 0
               MOVE "DATA" TO WS-EN-REASON(WS-EN-IDX)
               EXIT PARAGRAPH
           END-IF
      *our account IDs are five characters, left-justified in
      * the nine the format allows; anything past them is a number
      * we never issued.
           IF WS-EN-ACCT-ID(WS-EN-IDX) = SPACES
                   OR WS-EN-ACCT-REST(WS-EN-IDX) NOT = SPACES
               MOVE "ACCT" TO WS-EN-REASON(WS-EN-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EN-ACCT-ID(WS-EN-IDX) TO AM-ACCT-ID
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "ACCT" TO WS-EN-REASON(WS-EN-IDX)
               NOT INVALID KEY
                   IF AM-STATUS = "C"
                       MOVE "CLSD" TO WS-EN-REASON(WS-EN-IDX)
                   END-IF
           END-READ.

      *the second and later entries carrying one trace number
      * on the same file are returned; the first stands on its own
      * merits.
       CHECK-DUPLICATES-ON-FILE.
           PERFORM VARYING WS-EN-IDX FROM 2 BY 1
                   UNTIL WS-EN-IDX > WS-ENTRY-COUNT
               MOVE WS-EN-BATCH-IDX(WS-EN-IDX) TO WS-BA-IDX
               IF WS-EN-REASON(WS-EN-IDX) = SPACES
                       AND WS-BA-REASON(WS-BA-IDX) = SPACES
                   PERFORM VARYING WS-EN-IDX-2 FROM 1 BY 1
                           UNTIL WS-EN-IDX-2 >= WS-EN-IDX
                       IF WS-EN-TRACE-NO(WS-EN-IDX-2)
                               = WS-EN-TRACE-NO(WS-EN-IDX)
                           MOVE "DUPL" TO WS-EN-REASON(WS-EN-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *a "D" line already in trans.dat carrying the same trace
      * number came off an earlier file tonight and has not been
      * posted yet.
       CHECK-PENDING-IN-TRANS.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-TRANS
           PERFORM UNTIL TRANS-EOF
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO EOF-TRANS
                   NOT AT END
                       IF TR-TYPE = "D"
                               AND TR-REFERENCE NOT = SPACES
                           PERFORM MATCH-PENDING-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.

       MATCH-PENDING-CREDIT.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENTRY-COUNT
               IF WS-EN-REASON(WS-EN-IDX) = SPACES
                       AND WS-EN-TRACE-NO(WS-EN-IDX) = TR-REFERENCE
                   MOVE "DUPL" TO WS-EN-REASON(WS-EN-IDX)
               END-IF
           END-PERFORM.

      *a good entry becomes a "D" line - the batch's currency,
      * and the trace number in TR-REFERENCE, which is what tells
      * EOD this deposit came in electronically rather than over
      * the counter. An entry in a rejected batch is skipped here;
      * the batch was reported whole above.
       WRITE-ONE-ENTRY.
           MOVE WS-EN-BATCH-IDX(WS-EN-IDX) TO WS-BA-IDX
           IF WS-BA-REASON(WS-BA-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-EN-REASON(WS-EN-IDX) = SPACES
               MOVE SPACES                     TO PAY-RAW-REC
               MOVE WS-EN-ACCT-ID(WS-EN-IDX)   TO PW-ACCT-ID
               MOVE "D"                        TO PW-TYPE
               MOVE WS-EN-AMOUNT(WS-EN-IDX)    TO PW-AMOUNT
               MOVE WS-BA-CURRENCY(WS-BA-IDX)  TO PW-CURRENCY
               MOVE WS-EN-TRACE-NO(WS-EN-IDX)  TO PW-REFERENCE
               WRITE PAY-RAW-REC
               ADD 1 TO WS-ITEMS-LOADED
               ADD WS-EN-AMOUNT(WS-EN-IDX) TO WS-TOTAL-LOADED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BATCH-DATE               TO PR-BATCH-DATE
           MOVE WS-EN-REASON(WS-EN-IDX)     TO PR-REASON-CODE
           MOVE WS-FILE-ID                  TO PR-FILE-ID
           MOVE WS-BA-NO(WS-BA-IDX)         TO PR-BATCH-NO
           MOVE WS-EN-TRACE-NO(WS-EN-IDX)   TO PR-TRACE-NO
           MOVE WS-EN-ACCT-NO(WS-EN-IDX)    TO PR-ACCT-NO
           MOVE WS-EN-AMOUNT(WS-EN-IDX)     TO PR-AMOUNT
           MOVE WS-BA-CURRENCY(WS-BA-IDX)   TO PR-CURRENCY
           MOVE WS-EN-PAYER-NAME(WS-EN-IDX) TO PR-PAYER-NAME
           MOVE WS-EN-PAYER-ACCT(WS-EN-IDX) TO PR-PAYER-ACCT
           WRITE PAY-RETURN-REC
           ADD 1 TO WS-ITEMS-RETURNED
           ADD WS-EN-AMOUNT(WS-EN-IDX) TO WS-TOTAL-RETURNED
           IF WS-EN-REASON(WS-EN-IDX) = "DATA"
               ADD 1 TO WS-RET-DATA
           END-IF
           IF WS-EN-REASON(WS-EN-IDX) = "ACCT"
               ADD 1 TO WS-RET-ACCT
           END-IF
           IF WS-EN-REASON(WS-EN-IDX) = "CLSD"
               ADD 1 TO WS-RET-CLSD
           END-IF
           IF WS-EN-REASON(WS-EN-IDX) = "DUPL"
               ADD 1 TO WS-RET-DUPL
           END-IF
           MOVE WS-EN-AMOUNT(WS-EN-IDX) TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "RETURNED " WS-EN-REASON(WS-EN-IDX)
               " ACCT=" WS-EN-ACCT-NO(WS-EN-IDX)
               " TRACE=" WS-EN-TRACE-NO(WS-EN-IDX)
               " AMT=" WS-AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *the night's credits and the existing trans.dat are
      * sorted together on TR-ACCT-ID - DUPLICATES IN ORDER so the
      * lines already on file for an account keep their relative
      * order - and the merged file is copied back over trans.dat.
       MERGE-CREDITS-INTO-TRANS.
           CLOSE PAY-RAW-FILE
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "00"
               MOVE "Y" TO WS-TRANS-EXISTS-SW
               CLOSE TRANS-FILE
           END-IF
           IF TRANS-EXISTS
               SORT TRANS-SORT-FILE
                   ON ASCENDING KEY TX-ACCT-ID
                   WITH DUPLICATES IN ORDER
                   USING TRANS-FILE PAY-RAW-FILE
                   GIVING TRANS-MERGED-FILE
           ELSE
               SORT TRANS-SORT-FILE
                   ON ASCENDING KEY TX-ACCT-ID
                   WITH DUPLICATES IN ORDER
                   USING PAY-RAW-FILE
                   GIVING TRANS-MERGED-FILE
           END-IF.

       INSTALL-MERGED-TRANS.
           OPEN INPUT TRANS-MERGED-FILE
           OPEN OUTPUT TRANS-FILE
           MOVE "N" TO EOF-MERGED
           PERFORM READ-MERGED
           PERFORM UNTIL MERGED-EOF
               MOVE TM-ACCT-ID      TO TR-ACCT-ID
               MOVE TM-TYPE         TO TR-TYPE
               MOVE TM-AMOUNT       TO TR-AMOUNT
               MOVE TM-DEST-ACCT-ID TO TR-DEST-ACCT-ID
               MOVE TM-CURRENCY     TO TR-CURRENCY
               MOVE TM-RELEASE-DATE TO TR-RELEASE-DATE
               MOVE TM-BRANCH       TO TR-BRANCH
               MOVE TM-REFERENCE    TO TR-REFERENCE
               WRITE TRANS-REC
               PERFORM READ-MERGED
           END-PERFORM
           CLOSE TRANS-MERGED-FILE
           CLOSE TRANS-FILE.

       READ-MERGED.
           READ TRANS-MERGED-FILE
               AT END
                   MOVE "Y" TO EOF-MERGED
               NOT AT END
                   CONTINUE
           END-READ.

      *the file is only marked loaded once its credits are in
      * trans.dat; the first run ever simply starts the log. A
      * batch rejected tonight comes back on a new file with a new
      * file ID, so marking the file loaded does not shut it out.
       RECORD-FILE-LOADED.
           OPEN EXTEND LOADED-FILE
           IF WS-LOADED-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOADED-FILE
           END-IF
           MOVE WS-FILE-DATE        TO PL-FILE-DATE
           MOVE WS-FILE-ID          TO PL-FILE-ID
           MOVE WS-BATCH-DATE       TO PL-BATCH-DATE
           MOVE WS-FILE-ENTRY-COUNT TO PL-ENTRY-COUNT
           MOVE WS-FILE-TOTAL       TO PL-TOTAL-AMOUNT
           WRITE LOADED-REC
           CLOSE LOADED-FILE.

      *the file's credits are in trans.dat and the file is on
      * the loaded log - emptied, the way CUSTMAINT and HOLDMNT
      * consume their request files, so the nights until the next
      * delivery find nothing to load rather than the same file
      * again. Inside the install marker's window: a run that dies
      * first finishes the job on its rerun.
       CLEAR-INWARD-FILE.
           OPEN OUTPUT INWARD-FILE
           CLOSE INWARD-FILE.

       WRITE-LOADER-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-BATCHES-ACCEPTED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "BATCHES ACCEPTED:         " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-BATCHES-REJECTED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "BATCHES REJECTED:         " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ENTRIES-REJECTED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  ENTRIES IN THEM:        " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-REJECTED TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  AMOUNT IN THEM:         " WS-AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ITEMS-LOADED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "CREDITS LOADED:           " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-LOADED TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "AMOUNT LOADED:            " WS-AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ITEMS-RETURNED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "ENTRIES RETURNED:         " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-RETURNED TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "AMOUNT RETURNED:          " WS-AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-RET-ACCT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  NO SUCH ACCOUNT (ACCT): " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-RET-CLSD TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNT CLOSED (CLSD):  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-RET-DUPL TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  DUPLICATE (DUPL):       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-RET-DATA TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  BAD ENTRY DATA (DATA):  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       CLOSE-FILES.
           CLOSE REPORT-FILE.
