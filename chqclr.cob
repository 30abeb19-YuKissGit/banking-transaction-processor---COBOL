      *----------hierarchy---------
      * D: division: identification, environment, data, procedure
      * S: section:（optional）
      *    (data -> working-storage section, file section
      *    (environment -> input-output section
      * P: paragraph
      *    ST: statement



      *---------------------------------------------
       IDENTIFICATION DIVISION. *> D1 identification
       PROGRAM-ID. CHQCLR.      *>    D1- program id

      *---------------------------------------------
      *inward cheque clearing, run after STDORDER has opened the
      * business date and ahead of that date's EOD. The clearing
      * house delivers chq-inward.dat: a header naming the file,
      * one detail row per cheque drawn on one of our accounts, and
      * a trailer carrying the item count and amount total. The
      * file is taken whole or not at all - a header or trailer
      * that is missing, out of place, or whose count or total does
      * not agree with the detail rows rejects the entire file, and
      * a file already loaded on an earlier run is refused outright.
      * A file once loaded is emptied, so the next night finds
      * nothing new until the clearing house delivers again.
      *each cheque in a good file is then checked, and returned
      * to the clearing house rather than posted when
      *    "DATA" - account, cheque number or amount unusable,
      *    "DUPL" - the same cheque is on the file twice, or is
      *             already waiting in trans.dat,
      *    "STOP" - a stop-payment on stoppay.dat covers it,
      *    "PAID" - the archive shows that cheque already paid.
      * Everything else goes into trans.dat as a "Q" cheque debit
      * carrying the cheque number, folded in the way STDORDER folds
      * in its orders, so EOD pays it with its usual available-
      * balance and overdraft checks - and returns what it cannot
      * pay on its own ./output/chq-returns.dat.
       ENVIRONMENT DIVISION.    *>D2 environment
       INPUT-OUTPUT SECTION.    *>    D2-S1 input-output
       FILE-CONTROL.            *>          D2-S1-P1 file-control
      *optional - a day the clearing house sends nothing
      * simply passes trans.dat through untouched. A file left
      * empty by the last load counts the same as no file.
           SELECT INWARD-FILE ASSIGN TO "chq-inward.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INWARD-FILE-STATUS.
      *the stop-payments in force, as STOPMNT keeps them;
      * optional - no file means no stops.
           SELECT STOP-FILE ASSIGN TO "stoppay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-FILE-STATUS.
      *the archive segments, read for cheques already paid;
      * optional - no segment means nothing paid that year.
           SELECT TXN-HIST-FILE ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
      *one row per inward file ever loaded - the clearing
      * house's file ID and date - so a file delivered twice cannot
      * post its cheques twice.
           SELECT LOADED-FILE ASSIGN TO "chq-loaded.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOADED-FILE-STATUS.
      *cheques refused here, in the layout EOD writes its own
      * returns in - one file per clearing file loaded, named for
      * its clearing date and file ID, so a second clearing file in
      * the same business day cannot overwrite the first one's
      * returns before they have gone back to the presenting banks,
      * and a rerun of the same file rewrites its own returns rather
      * than adding them twice. Only opened once the file has been
      * accepted.
           SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *present only between "the merged image is complete" and
      * "the install and the loaded-file row have landed" - a rerun
      * that finds it finishes the install before doing anything
      * else; same marker protocol STDORDER uses.
           SELECT CHQ-MARKER-FILE
               ASSIGN TO "./output/chqclr-restart.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKER-FILE-STATUS.
      *the cheques fold into trans.dat so tonight's EOD pays
      * them alongside the day's entries - sorted together with the
      * existing file, the same merge STDORDER and FEEASSESS use, so
      * the whole-file account order EOD's pre-flight demands
      * survives.
           SELECT TRANS-FILE ASSIGN TO "trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT CHQ-RAW-FILE
               ASSIGN TO "./output/chqclr-items.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-SORT-FILE
               ASSIGN TO "./output/chqclr-sort.tmp".
           SELECT TRANS-MERGED-FILE
               ASSIGN TO "./output/chqclr-merged.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE
               ASSIGN TO "./output/chqclr-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *the shared run-control record, read only: cheques are
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
      *three record shapes share the file, told apart by the
      * first byte: "H" header, "D" detail, "T" trailer. Amounts
      * carry the same implied V99 every other amount field in the
      * shop does.
       FD  INWARD-FILE.
           01  INWARD-REC.
               05  IW-REC-TYPE       PIC X(1).
               05  FILLER            PIC X(39).
           01  INWARD-HEADER-REC.
               05  IH-REC-TYPE       PIC X(1).
               05  IH-CLEAR-DATE     PIC X(8).
               05  IH-FILE-ID        PIC X(8).
               05  FILLER            PIC X(23).
           01  INWARD-DETAIL-REC.
               05  ID-REC-TYPE       PIC X(1).
               05  ID-ITEM-SEQ       PIC X(5).
               05  ID-ACCT-ID        PIC X(5).
               05  ID-CHEQUE-NO      PIC X(10).
               05  ID-AMOUNT         PIC X(9).
               05  ID-AMOUNT-N REDEFINES ID-AMOUNT
                                     PIC 9(7)V99.
               05  ID-CURRENCY       PIC X(3).
               05  FILLER            PIC X(7).
           01  INWARD-TRAILER-REC.
               05  IT-REC-TYPE       PIC X(1).
               05  IT-ITEM-COUNT     PIC X(6).
               05  IT-ITEM-COUNT-N REDEFINES IT-ITEM-COUNT
                                     PIC 9(6).
               05  IT-TOTAL-AMOUNT   PIC X(13).
               05  IT-TOTAL-AMOUNT-N REDEFINES IT-TOTAL-AMOUNT
                                     PIC 9(11)V99.
               05  FILLER            PIC X(20).

      *same layout STOPMNT keeps. A blank SP-CHQ-TO stops the
      * one cheque in SP-CHQ-FROM; a zero SP-AMOUNT stops it
      * whatever it is written for.
           FD  STOP-FILE.
           01  STOP-REC.
               05  SP-ACCT-ID        PIC X(5).
               05  SP-CHQ-FROM       PIC X(10).
               05  SP-CHQ-TO         PIC X(10).
               05  SP-AMOUNT         PIC 9(7)V99.
               05  SP-PLACED-DATE    PIC 9(8).
               05  SP-REASON         PIC X(20).

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

           FD  LOADED-FILE.
           01  LOADED-REC.
               05  CL-CLEAR-DATE     PIC X(8).
               05  CL-FILE-ID        PIC X(8).
               05  CL-BATCH-DATE     PIC 9(8).
               05  CL-ITEM-COUNT     PIC 9(6).
               05  CL-TOTAL-AMOUNT   PIC 9(11)V99.

      *same layout EOD writes its cheque returns in.
           FD  RETURN-FILE.
           01  CHQ-RETURN-REC.
               05  QR-BATCH-DATE      PIC 9(8).
               05  QR-REASON-CODE     PIC X(4).
               05  QR-ACCT-ID         PIC X(5).
               05  QR-CHEQUE-NO       PIC X(10).
               05  QR-ITEM-SEQ        PIC X(5).
               05  QR-AMOUNT          PIC 9(7)V99.
               05  QR-CURRENCY        PIC X(3).

      *carries the business date it was set for - a marker
      * that somehow survives into a later date must NOT replay
      * that old date's image over the new day's trans.dat - and
      * the loaded-file row still to be written once it lands.
           FD  CHQ-MARKER-FILE.
           01  CHQ-MARKER-REC.
               05  QM-FLAG           PIC X(1).
               05  QM-BATCH-DATE     PIC 9(8).
               05  QM-CLEAR-DATE     PIC X(8).
               05  QM-FILE-ID        PIC X(8).
               05  QM-ITEM-COUNT     PIC 9(6).
               05  QM-TOTAL-AMOUNT   PIC 9(11)V99.

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
               05  TR-CHQ-REF REDEFINES TR-REFERENCE.
                   10  TR-CHEQUE-NO      PIC X(10).
                   10  TR-CHQ-ITEM-SEQ   PIC X(5).

           FD  CHQ-RAW-FILE.
           01  CHQ-RAW-REC.
               05  QW-ACCT-ID        PIC X(5).
               05  QW-TYPE           PIC X(1).
               05  QW-AMOUNT         PIC 9(7)V99.
               05  QW-DEST-ACCT-ID   PIC X(5).
               05  QW-CURRENCY       PIC X(3).
               05  QW-RELEASE-DATE   PIC X(8).
               05  QW-BRANCH         PIC X(3).
               05  QW-REFERENCE      PIC X(15).
               05  QW-CHQ-REF REDEFINES QW-REFERENCE.
                   10  QW-CHEQUE-NO      PIC X(10).
                   10  QW-CHQ-ITEM-SEQ   PIC X(5).

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
           01  EOF-STOP              PIC X VALUE "N".
               88  STOP-EOF                 VALUE "Y".
           01  EOF-HIST              PIC X VALUE "N".
               88  HIST-EOF                 VALUE "Y".
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
           01  WS-STOP-FILE-STATUS   PIC XX.
           01  WS-HIST-FILE-STATUS   PIC XX.
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
           01  WS-BATCH-DATE-SPLIT REDEFINES WS-BATCH-DATE.
               05  WS-BATCH-YEAR     PIC 9(4).
               05  WS-BATCH-MONTH    PIC 9(2).
               05  WS-BATCH-DAY      PIC 9(2).
           01  WS-HIST-PATH          PIC X(30).
           01  WS-RETURN-PATH        PIC X(60).
           01  WS-SCAN-YEAR          PIC 9(4).
           01  WS-SCAN-FROM-YEAR     PIC 9(4).

      *the file-level verdict. WS-FILE-BAD-REASON says why the
      * whole file was refused; spaces while it is still good.
           01  WS-INWARD-SEEN-SW     PIC X VALUE "N".
               88  INWARD-SEEN              VALUE "Y".
           01  WS-HEADER-SEEN-SW     PIC X VALUE "N".
               88  HEADER-SEEN              VALUE "Y".
           01  WS-TRAILER-SEEN-SW    PIC X VALUE "N".
               88  TRAILER-SEEN             VALUE "Y".
           01  WS-FILE-BAD-REASON    PIC X(50) VALUE SPACES.
           01  WS-CLEAR-DATE         PIC X(8).
           01  WS-FILE-ID            PIC X(8).
           01  WS-TRAILER-COUNT      PIC 9(6).
           01  WS-TRAILER-TOTAL      PIC 9(11)V99.
           01  WS-DETAIL-COUNT       PIC 9(6) VALUE 0.
           01  WS-DETAIL-TOTAL       PIC 9(11)V99 VALUE 0.

      *the cheques on the file, held whole so the archive and
      * stop file are each read once, not once per item.
      * WS-IT-REASON: spaces until a check refuses the item.
           01  WS-ITEM-TABLE.
               05  WS-ITEM-COUNT     PIC 9(4) COMP VALUE 0.
               05  WS-ITEM-ENTRY OCCURS 5000 TIMES.
                   10  WS-IT-SEQ          PIC X(5).
                   10  WS-IT-ACCT-ID      PIC X(5).
                   10  WS-IT-CHEQUE-NO    PIC X(10).
                   10  WS-IT-AMOUNT       PIC 9(7)V99.
                   10  WS-IT-CURRENCY     PIC X(3).
                   10  WS-IT-REASON       PIC X(4).
           01  WS-IT-IDX             PIC 9(4) COMP.
           01  WS-IT-IDX-2           PIC 9(4) COMP.

      *the stop-payments in force.
           01  WS-STOP-TABLE.
               05  WS-STOP-COUNT     PIC 9(4) COMP VALUE 0.
               05  WS-STOP-ENTRY OCCURS 2000 TIMES.
                   10  WS-SP-ACCT-ID      PIC X(5).
                   10  WS-SP-CHQ-FROM     PIC X(10).
                   10  WS-SP-CHQ-TO       PIC X(10).
                   10  WS-SP-AMOUNT       PIC 9(7)V99.
           01  WS-SP-IDX             PIC 9(4) COMP.

           01  WS-COUNTERS.
               05  WS-ITEMS-LOADED   PIC 9(7) VALUE 0.
               05  WS-ITEMS-RETURNED PIC 9(7) VALUE 0.
               05  WS-RET-DATA       PIC 9(7) VALUE 0.
               05  WS-RET-DUPL       PIC 9(7) VALUE 0.
               05  WS-RET-STOP       PIC 9(7) VALUE 0.
               05  WS-RET-PAID       PIC 9(7) VALUE 0.
               05  WS-TOTAL-LOADED   PIC 9(11)V99 VALUE 0.
               05  WS-TOTAL-RETURNED PIC 9(11)V99 VALUE 0.

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
                   "NO INWARD CLEARING FILE - NOTHING TO LOAD"
               CLOSE CHQ-RAW-FILE
               PERFORM CLOSE-FILES
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM CHECK-FILE-CONTROLS
           IF WS-FILE-BAD-REASON = SPACES
               PERFORM CHECK-ALREADY-LOADED
           END-IF
      *a file refused whole posts nothing and returns nothing -
      * it goes back to the clearing house for redelivery, and
      * the run ends 8 so the operator sees it.
           IF WS-FILE-BAD-REASON NOT = SPACES
               DISPLAY "INWARD CLEARING FILE REJECTED: "
                   WS-FILE-BAD-REASON
               MOVE SPACES TO REPORT-LINE
               STRING "FILE REJECTED: " WS-FILE-BAD-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               CLOSE CHQ-RAW-FILE
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RETURN-PATH
           STRING "./output/chqclr-returns-" WS-CLEAR-DATE "-"
               WS-FILE-ID DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE INTO WS-RETURN-PATH
           END-STRING
           OPEN OUTPUT RETURN-FILE
           PERFORM CHECK-ITEM-DATA
           PERFORM CHECK-DUPLICATES-ON-FILE
           PERFORM CHECK-PENDING-IN-TRANS
           PERFORM LOAD-STOP-PAYMENTS
           PERFORM CHECK-STOP-PAYMENTS
           PERFORM CHECK-PAID-IN-ARCHIVE
           PERFORM WRITE-ONE-ITEM
               VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-ITEM-COUNT
           PERFORM MERGE-CHEQUES-INTO-TRANS
           PERFORM SET-INSTALL-MARKER
           PERFORM INSTALL-MERGED-TRANS
           PERFORM RECORD-FILE-LOADED
           PERFORM CLEAR-INWARD-FILE
           PERFORM CLEAR-INSTALL-MARKER
           PERFORM WRITE-CLEARING-TOTALS
           CLOSE RETURN-FILE
           PERFORM CLOSE-FILES
           PERFORM LOG-RUN-END
           STOP RUN.

      *cheques are loaded inside tonight's window: after
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
                   WS-BATCH-DATE " - CHEQUES WOULD MISS IT. "
                   "RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *a marker left by a crashed run means the merged image
      * was complete but the copy over trans.dat, or the loaded-
      * file row, never landed - the file's cheques are already in
      * the image, so this run must NOT load them again: it lands
      * the install from the staged image and stops.
       FINISH-PRIOR-INSTALL.
           OPEN INPUT CHQ-MARKER-FILE
           IF WS-MARKER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CHQ-MARKER-FILE
               AT END
                   CLOSE CHQ-MARKER-FILE
                   EXIT PARAGRAPH
               NOT AT END
                   CONTINUE
           END-READ
           CLOSE CHQ-MARKER-FILE
      *a marker from another business date is stale: that
      * date's image must not land on top of the new day's file.
           IF QM-BATCH-DATE NOT = WS-BATCH-DATE
               DISPLAY "WARNING: STALE CHEQUE INSTALL MARKER FROM "
                   QM-BATCH-DATE " DISCARDED"
               PERFORM CLEAR-INSTALL-MARKER
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COMPLETING UNFINISHED CHEQUE INSTALL"
           MOVE QM-CLEAR-DATE   TO WS-CLEAR-DATE
           MOVE QM-FILE-ID      TO WS-FILE-ID
           MOVE QM-ITEM-COUNT   TO WS-DETAIL-COUNT
           MOVE QM-TOTAL-AMOUNT TO WS-DETAIL-TOTAL
           PERFORM INSTALL-MERGED-TRANS
           PERFORM RECORD-FILE-LOADED
           PERFORM CLEAR-INWARD-FILE
           PERFORM CLEAR-INSTALL-MARKER
           PERFORM LOG-RUN-END
           STOP RUN.

       SET-INSTALL-MARKER.
           OPEN OUTPUT CHQ-MARKER-FILE
           MOVE "I"             TO QM-FLAG
           MOVE WS-BATCH-DATE   TO QM-BATCH-DATE
           MOVE WS-CLEAR-DATE   TO QM-CLEAR-DATE
           MOVE WS-FILE-ID      TO QM-FILE-ID
           MOVE WS-DETAIL-COUNT TO QM-ITEM-COUNT
           MOVE WS-DETAIL-TOTAL TO QM-TOTAL-AMOUNT
           WRITE CHQ-MARKER-REC
           CLOSE CHQ-MARKER-FILE.

       CLEAR-INSTALL-MARKER.
           OPEN OUTPUT CHQ-MARKER-FILE
           CLOSE CHQ-MARKER-FILE.

       LOG-RUN-START.
           MOVE "S" TO WS-RH-EVENT
           MOVE 0   TO WS-RH-OK
           MOVE 0   TO WS-RH-FAIL
           PERFORM WRITE-RUN-HISTORY.

       LOG-RUN-END.
           MOVE "E" TO WS-RH-EVENT
           MOVE WS-ITEMS-LOADED   TO WS-RH-OK
           MOVE WS-ITEMS-RETURNED TO WS-RH-FAIL
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
           MOVE "CHQCLR"      TO RH-PROGRAM
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
           OPEN OUTPUT CHQ-RAW-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM "===== INWARD CHEQUE CLEARING ====="
           MOVE SPACES TO REPORT-LINE
           STRING "BUSINESS DATE: " WS-BATCH-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *one pass over the inward file, checking its shape as
      * it goes: the header first and once, the trailer last and
      * once, nothing but detail rows between. The first fault
      * found is the one the file is refused for; the rest of the
      * file is still read so the table is never half-trusted.
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
           IF NOT TRAILER-SEEN
                   AND WS-FILE-BAD-REASON = SPACES
               MOVE "NO TRAILER RECORD" TO WS-FILE-BAD-REASON
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
               MOVE "NO HEADER RECORD" TO WS-FILE-BAD-REASON
           END-IF.

       TAKE-ONE-INWARD-REC.
           IF TRAILER-SEEN
               IF WS-FILE-BAD-REASON = SPACES
                   MOVE "RECORDS AFTER THE TRAILER"
                       TO WS-FILE-BAD-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF IW-REC-TYPE = "H"
               IF HEADER-SEEN OR WS-DETAIL-COUNT > 0
                   IF WS-FILE-BAD-REASON = SPACES
                       MOVE "HEADER RECORD OUT OF PLACE"
                           TO WS-FILE-BAD-REASON
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-HEADER-SEEN-SW
               MOVE IH-CLEAR-DATE TO WS-CLEAR-DATE
               MOVE IH-FILE-ID    TO WS-FILE-ID
               EXIT PARAGRAPH
           END-IF

           IF IW-REC-TYPE = "D"
               IF NOT HEADER-SEEN
                   PERFORM NOTE-FILE-BAD-NO-HEADER
               END-IF
               IF WS-ITEM-COUNT >= 5000
                   DISPLAY "FATAL: MORE THAN 5000 CHEQUES ON THE "
                       "INWARD FILE. RUN ABORTED."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ITEM-COUNT
               ADD 1 TO WS-DETAIL-COUNT
               MOVE ID-ITEM-SEQ  TO WS-IT-SEQ(WS-ITEM-COUNT)
               MOVE ID-ACCT-ID   TO WS-IT-ACCT-ID(WS-ITEM-COUNT)
               MOVE ID-CHEQUE-NO TO WS-IT-CHEQUE-NO(WS-ITEM-COUNT)
               MOVE ID-CURRENCY  TO WS-IT-CURRENCY(WS-ITEM-COUNT)
               MOVE SPACES       TO WS-IT-REASON(WS-ITEM-COUNT)
      *an amount that is not a number cannot be added into
      * the control total - and a total that cannot be proved
      * cannot be trusted, so the whole file goes back.
               IF ID-AMOUNT NOT NUMERIC
                   MOVE 0 TO WS-IT-AMOUNT(WS-ITEM-COUNT)
                   IF WS-FILE-BAD-REASON = SPACES
                       MOVE "DETAIL AMOUNT NOT NUMERIC"
                           TO WS-FILE-BAD-REASON
                   END-IF
               ELSE
                   MOVE ID-AMOUNT-N TO WS-IT-AMOUNT(WS-ITEM-COUNT)
                   ADD ID-AMOUNT-N TO WS-DETAIL-TOTAL
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF IW-REC-TYPE = "T"
               IF NOT HEADER-SEEN
                   PERFORM NOTE-FILE-BAD-NO-HEADER
               END-IF
               MOVE "Y" TO WS-TRAILER-SEEN-SW
               IF IT-ITEM-COUNT NOT NUMERIC
                       OR IT-TOTAL-AMOUNT NOT NUMERIC
                   IF WS-FILE-BAD-REASON = SPACES
                       MOVE "TRAILER CONTROLS NOT NUMERIC"
                           TO WS-FILE-BAD-REASON
                   END-IF
                   MOVE 0 TO WS-TRAILER-COUNT
                   MOVE 0 TO WS-TRAILER-TOTAL
               ELSE
                   MOVE IT-ITEM-COUNT-N   TO WS-TRAILER-COUNT
                   MOVE IT-TOTAL-AMOUNT-N TO WS-TRAILER-TOTAL
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-FILE-BAD-REASON = SPACES
               MOVE "UNKNOWN RECORD TYPE ON FILE"
                   TO WS-FILE-BAD-REASON
           END-IF.

      *the trailer's count and total against the detail rows
      * actually on the file, and the header's date against the
      * business date - a file dated ahead of tonight has not been
      * presented yet.
       CHECK-FILE-CONTROLS.
           IF WS-FILE-BAD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CLEAR-DATE NOT NUMERIC
               MOVE "HEADER CLEARING DATE NOT NUMERIC"
                   TO WS-FILE-BAD-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CLEAR-DATE > WS-BATCH-DATE
               MOVE "HEADER DATED AFTER THE BUSINESS DATE"
                   TO WS-FILE-BAD-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
               MOVE "TRAILER ITEM COUNT DOES NOT AGREE"
                   TO WS-FILE-BAD-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAILER-TOTAL NOT = WS-DETAIL-TOTAL
               MOVE "TRAILER AMOUNT TOTAL DOES NOT AGREE"
                   TO WS-FILE-BAD-REASON
           END-IF
           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "FILE " WS-FILE-ID " CLEARING DATE " WS-CLEAR-DATE
               " ITEMS " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DETAIL-TOTAL TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "FILE TOTAL:               " WS-AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *the same file ID on the same clearing date has already
      * gone into a trans.dat - loading it again would pay every
      * cheque on it twice.
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
                       IF CL-CLEAR-DATE = WS-CLEAR-DATE
                               AND CL-FILE-ID = WS-FILE-ID
                           MOVE SPACES TO WS-FILE-BAD-REASON
                           STRING "FILE ALREADY LOADED ON "
                               CL-BATCH-DATE
                               DELIMITED BY SIZE
                               INTO WS-FILE-BAD-REASON
                           END-STRING
                           MOVE "Y" TO EOF-LOADED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOADED-FILE.

      *an item that cannot be posted as it stands - no
      * account, a cheque number that is not a number, a zero
      * amount - is returned for the presenting bank to correct.
       CHECK-ITEM-DATA.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITEM-COUNT
               IF WS-IT-ACCT-ID(WS-IT-IDX) = SPACES
                       OR WS-IT-CHEQUE-NO(WS-IT-IDX) NOT NUMERIC
                       OR WS-IT-AMOUNT(WS-IT-IDX) = 0
                   MOVE "DATA" TO WS-IT-REASON(WS-IT-IDX)
               END-IF
           END-PERFORM.

      *the second and later presentments of one cheque on the
      * same file are returned; the first stands on its own merits.
       CHECK-DUPLICATES-ON-FILE.
           PERFORM VARYING WS-IT-IDX FROM 2 BY 1
                   UNTIL WS-IT-IDX > WS-ITEM-COUNT
               IF WS-IT-REASON(WS-IT-IDX) = SPACES
                   PERFORM VARYING WS-IT-IDX-2 FROM 1 BY 1
                           UNTIL WS-IT-IDX-2 >= WS-IT-IDX
                       IF WS-IT-ACCT-ID(WS-IT-IDX-2)
                               = WS-IT-ACCT-ID(WS-IT-IDX)
                               AND WS-IT-CHEQUE-NO(WS-IT-IDX-2)
                               = WS-IT-CHEQUE-NO(WS-IT-IDX)
                           MOVE "DUPL" TO WS-IT-REASON(WS-IT-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *a "Q" line already in trans.dat for the same account
      * and cheque came off an earlier file tonight and has not
      * been paid yet - the archive cannot show it until EOD runs.
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
                       IF TR-TYPE = "Q"
                           PERFORM MATCH-PENDING-CHEQUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.

       MATCH-PENDING-CHEQUE.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITEM-COUNT
               IF WS-IT-REASON(WS-IT-IDX) = SPACES
                       AND WS-IT-ACCT-ID(WS-IT-IDX) = TR-ACCT-ID
                       AND WS-IT-CHEQUE-NO(WS-IT-IDX) = TR-CHEQUE-NO
                   MOVE "DUPL" TO WS-IT-REASON(WS-IT-IDX)
               END-IF
           END-PERFORM.

       LOAD-STOP-PAYMENTS.
           OPEN INPUT STOP-FILE
           IF WS-STOP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-STOP
           PERFORM UNTIL STOP-EOF
               READ STOP-FILE
                   AT END
                       MOVE "Y" TO EOF-STOP
                   NOT AT END
                       IF WS-STOP-COUNT >= 2000
                           DISPLAY "FATAL: MORE THAN 2000 STOP-"
                               "PAYMENTS IN FORCE. RUN ABORTED."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-STOP-COUNT
                       MOVE SP-ACCT-ID
                           TO WS-SP-ACCT-ID(WS-STOP-COUNT)
                       MOVE SP-CHQ-FROM
                           TO WS-SP-CHQ-FROM(WS-STOP-COUNT)
      *a single-cheque stop is held as a range of one so the
      * test below has only one shape to handle.
                       IF SP-CHQ-TO = SPACES
                           MOVE SP-CHQ-FROM
                               TO WS-SP-CHQ-TO(WS-STOP-COUNT)
                       ELSE
                           MOVE SP-CHQ-TO
                               TO WS-SP-CHQ-TO(WS-STOP-COUNT)
                       END-IF
                       MOVE SP-AMOUNT
                           TO WS-SP-AMOUNT(WS-STOP-COUNT)
               END-READ
           END-PERFORM
           CLOSE STOP-FILE.

      *cheque numbers are ten zero-padded digits on both
      * files, so the range test compares them as they stand.
       CHECK-STOP-PAYMENTS.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITEM-COUNT
               IF WS-IT-REASON(WS-IT-IDX) = SPACES
                   PERFORM MATCH-ONE-STOP
               END-IF
           END-PERFORM.

       MATCH-ONE-STOP.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-STOP-COUNT
               IF WS-SP-ACCT-ID(WS-SP-IDX) = WS-IT-ACCT-ID(WS-IT-IDX)
                       AND WS-IT-CHEQUE-NO(WS-IT-IDX)
                           NOT < WS-SP-CHQ-FROM(WS-SP-IDX)
                       AND WS-IT-CHEQUE-NO(WS-IT-IDX)
                           NOT > WS-SP-CHQ-TO(WS-SP-IDX)
                       AND (WS-SP-AMOUNT(WS-SP-IDX) = 0
                           OR WS-SP-AMOUNT(WS-SP-IDX)
                               = WS-IT-AMOUNT(WS-IT-IDX))
                   MOVE "STOP" TO WS-IT-REASON(WS-IT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *a cheque paid before is on the archive as a "CQ" row
      * carrying its number. Last year's segment is read as well
      * as this year's - a cheque is stale long before it could
      * have been paid any earlier than that. A paid cheque EOD
      * has since reversed (marked "R") is no longer paid.
       CHECK-PAID-IN-ARCHIVE.
           IF WS-ITEM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SCAN-FROM-YEAR = WS-BATCH-YEAR - 1
           PERFORM VARYING WS-SCAN-YEAR FROM WS-SCAN-FROM-YEAR BY 1
                   UNTIL WS-SCAN-YEAR > WS-BATCH-YEAR
               MOVE SPACES TO WS-HIST-PATH
               STRING "txn-history-" WS-SCAN-YEAR ".dat"
                   DELIMITED BY SIZE INTO WS-HIST-PATH
               END-STRING
               OPEN INPUT TXN-HIST-FILE
               IF WS-HIST-FILE-STATUS = "00"
                   MOVE "N" TO EOF-HIST
                   PERFORM READ-HIST
                   PERFORM UNTIL HIST-EOF
                       IF TH-TR-TYPE = "CQ"
                               AND TH-REV-FLAG NOT = "R"
                           PERFORM MATCH-PAID-CHEQUE
                       END-IF
                       PERFORM READ-HIST
                   END-PERFORM
                   CLOSE TXN-HIST-FILE
               END-IF
           END-PERFORM.

       READ-HIST.
           READ TXN-HIST-FILE
               AT END
                   MOVE "Y" TO EOF-HIST
               NOT AT END
                   CONTINUE
           END-READ.

       MATCH-PAID-CHEQUE.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITEM-COUNT
               IF WS-IT-REASON(WS-IT-IDX) = SPACES
                       AND WS-IT-ACCT-ID(WS-IT-IDX) = TH-ACCT-ID
                       AND WS-IT-CHEQUE-NO(WS-IT-IDX) = TH-CHEQUE-NO
                   MOVE "PAID" TO WS-IT-REASON(WS-IT-IDX)
               END-IF
           END-PERFORM.

      *a good item becomes a "Q" line - the cheque number and
      * the item's sequence on the inward file in TR-REFERENCE, so
      * EOD's return for it can be matched to what was presented.
      * A refused item goes straight to the return file.
       WRITE-ONE-ITEM.
           IF WS-IT-REASON(WS-IT-IDX) = SPACES
               MOVE SPACES                     TO CHQ-RAW-REC
               MOVE WS-IT-ACCT-ID(WS-IT-IDX)   TO QW-ACCT-ID
               MOVE "Q"                        TO QW-TYPE
               MOVE WS-IT-AMOUNT(WS-IT-IDX)    TO QW-AMOUNT
               MOVE WS-IT-CURRENCY(WS-IT-IDX)  TO QW-CURRENCY
               MOVE WS-IT-CHEQUE-NO(WS-IT-IDX) TO QW-CHEQUE-NO
               MOVE WS-IT-SEQ(WS-IT-IDX)       TO QW-CHQ-ITEM-SEQ
               WRITE CHQ-RAW-REC
               ADD 1 TO WS-ITEMS-LOADED
               ADD WS-IT-AMOUNT(WS-IT-IDX) TO WS-TOTAL-LOADED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BATCH-DATE              TO QR-BATCH-DATE
           MOVE WS-IT-REASON(WS-IT-IDX)    TO QR-REASON-CODE
           MOVE WS-IT-ACCT-ID(WS-IT-IDX)   TO QR-ACCT-ID
           MOVE WS-IT-CHEQUE-NO(WS-IT-IDX) TO QR-CHEQUE-NO
           MOVE WS-IT-SEQ(WS-IT-IDX)       TO QR-ITEM-SEQ
           MOVE WS-IT-AMOUNT(WS-IT-IDX)    TO QR-AMOUNT
           MOVE WS-IT-CURRENCY(WS-IT-IDX)  TO QR-CURRENCY
           WRITE CHQ-RETURN-REC
           ADD 1 TO WS-ITEMS-RETURNED
           ADD WS-IT-AMOUNT(WS-IT-IDX) TO WS-TOTAL-RETURNED
           IF WS-IT-REASON(WS-IT-IDX) = "DATA"
               ADD 1 TO WS-RET-DATA
           END-IF
           IF WS-IT-REASON(WS-IT-IDX) = "DUPL"
               ADD 1 TO WS-RET-DUPL
           END-IF
           IF WS-IT-REASON(WS-IT-IDX) = "STOP"
               ADD 1 TO WS-RET-STOP
           END-IF
           IF WS-IT-REASON(WS-IT-IDX) = "PAID"
               ADD 1 TO WS-RET-PAID
           END-IF
           MOVE WS-IT-AMOUNT(WS-IT-IDX) TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "RETURNED " WS-IT-REASON(WS-IT-IDX)
               " ACCT=" WS-IT-ACCT-ID(WS-IT-IDX)
               " CHQ=" WS-IT-CHEQUE-NO(WS-IT-IDX)
               " ITEM=" WS-IT-SEQ(WS-IT-IDX)
               " AMT=" WS-AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *the night's cheques and the existing trans.dat are
      * sorted together on TR-ACCT-ID - DUPLICATES IN ORDER so the
      * lines already on file for an account keep their relative
      * order - and the merged file is copied back over trans.dat.
       MERGE-CHEQUES-INTO-TRANS.
           CLOSE CHQ-RAW-FILE
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "00"
               MOVE "Y" TO WS-TRANS-EXISTS-SW
               CLOSE TRANS-FILE
           END-IF
           IF TRANS-EXISTS
               SORT TRANS-SORT-FILE
                   ON ASCENDING KEY TX-ACCT-ID
                   WITH DUPLICATES IN ORDER
                   USING TRANS-FILE CHQ-RAW-FILE
                   GIVING TRANS-MERGED-FILE
           ELSE
               SORT TRANS-SORT-FILE
                   ON ASCENDING KEY TX-ACCT-ID
                   WITH DUPLICATES IN ORDER
                   USING CHQ-RAW-FILE
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

      *the file is only marked loaded once its cheques are in
      * trans.dat; the first run ever simply starts the log.
       RECORD-FILE-LOADED.
           OPEN EXTEND LOADED-FILE
           IF WS-LOADED-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOADED-FILE
           END-IF
           MOVE WS-CLEAR-DATE   TO CL-CLEAR-DATE
           MOVE WS-FILE-ID      TO CL-FILE-ID
           MOVE WS-BATCH-DATE   TO CL-BATCH-DATE
           MOVE WS-DETAIL-COUNT TO CL-ITEM-COUNT
           MOVE WS-DETAIL-TOTAL TO CL-TOTAL-AMOUNT
           WRITE LOADED-REC
           CLOSE LOADED-FILE.

      *the file's cheques are in trans.dat and the file is on
      * the loaded log - emptied, the way CUSTMAINT and HOLDMNT
      * consume their request files, so the nights until the next
      * delivery find nothing to load rather than the same file
      * again. Inside the install marker's window: a run that dies
      * first finishes the job on its rerun.
       CLEAR-INWARD-FILE.
           OPEN OUTPUT INWARD-FILE
           CLOSE INWARD-FILE.

       WRITE-CLEARING-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ITEMS-LOADED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "CHEQUES LOADED:           " WS-COUNT-DISP
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
           STRING "CHEQUES RETURNED:         " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-RETURNED TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "AMOUNT RETURNED:          " WS-AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-RET-STOP TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  STOPPED (STOP):         " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-RET-PAID TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  ALREADY PAID (PAID):    " WS-COUNT-DISP
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
           STRING "  BAD ITEM DATA (DATA):   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       CLOSE-FILES.
           CLOSE REPORT-FILE.
