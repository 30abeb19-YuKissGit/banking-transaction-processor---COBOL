           SELECT FX-RATE-FILE ASSIGN TO "fx-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.
      *the bank's non-business days - public holidays and any
      * other day the branches are shut - one dated row each.
      * Saturdays and Sundays are never business days and need no
      * row. Optional the same way FX-RATE-FILE is: no calendar
      * simply means weekends are the only days off.
           SELECT CALENDAR-FILE ASSIGN TO "calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
      *funds holds carried between business days - check
      * holds, garnishments - one row per hold still in force.
      * Optional the same way FX-RATE-FILE is: no holds file simply
           SELECT TXN-HIST-NEXT ASSIGN TO "./output/txn-hist-next.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-NEXT-STATUS.
      *the next image of an EARLIER open year's segment, built
      * when a reversal lands on a posting archived in a prior year
      * and that original has to be marked. Same whole-image install
      * as TXN-HIST-NEXT; kept apart from it so the two recovery
      * probes can never adopt each other's image.
           SELECT TXN-HIST-MARK ASSIGN TO "./output/txn-hist-mark.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-MARK-STATUS.
      *inward cheques EOD could not pay, one row per "Q" line
      * refused, in the layout CHQCLR writes its own returns in -
      * this is what goes back to the clearing house tomorrow with
      * the reason the item bounced. Rebuilt whole by every run,
      * the same as rejects.dat, since a rerun replays the refusals.
           SELECT CHQ-RETURN-FILE ASSIGN TO "./output/chq-returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *one row per "P" outgoing payment posted tonight, in the
      * order posted - sorted by currency at the end of the run into
      * the outward interchange file. Rebuilt whole by every run,
      * since a rerun replays the postings.
           SELECT PAYOUT-WORK-FILE
               ASSIGN TO "./output/payout-items.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYOUT-SORT-FILE
               ASSIGN TO "./output/payout-sort.tmp".
           SELECT PAYOUT-SORTED-FILE
               ASSIGN TO "./output/payout-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *tonight's outgoing payments for the clearing network, in
      * the interchange format PAYIN reads the inward file in - one
      * batch per currency, each with its own trailer controls.
           SELECT PAY-OUTWARD-FILE ASSIGN TO "./output/pay-outward.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *---------------------------------------------
       DATA DIVISION.           *> D3 data
      * per-branch totals below key on the posted ACCOUNT's branch,
      * which is authoritative whoever keyed the entry.
               05  TR-BRANCH         PIC X(3).
      *the earlier posting a line acts on. On a TR-TYPE "R"
      * reversal it names the archived original by its post date
      * and archive sequence number (the account is TR-ACCT-ID
      * itself); on a TR-TYPE "Q" cheque debit it carries the
      * cheque number and the item's sequence in CHQCLR's inward
      * file; on a TR-TYPE "P" outgoing payment it names the
      * beneficiary - the receiving bank's network ID and the
      * account there; on a "D" PAYIN loaded from the inward
      * interchange file it carries the entry's trace number, and is
      * spaces on a counter deposit; spaces on every other
      * transaction type.
               05  TR-REFERENCE      PIC X(15).
               05  TR-REV-REF REDEFINES TR-REFERENCE.
                   10  TR-REV-POST-DATE  PIC 9(8).
                   10  TR-REV-SEQ        PIC 9(7).
               05  TR-CHQ-REF REDEFINES TR-REFERENCE.
                   10  TR-CHEQUE-NO      PIC X(10).
                   10  TR-CHQ-ITEM-SEQ   PIC X(5).
               05  TR-PAY-REF REDEFINES TR-REFERENCE.
                   10  TR-PAY-BANK       PIC X(6).
                   10  TR-PAY-ACCT       PIC X(9).

           FD  ACCT-NEW.
           01  ACCT-NEW-REC.
               05  RJ-CURRENCY       PIC X(3).
               05  RJ-RELEASE-DATE   PIC X(8).
               05  RJ-BRANCH         PIC X(3).
               05  RJ-REFERENCE      PIC X(15).

           FD  GL-CONTROL-FILE.
           01  GL-CONTROL-REC.
               05  HO-RELEASE-DATE    PIC 9(8).
               05  HO-PLACED-DATE     PIC 9(8).

      *one row per non-business day; the description is for
      * whoever keeps the file up, nothing reads it.
           FD  CALENDAR-FILE.
           01  CALENDAR-REC.
               05  CA-DATE           PIC 9(8).
               05  CA-DESC           PIC X(30).

           FD  RUN-CONTROL.
           01  RUN-CONTROL-REC.
               05  RL-BUSINESS-DATE   PIC 9(8).
               05  SR-SEQ             PIC 9(7).
               05  SR-TR-TYPE         PIC X(2).
               05  SR-TR-AMOUNT       PIC 9(7)V99.
               05  SR-CHEQUE-NO       PIC X(10).

           SD  STMT-SORT-FILE.
           01  STMT-SORT-REC.
               05  SS-SEQ             PIC 9(7).
               05  SS-TR-TYPE         PIC X(2).
               05  SS-TR-AMOUNT       PIC 9(7)V99.
               05  SS-CHEQUE-NO       PIC X(10).

           FD  STMT-SORTED-FILE.
           01  STMT-SORTED-REC.
               05  SD-SEQ             PIC 9(7).
               05  SD-TR-TYPE         PIC X(2).
               05  SD-TR-AMOUNT       PIC 9(7)V99.
               05  SD-CHEQUE-NO       PIC X(10).

           FD  STMT-FILE.
           01  STMT-LINE              PIC X(80).
      *TH-BALANCE-AFTER is the account's balance once this
      * posting landed, so an inquiry can show a running balance
      * without replaying every prior day first.
      *TH-REV-LINK ties the two halves of a reversed pair
      * together: the original carries flag "R" and points at the
      * reversal posting, the reversal carries flag "V" and points
      * back at the original - each with the other half's date,
      * sequence and posting code. Spaces on every other row. The
      * link never touches TH-TR-AMOUNT, so marking an original
      * leaves HISTROLL's certified hash totals standing.
      *TH-CHEQUE-NO is the cheque a "CQ" posting paid, so a
      * statement or inquiry can name it and CHQCLR can refuse the
      * same cheque presented twice. Spaces on every other row -
      * rows archived before the field existed read back as spaces.
           FD  TXN-HIST-FILE.
           01  TXN-HIST-REC.
               05  TH-POST-DATE       PIC 9(8).
               05  TH-TR-TYPE         PIC X(2).
               05  TH-TR-AMOUNT       PIC 9(7)V99.
               05  TH-BALANCE-AFTER   PIC S9(7)V99.
               05  TH-REV-LINK.
                   10  TH-REV-FLAG        PIC X(1).
                   10  TH-REV-POST-DATE   PIC 9(8).
                   10  TH-REV-SEQ         PIC 9(7).
                   10  TH-REV-TR-TYPE     PIC X(2).
               05  TH-CHEQUE-NO       PIC X(10).

           FD  TXN-HIST-CATALOG.
           01  TXN-HIST-CAT-REC.
               05  TW-TR-TYPE         PIC X(2).
               05  TW-TR-AMOUNT       PIC 9(7)V99.
               05  TW-BALANCE-AFTER   PIC S9(7)V99.
               05  TW-REV-LINK.
                   10  TW-REV-FLAG        PIC X(1).
                   10  TW-REV-POST-DATE   PIC 9(8).
                   10  TW-REV-SEQ         PIC 9(7).
                   10  TW-REV-TR-TYPE     PIC X(2).
               05  TW-CHEQUE-NO       PIC X(10).

           FD  TXN-HIST-NEXT.
           01  TXN-HIST-NEXT-REC.
               05  TN-TR-TYPE         PIC X(2).
               05  TN-TR-AMOUNT       PIC 9(7)V99.
               05  TN-BALANCE-AFTER   PIC S9(7)V99.
               05  TN-REV-LINK.
                   10  TN-REV-FLAG        PIC X(1).
                   10  TN-REV-POST-DATE   PIC 9(8).
                   10  TN-REV-SEQ         PIC 9(7).
                   10  TN-REV-TR-TYPE     PIC X(2).
               05  TN-CHEQUE-NO       PIC X(10).

      *only the post date is looked at here - the recovery
      * probe takes the year off the first row to know which
      * segment an orphaned image belongs to.
           FD  TXN-HIST-MARK.
           01  TXN-HIST-MARK-REC.
               05  TQ-POST-DATE       PIC 9(8).
               05  FILLER             PIC X(60).

      *same layout CHQCLR writes its loader returns in. The
      * item sequence is the item's position in the inward file,
      * which with the cheque number is how the clearing house
      * matches a return to what it presented.
           FD  CHQ-RETURN-FILE.
           01  CHQ-RETURN-REC.
               05  QR-BATCH-DATE      PIC 9(8).
               05  QR-REASON-CODE     PIC X(4).
               05  QR-ACCT-ID         PIC X(5).
               05  QR-CHEQUE-NO       PIC X(10).
               05  QR-ITEM-SEQ        PIC X(5).
               05  QR-AMOUNT          PIC 9(7)V99.
               05  QR-CURRENCY        PIC X(3).

      *PO-SEQ is the payment's own archive sequence - with the
      * batch date it makes the trace number, which is also exactly
      * what an "R" line needs to reverse the payment if the
      * receiving bank sends it back.
           FD  PAYOUT-WORK-FILE.
           01  PAYOUT-WORK-REC.
               05  PO-CURRENCY        PIC X(3).
               05  PO-ACCT-ID         PIC X(5).
               05  PO-NAME            PIC X(10).
               05  PO-BANK-ID         PIC X(6).
               05  PO-BENE-ACCT       PIC X(9).
               05  PO-AMOUNT          PIC 9(7)V99.
               05  PO-SEQ             PIC 9(7).

           SD  PAYOUT-SORT-FILE.
           01  PAYOUT-SORT-REC.
               05  PS-CURRENCY        PIC X(3).
               05  FILLER             PIC X(46).

           FD  PAYOUT-SORTED-FILE.
           01  PAYOUT-SORTED-REC.
               05  PD-CURRENCY        PIC X(3).
               05  PD-ACCT-ID         PIC X(5).
               05  PD-NAME            PIC X(10).
               05  PD-BANK-ID         PIC X(6).
               05  PD-BANK-ID-N REDEFINES PD-BANK-ID
                                      PIC 9(6).
               05  PD-BENE-ACCT       PIC X(9).
               05  PD-AMOUNT          PIC 9(7)V99.
               05  PD-SEQ             PIC 9(7).

      *same layout PAYIN reads the inward file in - keep the
      * two in step. The payer fields name our own customer, the
      * account the money left.
           FD  PAY-OUTWARD-FILE.
           01  PAY-OUTWARD-REC        PIC X(80).
           01  OX-FILE-HEADER-REC.
               05  FH-REC-TYPE        PIC X(1).
               05  FH-FILE-ID         PIC X(8).
               05  FH-FILE-DATE       PIC 9(8).
               05  FH-ORIGIN-BANK     PIC X(6).
               05  FH-DEST-BANK       PIC X(6).
               05  FILLER             PIC X(51).
           01  OX-BATCH-HEADER-REC.
               05  BH-REC-TYPE        PIC X(1).
               05  BH-BATCH-NO        PIC 9(4).
               05  BH-CURRENCY        PIC X(3).
               05  BH-ENTRY-DESC      PIC X(10).
               05  BH-ORIGINATOR      PIC X(16).
               05  FILLER             PIC X(46).
           01  OX-ENTRY-REC.
               05  EN-REC-TYPE        PIC X(1).
               05  EN-TRACE-NO.
                   10  EN-TRACE-DATE      PIC 9(8).
                   10  EN-TRACE-SEQ       PIC 9(7).
               05  EN-BANK-ID         PIC X(6).
               05  EN-ACCT-NO         PIC X(9).
               05  EN-AMOUNT          PIC 9(7)V99.
               05  EN-PAYER-NAME      PIC X(10).
               05  EN-PAYER-ACCT      PIC X(9).
               05  FILLER             PIC X(21).
           01  OX-BATCH-TRAILER-REC.
               05  BT-REC-TYPE        PIC X(1).
               05  BT-BATCH-NO        PIC 9(4).
               05  BT-ENTRY-COUNT     PIC 9(6).
               05  BT-ENTRY-HASH      PIC 9(10).
               05  BT-TOTAL-AMOUNT    PIC 9(11)V99.
               05  FILLER             PIC X(46).
           01  OX-FILE-TRAILER-REC.
               05  FT-REC-TYPE        PIC X(1).
               05  FT-BATCH-COUNT     PIC 9(4).
               05  FT-ENTRY-COUNT     PIC 9(8).
               05  FT-ENTRY-HASH      PIC 9(10).
               05  FT-TOTAL-AMOUNT    PIC 9(11)V99.
               05  FILLER             PIC X(44).
      *------------------------------------
       WORKING-STORAGE SECTION.                   *>    D3-S2
      *temporary variable for procedure
               05  WS-TOTAL-FEES     PIC 9(9)V99 VALUE 0.
               05  WS-HOLDS-RELEASED PIC 9(7) VALUE 0.
               05  WS-HOLDS-PLACED   PIC 9(7) VALUE 0.
               05  WS-HOLDS-ROLLED   PIC 9(7) VALUE 0.
               05  WS-CTR-FLAGGED    PIC 9(7) VALUE 0.
               05  WS-REVERSALS-POSTED PIC 9(7) VALUE 0.
               05  WS-TOTAL-REVERSED PIC 9(9)V99 VALUE 0.
               05  WS-CHEQUES-PAID   PIC 9(7) VALUE 0.
               05  WS-TOTAL-CHEQUES  PIC 9(9)V99 VALUE 0.
               05  WS-CHEQUES-RETURNED PIC 9(7) VALUE 0.
               05  WS-ELEC-CREDITS   PIC 9(7) VALUE 0.
               05  WS-TOTAL-ELEC-CREDITS PIC 9(9)V99 VALUE 0.
               05  WS-PAYMENTS-SENT  PIC 9(7) VALUE 0.
               05  WS-TOTAL-PAYMENTS PIC 9(9)V99 VALUE 0.

      *our participant ID on the clearing network and the
      * network operator's own - the outward file goes from the one
      * to the other. Same bank ID PAYIN checks inward files
      * against.
           01  WS-OUR-BANK-ID        PIC X(6) VALUE "100001".
           01  WS-NETWORK-ID         PIC X(6) VALUE "900000".
           01  WS-PAYOUT-FILE-ID     PIC X(8) VALUE "EODPAY01".

      *the batch being built while WRITE-PAYMENT-INTERCHANGE
      * walks the currency-sorted payments, and the file totals its
      * trailer carries. Hashes accumulate wide and are cut to the
      * low-order ten digits the format carries.
           01  EOF-PAYOUT            PIC X VALUE "N".
               88  PAYOUT-EOF               VALUE "Y".
           01  WS-PX-CURRENCY        PIC X(3).
           01  WS-PX-BATCH-NO        PIC 9(4) VALUE 0.
           01  WS-PX-BATCH-ENTRIES   PIC 9(6).
           01  WS-PX-BATCH-HASH      PIC 9(15).
           01  WS-PX-BATCH-TOTAL     PIC 9(11)V99.
           01  WS-PX-FILE-ENTRIES    PIC 9(8) VALUE 0.
           01  WS-PX-FILE-HASH       PIC 9(15) VALUE 0.
           01  WS-PX-FILE-TOTAL      PIC 9(11)V99 VALUE 0.

           01  WS-REASON             PIC X(60).
      *four-character code for the structured reject file,
      * derived from WS-REASON in SET-REJECT-CODE so the posting
           01  WS-HOLD-LOOKUP-ACCT   PIC X(5).
           01  WS-HOLD-TOTAL         PIC 9(9)V99.
           01  WS-HOLD-REL-DATE      PIC 9(8).

      *the non-business days from calendar.dat, and the work
      * fields CHECK-BUSINESS-DAY tests a date with. The weekday
      * is the remainder of a day serial over 7 - the serial
      * DORMSWP ages accounts by, built here from whole-number
      * DIVIDEs so no fraction can creep into it - on which 4
      * falls on a Saturday and 5 on a Sunday.
           01  WS-CAL-FILE-STATUS    PIC XX.
           01  EOF-CAL               PIC X VALUE "N".
               88  CAL-EOF                  VALUE "Y".
           01  WS-CAL-TABLE.
               05  WS-CAL-COUNT      PIC 9(4) COMP VALUE 0.
               05  WS-CAL-HOLIDAY    PIC 9(8) OCCURS 500 TIMES.
           01  WS-CAL-IDX            PIC 9(4) COMP.
           01  WS-CAL-DATE           PIC 9(8).
           01  WS-CAL-DATE-SPLIT REDEFINES WS-CAL-DATE.
               05  WS-CAL-YEAR       PIC 9(4).
               05  WS-CAL-MONTH      PIC 9(2).
               05  WS-CAL-DAY        PIC 9(2).
           01  WS-CAL-WORK-YEAR      PIC 9(4).
           01  WS-CAL-WORK-MONTH     PIC 9(2).
           01  WS-CAL-QUOT           PIC 9(7).
           01  WS-CAL-REM            PIC 9(4).
           01  WS-CAL-SERIAL         PIC 9(7).
           01  WS-CAL-WEEKDAY        PIC 9(1).
               88  CAL-WEEKEND              VALUES 4 5.
           01  WS-CAL-MONTH-DAYS     PIC 9(2).
           01  WS-CAL-BUSINESS-SW    PIC X VALUE "Y".
               88  CAL-BUSINESS-DAY         VALUE "Y".
      *balance the account would be left spendable at -
      * ledger balance minus in-force holds minus the amount being
      * drawn; a withdrawal or transfer debit is refused when THIS,
      *balance on the account after the posting landed,
      * archived with it so HISTINQ can print a running balance.
           01  WS-STMT-LOG-BALANCE   PIC S9(7)V99.
      *the archive link a reversal posting carries back to its
      * original; spaces for every other caller of LOG-STMT-ENTRY,
      * which resets it after each write.
           01  WS-STMT-LOG-REV-LINK  VALUE SPACES.
               05  WS-STMT-LOG-REV-FLAG   PIC X(1).
               05  WS-STMT-LOG-REV-DATE   PIC 9(8).
               05  WS-STMT-LOG-REV-SEQ    PIC 9(7).
               05  WS-STMT-LOG-REV-TYPE   PIC X(2).
      *the cheque number a "CQ" posting paid; reset to spaces
      * after each write the same way.
           01  WS-STMT-LOG-CHEQUE-NO PIC X(10) VALUE SPACES.

      *one row per archived original tonight's "R" lines
      * name, looked up in the archive before the apply pass so
      * APPLY-REVERSAL can refuse a reversal without rereading a
      * segment per line. FOUND: "N" not on the archive, "Y" found
      * in an open year, "C" found in a year HISTROLL has closed.
      * PRIOR: the original was already reversed on an earlier
      * business date. APPLIED: tonight's apply pass posted the
      * reversal, under NEW-SEQ/NEW-TYPE - APPEND-TXN-HISTORY marks
      * the original with those once the run is past restart.
           01  WS-REV-TABLE.
               05  WS-REV-COUNT      PIC 9(4) COMP VALUE 0.
               05  WS-REV-ENTRY OCCURS 500 TIMES.
                   10  WS-RV-ACCT-ID      PIC X(5).
                   10  WS-RV-POST-DATE    PIC 9(8).
                   10  WS-RV-SEQ          PIC 9(7).
                   10  WS-RV-YEAR         PIC 9(4).
                   10  WS-RV-SCANNED-SW   PIC X(1).
                   10  WS-RV-FOUND-SW     PIC X(1).
                   10  WS-RV-PRIOR-SW     PIC X(1).
                   10  WS-RV-ORIG-TYPE    PIC X(2).
                   10  WS-RV-ORIG-AMOUNT  PIC 9(7)V99.
                   10  WS-RV-APPLIED-SW   PIC X(1).
                   10  WS-RV-NEW-SEQ      PIC 9(7).
                   10  WS-RV-NEW-TYPE     PIC X(2).
           01  WS-REV-IDX            PIC 9(4) COMP.
           01  WS-REV-SCAN-IDX       PIC 9(4) COMP.
           01  WS-REV-HIT            PIC 9(4) COMP.
           01  WS-REV-SCAN-YEAR      PIC 9(4).
           01  WS-REV-YEAR-STATUS    PIC X(1).
           01  WS-HIST-MARK-STATUS   PIC XX.
           01  WS-HIST-MARK-PATH     PIC X(30)
                   VALUE "./output/txn-hist-mark.dat".
           01  WS-HIST-MARK-SEG-PATH PIC X(30).
           01  WS-HIST-MARK-YEAR     PIC 9(4).


      *---------------------------------------------
           PERFORM OPEN-ACCT-NEW
           PERFORM LOAD-FX-TABLE
           PERFORM LOAD-CTR-THRESHOLD
           PERFORM LOAD-CALENDAR
           PERFORM LOAD-HOLDS-TABLE
           PERFORM LOAD-CUST-TABLE
           PERFORM LOAD-REVERSAL-TARGETS
           PERFORM COPY-MASTER-TO-NEW
           PERFORM REOPEN-ACCT-NEW-FOR-IO
           PERFORM RESET-TOUCHED-ACCOUNTS
           PERFORM WRITE-REPORT
           PERFORM WRITE-CTR-TRAILER
           PERFORM WRITE-GL-CONTROL-TOTALS
           PERFORM WRITE-PAYMENT-INTERCHANGE
           PERFORM WRITE-HOLDS-FILE
           PERFORM CLOSE-FILES
           PERFORM STAMP-RUN-CONTROL
               CLOSE REJECT-FILE
           END-IF
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT CHQ-RETURN-FILE
           OPEN OUTPUT PAYOUT-WORK-FILE
           OPEN OUTPUT GL-CONTROL-FILE
           OPEN OUTPUT STMT-RAW-FILE
           OPEN OUTPUT STMT-FILE
                   CONTINUE
           END-READ.

      *non-business days are loaded once; a row whose date is
      * not numeric is skipped rather than trusted.
       LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS = "00"
               MOVE "N" TO EOF-CAL
               PERFORM READ-CALENDAR
               PERFORM UNTIL CAL-EOF
                   IF CA-DATE NUMERIC
                       IF WS-CAL-COUNT >= 500
                           DISPLAY "FATAL: CALENDAR FILE HAS MORE "
                               "THAN 500 ROWS. RUN ABORTED."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CA-DATE TO WS-CAL-HOLIDAY(WS-CAL-COUNT)
                   END-IF
                   PERFORM READ-CALENDAR
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   MOVE "Y" TO EOF-CAL
               NOT AT END
                   CONTINUE
           END-READ.

      *sets CAL-BUSINESS-DAY for the date in WS-CAL-DATE: not
      * a Saturday or Sunday, and not listed in calendar.dat.
       CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-CAL-BUSINESS-SW
           MOVE WS-CAL-YEAR  TO WS-CAL-WORK-YEAR
           MOVE WS-CAL-MONTH TO WS-CAL-WORK-MONTH
           IF WS-CAL-WORK-MONTH < 3
               ADD 12 TO WS-CAL-WORK-MONTH
               SUBTRACT 1 FROM WS-CAL-WORK-YEAR
           END-IF
           COMPUTE WS-CAL-SERIAL =
               365 * WS-CAL-WORK-YEAR + WS-CAL-DAY
           DIVIDE WS-CAL-WORK-YEAR BY 4 GIVING WS-CAL-QUOT
           ADD WS-CAL-QUOT TO WS-CAL-SERIAL
           DIVIDE WS-CAL-WORK-YEAR BY 100 GIVING WS-CAL-QUOT
           SUBTRACT WS-CAL-QUOT FROM WS-CAL-SERIAL
           DIVIDE WS-CAL-WORK-YEAR BY 400 GIVING WS-CAL-QUOT
           ADD WS-CAL-QUOT TO WS-CAL-SERIAL
           COMPUTE WS-CAL-QUOT = 153 * (WS-CAL-WORK-MONTH - 3) + 2
           DIVIDE WS-CAL-QUOT BY 5 GIVING WS-CAL-QUOT
           ADD WS-CAL-QUOT TO WS-CAL-SERIAL
           DIVIDE WS-CAL-SERIAL BY 7
               GIVING WS-CAL-QUOT REMAINDER WS-CAL-WEEKDAY
           IF CAL-WEEKEND
               MOVE "N" TO WS-CAL-BUSINESS-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-HOLIDAY(WS-CAL-IDX) = WS-CAL-DATE
                   MOVE "N" TO WS-CAL-BUSINESS-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *leaves WS-CAL-DATE on the first business day on or
      * after the date it holds.
       ROLL-TO-BUSINESS-DAY.
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL CAL-BUSINESS-DAY
               PERFORM NEXT-CALENDAR-DAY
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       NEXT-CALENDAR-DAY.
           PERFORM SET-CAL-MONTH-DAYS
           IF WS-CAL-DAY < WS-CAL-MONTH-DAYS
               ADD 1 TO WS-CAL-DAY
           ELSE
               MOVE 1 TO WS-CAL-DAY
               IF WS-CAL-MONTH < 12
                   ADD 1 TO WS-CAL-MONTH
               ELSE
                   MOVE 1 TO WS-CAL-MONTH
                   ADD 1 TO WS-CAL-YEAR
               END-IF
           END-IF.

       SET-CAL-MONTH-DAYS.
           IF WS-CAL-MONTH = 4 OR WS-CAL-MONTH = 6
                   OR WS-CAL-MONTH = 9 OR WS-CAL-MONTH = 11
               MOVE 30 TO WS-CAL-MONTH-DAYS
           ELSE
               IF WS-CAL-MONTH = 2
                   MOVE 28 TO WS-CAL-MONTH-DAYS
                   DIVIDE WS-CAL-YEAR BY 4
                       GIVING WS-CAL-QUOT REMAINDER WS-CAL-REM
                   IF WS-CAL-REM = 0
                       MOVE 29 TO WS-CAL-MONTH-DAYS
                   END-IF
                   DIVIDE WS-CAL-YEAR BY 100
                       GIVING WS-CAL-QUOT REMAINDER WS-CAL-REM
                   IF WS-CAL-REM = 0
                       MOVE 28 TO WS-CAL-MONTH-DAYS
                   END-IF
                   DIVIDE WS-CAL-YEAR BY 400
                       GIVING WS-CAL-QUOT REMAINDER WS-CAL-REM
                   IF WS-CAL-REM = 0
                       MOVE 29 TO WS-CAL-MONTH-DAYS
                   END-IF
               ELSE
                   MOVE 31 TO WS-CAL-MONTH-DAYS
               END-IF
           END-IF.

      *one row per customer, loaded once; only the number and
      * full name matter to the statement print.
       LOAD-CUST-TABLE.
               END-IF
           END-PERFORM.

      *reversal look-up, ahead of the apply pass. TRANS-FILE is
      * already open from INIT-FILES and positioned at the top; the
      * "R" lines are collected and the file is rewound the same way
      * RESET-TOUCHED-ACCOUNTS rewinds it. Each original is then
      * looked for in its own year's archive segment - one pass per
      * year touched, not one per reversal. Only rows dated before
      * tonight count: a rerun of this date still has its own
      * earlier attempt's rows on the segment, and a reversal can
      * never name a posting from the same night.
       LOAD-REVERSAL-TARGETS.
           PERFORM RECOVER-MARKED-SEGMENT
           MOVE "N" TO EOF-TRANS
           PERFORM READ-TRANS
           PERFORM UNTIL TRANS-EOF
               IF TR-TYPE = "R"
                       AND TR-REV-POST-DATE IS NUMERIC
                       AND TR-REV-SEQ IS NUMERIC
                   PERFORM ADD-REVERSAL-TARGET
               END-IF
               PERFORM READ-TRANS
           END-PERFORM
           CLOSE TRANS-FILE
           MOVE "N" TO EOF-TRANS
           MOVE 0 TO WS-TRANS-READ
           OPEN INPUT TRANS-FILE
           IF WS-REV-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-HIST-CATALOG
           PERFORM RECOVER-HIST-SEGMENT
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-RV-SCANNED-SW(WS-REV-IDX) = "N"
                   MOVE WS-RV-YEAR(WS-REV-IDX) TO WS-REV-SCAN-YEAR
                   PERFORM SCAN-ONE-REVERSAL-YEAR
               END-IF
           END-PERFORM
      *back to tonight's segment for APPEND-TXN-HISTORY.
           MOVE SPACES TO WS-HIST-PATH
           STRING "txn-history-" WS-BATCH-YEAR ".dat"
               DELIMITED BY SIZE INTO WS-HIST-PATH
           END-STRING.

      *two "R" lines naming the same original share one row;
      * the second to post is refused as already reversed.
       ADD-REVERSAL-TARGET.
           PERFORM FIND-REVERSAL-TARGET
           IF WS-REV-HIT NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-REV-COUNT >= 500
               DISPLAY "FATAL: MORE THAN 500 REVERSALS IN "
                   "trans.dat. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REV-COUNT
           MOVE TR-ACCT-ID       TO WS-RV-ACCT-ID(WS-REV-COUNT)
           MOVE TR-REV-POST-DATE TO WS-RV-POST-DATE(WS-REV-COUNT)
           MOVE TR-REV-SEQ       TO WS-RV-SEQ(WS-REV-COUNT)
           COMPUTE WS-RV-YEAR(WS-REV-COUNT) =
               TR-REV-POST-DATE / 10000
           MOVE "N"    TO WS-RV-SCANNED-SW(WS-REV-COUNT)
           MOVE "N"    TO WS-RV-FOUND-SW(WS-REV-COUNT)
           MOVE "N"    TO WS-RV-PRIOR-SW(WS-REV-COUNT)
           MOVE SPACES TO WS-RV-ORIG-TYPE(WS-REV-COUNT)
           MOVE 0      TO WS-RV-ORIG-AMOUNT(WS-REV-COUNT)
           MOVE "N"    TO WS-RV-APPLIED-SW(WS-REV-COUNT)
           MOVE 0      TO WS-RV-NEW-SEQ(WS-REV-COUNT)
           MOVE SPACES TO WS-RV-NEW-TYPE(WS-REV-COUNT).

      *WS-REV-HIT comes back pointing at the row for the
      * original the current TRANS-REC names, or zero.
       FIND-REVERSAL-TARGET.
           MOVE 0 TO WS-REV-HIT
           PERFORM VARYING WS-REV-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-REV-SCAN-IDX > WS-REV-COUNT
                       OR WS-REV-HIT NOT = 0
               IF WS-RV-ACCT-ID(WS-REV-SCAN-IDX) = TR-ACCT-ID
                       AND WS-RV-POST-DATE(WS-REV-SCAN-IDX)
                           = TR-REV-POST-DATE
                       AND WS-RV-SEQ(WS-REV-SCAN-IDX) = TR-REV-SEQ
                   MOVE WS-REV-SCAN-IDX TO WS-REV-HIT
               END-IF
           END-PERFORM.

      *one pass over WS-REV-SCAN-YEAR's segment settles every
      * reversal naming an original in that year. A year with no
      * segment on disk simply finds nothing.
       SCAN-ONE-REVERSAL-YEAR.
           MOVE "O" TO WS-REV-YEAR-STATUS
           PERFORM VARYING WS-HCAT-IDX FROM 1 BY 1
                   UNTIL WS-HCAT-IDX > WS-HCAT-COUNT
               IF WS-HC-YEAR(WS-HCAT-IDX) = WS-REV-SCAN-YEAR
                       AND WS-HC-STATUS(WS-HCAT-IDX) = "C"
                   MOVE "C" TO WS-REV-YEAR-STATUS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-HIST-PATH
           STRING "txn-history-" WS-REV-SCAN-YEAR ".dat"
               DELIMITED BY SIZE INTO WS-HIST-PATH
           END-STRING
           OPEN INPUT TXN-HIST-FILE
           IF WS-HIST-FILE-STATUS = "00"
               MOVE "N" TO EOF-HIST-OLD
               PERFORM READ-HIST-OLD
               PERFORM UNTIL HIST-OLD-EOF
                   IF TH-POST-DATE < WS-BATCH-DATE
                       PERFORM MATCH-REVERSAL-TARGET
                   END-IF
                   PERFORM READ-HIST-OLD
               END-PERFORM
               CLOSE TXN-HIST-FILE
           END-IF
           PERFORM VARYING WS-REV-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-REV-SCAN-IDX > WS-REV-COUNT
               IF WS-RV-YEAR(WS-REV-SCAN-IDX) = WS-REV-SCAN-YEAR
                   MOVE "Y" TO WS-RV-SCANNED-SW(WS-REV-SCAN-IDX)
                   IF WS-RV-FOUND-SW(WS-REV-SCAN-IDX) = "Y"
                           AND WS-REV-YEAR-STATUS = "C"
                       MOVE "C" TO WS-RV-FOUND-SW(WS-REV-SCAN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *an original already marked "R" by an EARLIER business
      * date is spent; a mark dated tonight is a failed earlier
      * attempt at this same date and is about to be redone.
       MATCH-REVERSAL-TARGET.
           PERFORM VARYING WS-REV-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-REV-SCAN-IDX > WS-REV-COUNT
               IF WS-RV-ACCT-ID(WS-REV-SCAN-IDX) = TH-ACCT-ID
                       AND WS-RV-POST-DATE(WS-REV-SCAN-IDX)
                           = TH-POST-DATE
                       AND WS-RV-SEQ(WS-REV-SCAN-IDX) = TH-SEQ
                   MOVE "Y" TO WS-RV-FOUND-SW(WS-REV-SCAN-IDX)
                   MOVE TH-TR-TYPE
                       TO WS-RV-ORIG-TYPE(WS-REV-SCAN-IDX)
                   MOVE TH-TR-AMOUNT
                       TO WS-RV-ORIG-AMOUNT(WS-REV-SCAN-IDX)
                   IF TH-REV-FLAG = "R"
                           AND TH-REV-POST-DATE NOT = WS-BATCH-DATE
                       MOVE "Y" TO WS-RV-PRIOR-SW(WS-REV-SCAN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *total still-held funds against one account; every row
      * in the table is in force (expired rows were dropped at load).
       SUM-ACTIVE-HOLDS.
           IF TR-TYPE NOT = "D" AND TR-TYPE NOT = "W"
                   AND TR-TYPE NOT = "T" AND TR-TYPE NOT = "H"
                   AND TR-TYPE NOT = "I" AND TR-TYPE NOT = "A"
                   AND TR-TYPE NOT = "R" AND TR-TYPE NOT = "Q"
                   AND TR-TYPE NOT = "P"
               MOVE "INVALID TRANSACTION TYPE" TO WS-REASON
               PERFORM LOG-ERROR
               ADD 1 TO WS-TRANS-FAIL
      *"I" is INTPOST's interest credit - money-wise a deposit,
      * but journalled under its own code so statements and history
      * inquiries can subtotal interest apart from ordinary deposits.
      *a "D" carrying a trace number in TR-REFERENCE came in on
      * the inward interchange file through PAYIN - journalled "EC"
      * so it reads as an electronic credit, and never tested for
      * currency-transaction reporting, since no cash changed hands.
           IF TR-TYPE = "D" OR TR-TYPE = "I"
               ADD WS-CONV-RESULT TO WS-CUR-BALANCE
               MOVE WS-CUR-BRANCH   TO WS-GL-LOOKUP-BR
               IF TR-TYPE = "I"
                   MOVE "I "                  TO WS-STMT-LOG-TYPE
               ELSE
                   IF TR-REFERENCE NOT = SPACES
                       MOVE "EC"              TO WS-STMT-LOG-TYPE
                       ADD 1 TO WS-ELEC-CREDITS
                       ADD WS-CONV-RESULT TO WS-TOTAL-ELEC-CREDITS
                   ELSE
                       MOVE "D "              TO WS-STMT-LOG-TYPE
                   END-IF
               END-IF
               MOVE WS-CONV-RESULT             TO WS-STMT-LOG-AMOUNT
               MOVE WS-CUR-BALANCE  TO WS-STMT-LOG-BALANCE
               PERFORM LOG-STMT-ENTRY
      *interest credits are bank-generated, not customer
      * currency transactions - only real deposits are testable.
               IF WS-STMT-LOG-TYPE = "D "
                   MOVE WS-CUR-ACCT-ID  TO WS-CTR-ACCT-ID
                   MOVE "D "            TO WS-CTR-TYPE
                   MOVE WS-CONV-RESULT  TO WS-CTR-AMOUNT
      * withdrawal, but journalled under its own code so statements
      * subtotal fees apart from customer withdrawals and the
      * excess-withdrawal count never eats a fee as a withdrawal.
      *"Q" is an inward cheque CHQCLR loaded from the clearing
      * house - paid like a withdrawal, against available balance
      * and overdraft limit, but journalled as "CQ" with the cheque
      * number so the statement can name the cheque it paid.
           IF TR-TYPE = "W" OR TR-TYPE = "A" *>withdraw
                   OR TR-TYPE = "Q"
               PERFORM APPLY-WITHDRAWAL-WITH-OVERDRAFT
               EXIT PARAGRAPH
           END-IF

           IF TR-TYPE = "P" *>outgoing payment
               PERFORM VALIDATE-AND-APPLY-PAYMENT
               EXIT PARAGRAPH
           END-IF

           IF TR-TYPE = "T" *>transfer
               PERFORM VALIDATE-AND-APPLY-TRANSFER
               EXIT PARAGRAPH
           IF TR-TYPE = "H" *>funds hold
               PERFORM APPLY-FUNDS-HOLD
               EXIT PARAGRAPH
           END-IF

           IF TR-TYPE = "R" *>reversal
               PERFORM APPLY-REVERSAL
               EXIT PARAGRAPH
           END-IF.

      *places a hold against the account: no balance movement,
               EXIT PARAGRAPH
           END-IF

      *a release date on a weekend or holiday is rolled on to
      * the next business day - the first night a run will actually
      * release it - so holds.dat and ACCTINQ show the real date.
           MOVE WS-HOLD-REL-DATE TO WS-CAL-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
           IF WS-CAL-DATE NOT = WS-HOLD-REL-DATE
               MOVE WS-CAL-DATE TO WS-HOLD-REL-DATE
               ADD 1 TO WS-HOLDS-ROLLED
           END-IF

           IF WS-HOLD-COUNT >= 2000
               DISPLAY "FATAL: MORE THAN 2000 HOLDS "
                   "IN FORCE. RUN ABORTED."
           ADD 1 TO WS-HOLDS-PLACED
           ADD 1 TO WS-TRANS-OK.

      *backs out one archived posting. TR-REV-POST-DATE and
      * TR-REV-SEQ name the original on TR-ACCT-ID's own history,
      * already looked up by LOAD-REVERSAL-TARGETS. The reversal
      * must match the original's amount to the cent (in the
      * account's currency, converted above like any posted amount)
      * and may reverse it only once. It posts the exact opposite
      * leg to the account and the GL - no available-balance test
      * and no overdraft fee, since it only undoes what should never
      * have posted - and, being a correction rather than customer
      * cash, is never tested for currency-transaction reporting.
      * Transfers are not reversible this way: backing out one leg
      * would leave the other account's leg standing.
       APPLY-REVERSAL.
           IF TR-REV-POST-DATE NOT NUMERIC
                   OR TR-REV-SEQ NOT NUMERIC
               MOVE "REVERSAL REFERENCE NOT NUMERIC" TO WS-REASON
               PERFORM LOG-ERROR
               ADD 1 TO WS-TRANS-FAIL
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-REVERSAL-TARGET
           IF WS-REV-HIT = 0
               MOVE "REVERSAL ORIGINAL NOT FOUND" TO WS-REASON
               PERFORM LOG-ERROR
               ADD 1 TO WS-TRANS-FAIL
               EXIT PARAGRAPH
           END-IF
           IF WS-RV-FOUND-SW(WS-REV-HIT) = "N"
               MOVE "REVERSAL ORIGINAL NOT FOUND" TO WS-REASON
               PERFORM LOG-ERROR
               ADD 1 TO WS-TRANS-FAIL
               EXIT PARAGRAPH
           END-IF

      *a closed year's counts and hash totals are certified;
      * its rows cannot take the reversal mark.
           IF WS-RV-FOUND-SW(WS-REV-HIT) = "C"
               MOVE "ORIGINAL IN CLOSED ARCHIVE YEAR" TO WS-REASON
               PERFORM LOG-ERROR
               ADD 1 TO WS-TRANS-FAIL
               EXIT PARAGRAPH
           END-IF

           IF WS-RV-PRIOR-SW(WS-REV-HIT) = "Y"
                   OR WS-RV-APPLIED-SW(WS-REV-HIT) = "Y"
               MOVE "ORIGINAL ALREADY REVERSED" TO WS-REASON
               PERFORM LOG-ERROR
               ADD 1 TO WS-TRANS-FAIL
               EXIT PARAGRAPH
           END-IF

           IF WS-RV-ORIG-TYPE(WS-REV-HIT) NOT = "D "
                   AND WS-RV-ORIG-TYPE(WS-REV-HIT) NOT = "I "
                   AND WS-RV-ORIG-TYPE(WS-REV-HIT) NOT = "W "
                   AND WS-RV-ORIG-TYPE(WS-REV-HIT) NOT = "A "
                   AND WS-RV-ORIG-TYPE(WS-REV-HIT) NOT = "F "
                   AND WS-RV-ORIG-TYPE(WS-REV-HIT) NOT = "CQ"
                   AND WS-RV-ORIG-TYPE(WS-REV-HIT) NOT = "EC"
                   AND WS-RV-ORIG-TYPE(WS-REV-HIT) NOT = "EP"
               MOVE "ORIGINAL NOT REVERSIBLE" TO WS-REASON
               PERFORM LOG-ERROR
               ADD 1 TO WS-TRANS-FAIL
               EXIT PARAGRAPH
           END-IF

           IF WS-CONV-RESULT NOT = WS-RV-ORIG-AMOUNT(WS-REV-HIT)
               MOVE "REVERSAL AMOUNT MISMATCH" TO WS-REASON
               PERFORM LOG-ERROR
               ADD 1 TO WS-TRANS-FAIL
               EXIT PARAGRAPH
           END-IF

      *a credit original (deposit, interest, electronic credit)
      * comes back off as a debit "RD"; a debit original
      * (withdrawal, cheque, outgoing payment, service or overdraft
      * fee) goes back on as a credit "RC".
           MOVE WS-CUR-BRANCH   TO WS-GL-LOOKUP-BR
           MOVE WS-CUR-CURRENCY TO WS-GL-LOOKUP-CCY
           MOVE WS-CONV-RESULT  TO WS-GL-AMOUNT
           IF WS-RV-ORIG-TYPE(WS-REV-HIT) = "D "
                   OR WS-RV-ORIG-TYPE(WS-REV-HIT) = "I "
                   OR WS-RV-ORIG-TYPE(WS-REV-HIT) = "EC"
               SUBTRACT WS-CONV-RESULT FROM WS-CUR-BALANCE
               PERFORM ADD-GL-DEBIT
               MOVE "RD" TO WS-STMT-LOG-TYPE
           ELSE
               ADD WS-CONV-RESULT TO WS-CUR-BALANCE
               PERFORM ADD-GL-CREDIT
               MOVE "RC" TO WS-STMT-LOG-TYPE
           END-IF
           ADD 1 TO WS-REVERSALS-POSTED
           ADD WS-CONV-RESULT TO WS-TOTAL-REVERSED
           MOVE WS-CUR-BRANCH TO WS-BR-LOOKUP
           PERFORM FIND-OR-ADD-BR-ENTRY
           ADD 1 TO WS-BR-TRANS(WS-BR-IDX)
           ADD 1 TO WS-TRANS-OK
           MOVE WS-CUR-ACCT-ID  TO WS-STMT-LOG-ACCT-ID
           MOVE WS-CONV-RESULT  TO WS-STMT-LOG-AMOUNT
           MOVE WS-CUR-BALANCE  TO WS-STMT-LOG-BALANCE
           MOVE "V"                          TO WS-STMT-LOG-REV-FLAG
           MOVE WS-RV-POST-DATE(WS-REV-HIT)  TO WS-STMT-LOG-REV-DATE
           MOVE WS-RV-SEQ(WS-REV-HIT)        TO WS-STMT-LOG-REV-SEQ
           MOVE WS-RV-ORIG-TYPE(WS-REV-HIT)  TO WS-STMT-LOG-REV-TYPE
           PERFORM LOG-STMT-ENTRY
           MOVE "Y"              TO WS-RV-APPLIED-SW(WS-REV-HIT)
           MOVE WS-STMT-SEQ      TO WS-RV-NEW-SEQ(WS-REV-HIT)
           MOVE WS-STMT-LOG-TYPE TO WS-RV-NEW-TYPE(WS-REV-HIT).

      *a "P" sends money out of the bank to an account at
      * another bank on the clearing network. The beneficiary must be
      * a real network bank ID and not our own - money between two
      * of our own accounts is a "T" transfer, which credits the
      * other side tonight instead of leaving it to the network.
      * Once named properly it is paid like a withdrawal, against
      * available balance and overdraft limit.
       VALIDATE-AND-APPLY-PAYMENT.
           IF TR-PAY-BANK NOT NUMERIC
                   OR TR-PAY-ACCT = SPACES
               MOVE "PAYMENT BENEFICIARY INVALID" TO WS-REASON
               PERFORM LOG-ERROR
               ADD 1 TO WS-TRANS-FAIL
               EXIT PARAGRAPH
           END-IF
           IF TR-PAY-BANK = WS-OUR-BANK-ID
               MOVE "PAYMENT BENEFICIARY IS THIS BANK" TO WS-REASON
               PERFORM LOG-ERROR
               ADD 1 TO WS-TRANS-FAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-WITHDRAWAL-WITH-OVERDRAFT.

      *allows AM-BALANCE to go negative down to
      * AM-OVERDRAFT-LIMIT instead of hard-failing the withdrawal; an
      * overdraft fee is posted whenever the withdrawal actually
           IF TR-TYPE = "A"
               MOVE "A "                  TO WS-STMT-LOG-TYPE
           ELSE
               IF TR-TYPE = "Q"
                   MOVE "CQ"              TO WS-STMT-LOG-TYPE
                   MOVE TR-CHEQUE-NO      TO WS-STMT-LOG-CHEQUE-NO
                   ADD 1 TO WS-CHEQUES-PAID
                   ADD WS-CONV-RESULT TO WS-TOTAL-CHEQUES
               ELSE
                   IF TR-TYPE = "P"
                       MOVE "EP"          TO WS-STMT-LOG-TYPE
                       ADD 1 TO WS-PAYMENTS-SENT
                       ADD WS-CONV-RESULT TO WS-TOTAL-PAYMENTS
                   ELSE
                       MOVE "W "          TO WS-STMT-LOG-TYPE
                   END-IF
               END-IF
           END-IF
           MOVE WS-CONV-RESULT             TO WS-STMT-LOG-AMOUNT
           MOVE WS-CUR-BALANCE  TO WS-STMT-LOG-BALANCE
           PERFORM LOG-STMT-ENTRY
      *the payment goes to the beneficiary in the currency it
      * was keyed in - the account's own when TR-CURRENCY is blank -
      * so the outward entry carries TR-AMOUNT, not the converted
      * debit. WS-STMT-SEQ is the "EP" row just journalled.
           IF TR-TYPE = "P"
               IF TR-CURRENCY = SPACES
                   MOVE WS-CUR-CURRENCY   TO PO-CURRENCY
               ELSE
                   MOVE TR-CURRENCY       TO PO-CURRENCY
               END-IF
               MOVE WS-CUR-ACCT-ID        TO PO-ACCT-ID
               MOVE WS-CUR-NAME           TO PO-NAME
               MOVE TR-PAY-BANK           TO PO-BANK-ID
               MOVE TR-PAY-ACCT           TO PO-BENE-ACCT
               MOVE TR-AMOUNT             TO PO-AMOUNT
               MOVE WS-STMT-SEQ           TO PO-SEQ
               WRITE PAYOUT-WORK-REC
           END-IF
      *assessed fees are bank-generated, not customer
      * currency transactions - only real withdrawals are testable.
      * A cheque is paid from the account to another bank, never
      * handed over as currency, so it is not testable either; nor
      * is an outgoing payment, for the same reason.
           IF TR-TYPE = "W"
               MOVE WS-CUR-ACCT-ID  TO WS-CTR-ACCT-ID
               MOVE "W "            TO WS-CTR-TYPE
           MOVE TR-CURRENCY     TO RJ-CURRENCY
           MOVE TR-RELEASE-DATE TO RJ-RELEASE-DATE
           MOVE TR-BRANCH       TO RJ-BRANCH
           MOVE TR-REFERENCE    TO RJ-REFERENCE
           WRITE REJECT-REC
      *a refused cheque is also a return item for the clearing
      * house, under the same reason code the reject row carries.
           IF TR-TYPE = "Q"
               MOVE WS-BATCH-DATE   TO QR-BATCH-DATE
               MOVE WS-REJECT-CODE  TO QR-REASON-CODE
               MOVE TR-ACCT-ID      TO QR-ACCT-ID
               MOVE TR-CHEQUE-NO    TO QR-CHEQUE-NO
               MOVE TR-CHQ-ITEM-SEQ TO QR-ITEM-SEQ
               MOVE TR-AMOUNT       TO QR-AMOUNT
               MOVE TR-CURRENCY     TO QR-CURRENCY
               WRITE CHQ-RETURN-REC
               ADD 1 TO WS-CHEQUES-RETURNED
           END-IF.

      *one code per refusal reason the posting paragraphs can
      * raise; "MISC" only ever shows up if a new reason text is
           END-IF
           IF WS-REASON = "HOLD RELEASE DATE NOT IN FUTURE"
               MOVE "HPST" TO WS-REJECT-CODE
           END-IF
           IF WS-REASON = "REVERSAL REFERENCE NOT NUMERIC"
               MOVE "RREF" TO WS-REJECT-CODE
           END-IF
           IF WS-REASON = "REVERSAL ORIGINAL NOT FOUND"
               MOVE "RNFD" TO WS-REJECT-CODE
           END-IF
           IF WS-REASON = "ORIGINAL IN CLOSED ARCHIVE YEAR"
               MOVE "RCLY" TO WS-REJECT-CODE
           END-IF
           IF WS-REASON = "ORIGINAL ALREADY REVERSED"
               MOVE "RDUP" TO WS-REJECT-CODE
           END-IF
           IF WS-REASON = "ORIGINAL NOT REVERSIBLE"
               MOVE "RTYP" TO WS-REJECT-CODE
           END-IF
           IF WS-REASON = "REVERSAL AMOUNT MISMATCH"
               MOVE "RAMT" TO WS-REJECT-CODE
           END-IF
           IF WS-REASON = "PAYMENT BENEFICIARY INVALID"
               MOVE "PDET" TO WS-REJECT-CODE
           END-IF
           IF WS-REASON = "PAYMENT BENEFICIARY IS THIS BANK"
               MOVE "PBNK" TO WS-REJECT-CODE
           END-IF.

      *records one applied posting for the per-account
           MOVE WS-STMT-SEQ         TO SR-SEQ
           MOVE WS-STMT-LOG-TYPE    TO SR-TR-TYPE
           MOVE WS-STMT-LOG-AMOUNT  TO SR-TR-AMOUNT
           MOVE WS-STMT-LOG-CHEQUE-NO TO SR-CHEQUE-NO
           WRITE STMT-RAW-REC
           MOVE WS-BATCH-DATE       TO TW-POST-DATE
           MOVE WS-STMT-LOG-ACCT-ID TO TW-ACCT-ID
           MOVE WS-STMT-LOG-TYPE    TO TW-TR-TYPE
           MOVE WS-STMT-LOG-AMOUNT  TO TW-TR-AMOUNT
           MOVE WS-STMT-LOG-BALANCE TO TW-BALANCE-AFTER
           MOVE WS-STMT-LOG-REV-LINK TO TW-REV-LINK
           MOVE WS-STMT-LOG-CHEQUE-NO TO TW-CHEQUE-NO
           WRITE TXN-HIST-WORK-REC
           MOVE SPACES TO WS-STMT-LOG-REV-LINK
           MOVE SPACES TO WS-STMT-LOG-CHEQUE-NO.

      *LINE SEQUENTIAL has no REWRITE, so the checkpoint is
      * rewritten by closing and re-opening RESTART-FILE for OUTPUT.
               END-IF
           END-PERFORM

           PERFORM RECOVER-HIST-SEGMENT

           OPEN OUTPUT TXN-HIST-NEXT

               PERFORM READ-HIST-OLD
               PERFORM UNTIL HIST-OLD-EOF
                   IF TH-POST-DATE NOT = WS-BATCH-DATE
                       PERFORM MARK-ONE-HIST-ROW
                       MOVE TXN-HIST-REC TO TXN-HIST-NEXT-REC
                       WRITE TXN-HIST-NEXT-REC
                   END-IF
               MOVE TW-TR-TYPE      TO TN-TR-TYPE
               MOVE TW-TR-AMOUNT     TO TN-TR-AMOUNT
               MOVE TW-BALANCE-AFTER TO TN-BALANCE-AFTER
               MOVE TW-REV-LINK      TO TN-REV-LINK
               MOVE TW-CHEQUE-NO     TO TN-CHEQUE-NO
               WRITE TXN-HIST-NEXT-REC
               PERFORM READ-HIST-WORK
           END-PERFORM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UPDATE-HIST-CATALOG
           PERFORM MARK-PRIOR-YEAR-ORIGINALS.

      *recovery probe: a crash between the delete and the
      * rename in APPEND-TXN-HISTORY leaves no segment but a complete
      * next image on disk - adopt it before reading the segment, or
      * the rebuild would read an empty archive and silently shed
      * every prior business day.
       RECOVER-HIST-SEGMENT.
           OPEN INPUT TXN-HIST-FILE
           IF WS-HIST-FILE-STATUS = "00"
               CLOSE TXN-HIST-FILE
           ELSE
               OPEN INPUT TXN-HIST-NEXT
               IF WS-HIST-NEXT-STATUS = "00"
                   CLOSE TXN-HIST-NEXT
                   CALL "CBL_RENAME_FILE"
                       USING WS-HIST-NEXT-PATH WS-HIST-PATH
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

      *the same probe for an earlier year's mark image: a crash
      * between the delete and the rename in MARK-PRIOR-YEAR-SEGMENT
      * leaves that year's segment missing and its complete image on
      * txn-hist-mark.dat. Which segment it is comes off the image's
      * first row. Run every night, reversals or not, so a missing
      * year never waits on the next reversal to come back.
       RECOVER-MARKED-SEGMENT.
           OPEN INPUT TXN-HIST-MARK
           IF WS-HIST-MARK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HIST-MARK-YEAR
           READ TXN-HIST-MARK
               AT END
                   CONTINUE
               NOT AT END
                   COMPUTE WS-HIST-MARK-YEAR = TQ-POST-DATE / 10000
           END-READ
           CLOSE TXN-HIST-MARK
           IF WS-HIST-MARK-YEAR = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIST-MARK-SEG-PATH
           STRING "txn-history-" WS-HIST-MARK-YEAR ".dat"
               DELIMITED BY SIZE INTO WS-HIST-MARK-SEG-PATH
           END-STRING
           MOVE WS-HIST-MARK-SEG-PATH TO WS-HIST-PATH
           OPEN INPUT TXN-HIST-FILE
           IF WS-HIST-FILE-STATUS = "00"
               CLOSE TXN-HIST-FILE
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING WS-HIST-MARK-PATH WS-HIST-MARK-SEG-PATH
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-HIST-PATH
           STRING "txn-history-" WS-BATCH-YEAR ".dat"
               DELIMITED BY SIZE INTO WS-HIST-PATH
           END-STRING.

      *clears a mark an earlier, failed attempt at tonight's
      * date left on this row, then stamps it again if tonight's
      * apply pass reversed it - a rerun lands on the same marks.
       MARK-ONE-HIST-ROW.
           IF TH-REV-FLAG = "R"
                   AND TH-REV-POST-DATE = WS-BATCH-DATE
               MOVE SPACES TO TH-REV-LINK
           END-IF
           PERFORM VARYING WS-REV-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-REV-SCAN-IDX > WS-REV-COUNT
               IF WS-RV-APPLIED-SW(WS-REV-SCAN-IDX) = "Y"
                       AND WS-RV-ACCT-ID(WS-REV-SCAN-IDX) = TH-ACCT-ID
                       AND WS-RV-POST-DATE(WS-REV-SCAN-IDX)
                           = TH-POST-DATE
                       AND WS-RV-SEQ(WS-REV-SCAN-IDX) = TH-SEQ
                   MOVE "R"           TO TH-REV-FLAG
                   MOVE WS-BATCH-DATE TO TH-REV-POST-DATE
                   MOVE WS-RV-NEW-SEQ(WS-REV-SCAN-IDX)  TO TH-REV-SEQ
                   MOVE WS-RV-NEW-TYPE(WS-REV-SCAN-IDX)
                       TO TH-REV-TR-TYPE
               END-IF
           END-PERFORM.

      *originals archived in an earlier, still-open year are
      * marked by rebuilding that year's segment whole, the same
      * way tonight's segment is. Every year the look-up found an
      * original in is rebuilt, posted or refused, so a mark left
      * by a failed earlier attempt at this date is cleared if the
      * rerun refused the reversal. WS-RV-SCANNED-SW is reused to
      * mean "year already rebuilt".
       MARK-PRIOR-YEAR-ORIGINALS.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               MOVE "N" TO WS-RV-SCANNED-SW(WS-REV-IDX)
           END-PERFORM
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-RV-SCANNED-SW(WS-REV-IDX) = "N"
                       AND WS-RV-FOUND-SW(WS-REV-IDX) = "Y"
                       AND WS-RV-YEAR(WS-REV-IDX) NOT = WS-BATCH-YEAR
                   MOVE WS-RV-YEAR(WS-REV-IDX) TO WS-REV-SCAN-YEAR
                   PERFORM MARK-PRIOR-YEAR-SEGMENT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-HIST-PATH
           STRING "txn-history-" WS-BATCH-YEAR ".dat"
               DELIMITED BY SIZE INTO WS-HIST-PATH
           END-STRING.

       MARK-PRIOR-YEAR-SEGMENT.
           MOVE SPACES TO WS-HIST-PATH
           STRING "txn-history-" WS-REV-SCAN-YEAR ".dat"
               DELIMITED BY SIZE INTO WS-HIST-PATH
           END-STRING
           OPEN INPUT TXN-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TXN-HIST-MARK
           MOVE "N" TO EOF-HIST-OLD
           PERFORM READ-HIST-OLD
           PERFORM UNTIL HIST-OLD-EOF
               PERFORM MARK-ONE-HIST-ROW
               MOVE TXN-HIST-REC TO TXN-HIST-MARK-REC
               WRITE TXN-HIST-MARK-REC
               PERFORM READ-HIST-OLD
           END-PERFORM
           CLOSE TXN-HIST-FILE
           CLOSE TXN-HIST-MARK
           CALL "CBL_DELETE_FILE" USING WS-HIST-PATH
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE"
               USING WS-HIST-MARK-PATH WS-HIST-PATH
           IF RETURN-CODE NOT = 0
               DISPLAY "FATAL: COULD NOT INSTALL " WS-HIST-PATH
               DISPLAY "- COMPLETE IMAGE REMAINS AT "
                   "./output/txn-hist-mark.dat. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-REV-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-REV-SCAN-IDX > WS-REV-COUNT
               IF WS-RV-YEAR(WS-REV-SCAN-IDX) = WS-REV-SCAN-YEAR
                   MOVE "Y" TO WS-RV-SCANNED-SW(WS-REV-SCAN-IDX)
               END-IF
           END-PERFORM.

      *recovery probe first: a crash between the delete and
      * the rename in UPDATE-HIST-CATALOG leaves no catalog but a
               PERFORM FORMAT-STMT-TYPE
               MOVE SD-TR-AMOUNT TO WS-STMT-AMT-DISP
               MOVE SPACES TO STMT-LINE
               IF SD-TR-TYPE = "CQ"
                   STRING "    " WS-STMT-TYPE-DISP WS-STMT-AMT-DISP
                       "  CHQ " SD-CHEQUE-NO
                       DELIMITED BY SIZE INTO STMT-LINE
                   END-STRING
               ELSE
                   STRING "    " WS-STMT-TYPE-DISP WS-STMT-AMT-DISP
                       DELIMITED BY SIZE INTO STMT-LINE
                   END-STRING
               END-IF
               WRITE STMT-LINE
               PERFORM READ-STMT-SORTED
           END-PERFORM
      *maps a raw posting code into the label printed on
      * the statement line.
       FORMAT-STMT-TYPE.
           IF SD-TR-TYPE = "RD"
               MOVE "REVERSAL DR   " TO WS-STMT-TYPE-DISP
               EXIT PARAGRAPH
           END-IF
           IF SD-TR-TYPE = "RC"
               MOVE "REVERSAL CR   " TO WS-STMT-TYPE-DISP
               EXIT PARAGRAPH
           END-IF
           IF SD-TR-TYPE = "CQ"
               MOVE "CHEQUE PAID   " TO WS-STMT-TYPE-DISP
               EXIT PARAGRAPH
           END-IF
           IF SD-TR-TYPE = "EC"
               MOVE "ELECTRONIC CR " TO WS-STMT-TYPE-DISP
               EXIT PARAGRAPH
           END-IF
           IF SD-TR-TYPE = "EP"
               MOVE "PAYMENT SENT  " TO WS-STMT-TYPE-DISP
               EXIT PARAGRAPH
           END-IF
           IF SD-TR-TYPE = "D "
               MOVE "DEPOSIT       " TO WS-STMT-TYPE-DISP
           ELSE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-HOLDS-ROLLED TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "HOLD DATES ROLLED:       " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-HOLDS-RELEASED TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "FUNDS HOLDS RELEASED:    " WS-AMOUNT-DISP
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-REVERSALS-POSTED TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "REVERSALS POSTED:        " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-REVERSED TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL REVERSED AMOUNT:   " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CHEQUES-PAID TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "INWARD CHEQUES PAID:     " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-CHEQUES TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL CHEQUES PAID:      " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CHEQUES-RETURNED TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "INWARD CHEQUES RETURNED: " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ELEC-CREDITS TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "ELECTRONIC CREDITS:      " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-ELEC-CREDITS TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL ELECTRONIC CREDITS:" WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-PAYMENTS-SENT TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "OUTGOING PAYMENTS SENT:  " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-PAYMENTS TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL PAYMENTS SENT:     " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

      *one section per branch that posted tonight, so the
      * regional controller reads each office's figures straight
      * off the report instead of un-blending them by hand.
                   UNTIL WS-GL-IDX > WS-GL-COUNT
           END-IF.

      *the night's "P" payments, sorted by currency - posting
      * order kept within each - into the outward interchange file:
      * a file header, one batch per currency with its trailer
      * controls (entry count, entry hash, amount total), and a file
      * trailer over the batches. A night with no payments still
      * sends a header and an all-zero trailer, so the network sees
      * the bank had nothing to send rather than no file at all.
      *each batch also writes a settlement row to gl-control.dat
      * under branch "STL": the total leaving the bank through the
      * network in that currency, which the ledger posts to the
      * settlement account. The customer debits themselves are
      * already in the owning branch's rows above.
       WRITE-PAYMENT-INTERCHANGE.
           CLOSE PAYOUT-WORK-FILE
           SORT PAYOUT-SORT-FILE
               ON ASCENDING KEY PS-CURRENCY
               WITH DUPLICATES IN ORDER
               USING PAYOUT-WORK-FILE
               GIVING PAYOUT-SORTED-FILE
           OPEN INPUT PAYOUT-SORTED-FILE
           OPEN OUTPUT PAY-OUTWARD-FILE
           MOVE SPACES            TO OX-FILE-HEADER-REC
           MOVE "1"               TO FH-REC-TYPE
           MOVE WS-PAYOUT-FILE-ID TO FH-FILE-ID
           MOVE WS-BATCH-DATE     TO FH-FILE-DATE
           MOVE WS-OUR-BANK-ID    TO FH-ORIGIN-BANK
           MOVE WS-NETWORK-ID     TO FH-DEST-BANK
           WRITE OX-FILE-HEADER-REC
           MOVE "N" TO EOF-PAYOUT
           PERFORM READ-PAYOUT-SORTED
           PERFORM UNTIL PAYOUT-EOF
               IF WS-PX-BATCH-NO = 0
                       OR PD-CURRENCY NOT = WS-PX-CURRENCY
                   IF WS-PX-BATCH-NO > 0
                       PERFORM CLOSE-PAYMENT-BATCH
                   END-IF
                   PERFORM OPEN-PAYMENT-BATCH
               END-IF
               PERFORM WRITE-ONE-PAYMENT-ENTRY
               PERFORM READ-PAYOUT-SORTED
           END-PERFORM
           IF WS-PX-BATCH-NO > 0
               PERFORM CLOSE-PAYMENT-BATCH
           END-IF
           MOVE SPACES            TO OX-FILE-TRAILER-REC
           MOVE "9"               TO FT-REC-TYPE
           MOVE WS-PX-BATCH-NO    TO FT-BATCH-COUNT
           MOVE WS-PX-FILE-ENTRIES TO FT-ENTRY-COUNT
           MOVE WS-PX-FILE-HASH   TO FT-ENTRY-HASH
           MOVE WS-PX-FILE-TOTAL  TO FT-TOTAL-AMOUNT
           WRITE OX-FILE-TRAILER-REC
           CLOSE PAYOUT-SORTED-FILE
           CLOSE PAY-OUTWARD-FILE.

       READ-PAYOUT-SORTED.
           READ PAYOUT-SORTED-FILE
               AT END
                   MOVE "Y" TO EOF-PAYOUT
               NOT AT END
                   CONTINUE
           END-READ.

       OPEN-PAYMENT-BATCH.
           ADD 1 TO WS-PX-BATCH-NO
           MOVE PD-CURRENCY       TO WS-PX-CURRENCY
           MOVE 0                 TO WS-PX-BATCH-ENTRIES
           MOVE 0                 TO WS-PX-BATCH-HASH
           MOVE 0                 TO WS-PX-BATCH-TOTAL
           MOVE SPACES            TO OX-BATCH-HEADER-REC
           MOVE "5"               TO BH-REC-TYPE
           MOVE WS-PX-BATCH-NO    TO BH-BATCH-NO
           MOVE WS-PX-CURRENCY    TO BH-CURRENCY
           MOVE "PAYMENT"         TO BH-ENTRY-DESC
           MOVE "CUSTOMER PAYMENT" TO BH-ORIGINATOR
           WRITE OX-BATCH-HEADER-REC.

      *the entry hash is the sum of the receiving bank IDs, as
      * PAYIN proves it on the way in; the trace number is the
      * payment's own archive key, post date and sequence.
       WRITE-ONE-PAYMENT-ENTRY.
           MOVE SPACES            TO OX-ENTRY-REC
           MOVE "6"               TO EN-REC-TYPE
           MOVE WS-BATCH-DATE     TO EN-TRACE-DATE
           MOVE PD-SEQ            TO EN-TRACE-SEQ
           MOVE PD-BANK-ID        TO EN-BANK-ID
           MOVE PD-BENE-ACCT      TO EN-ACCT-NO
           MOVE PD-AMOUNT         TO EN-AMOUNT
           MOVE PD-NAME           TO EN-PAYER-NAME
           MOVE PD-ACCT-ID        TO EN-PAYER-ACCT
           WRITE OX-ENTRY-REC
           ADD 1 TO WS-PX-BATCH-ENTRIES
           ADD PD-BANK-ID-N TO WS-PX-BATCH-HASH
           ADD PD-AMOUNT TO WS-PX-BATCH-TOTAL.

       CLOSE-PAYMENT-BATCH.
           MOVE SPACES            TO OX-BATCH-TRAILER-REC
           MOVE "8"               TO BT-REC-TYPE
           MOVE WS-PX-BATCH-NO    TO BT-BATCH-NO
           MOVE WS-PX-BATCH-ENTRIES TO BT-ENTRY-COUNT
           MOVE WS-PX-BATCH-HASH  TO BT-ENTRY-HASH
           MOVE WS-PX-BATCH-TOTAL TO BT-TOTAL-AMOUNT
           WRITE OX-BATCH-TRAILER-REC
           ADD WS-PX-BATCH-ENTRIES TO WS-PX-FILE-ENTRIES
           ADD BT-ENTRY-HASH      TO WS-PX-FILE-HASH
           ADD WS-PX-BATCH-TOTAL  TO WS-PX-FILE-TOTAL
           MOVE WS-BATCH-DATE     TO GC-BATCH-DATE
           MOVE "STL"             TO GC-BRANCH
           MOVE WS-PX-CURRENCY    TO GC-CURRENCY
           MOVE 0                 TO GC-TOTAL-DEBITS
           MOVE WS-PX-BATCH-TOTAL TO GC-TOTAL-CREDITS
           MOVE WS-PX-BATCH-ENTRIES TO GC-RECORD-COUNT
           WRITE GL-CONTROL-REC.

      *the holds file is rewritten whole - survivors of the
      * load (expired rows dropped, as are rows this same batch date
      * wrote before a tail failure - see LOAD-HOLDS-TABLE) plus
           CLOSE REPORT-FILE
           CLOSE ERROR-FILE
           CLOSE REJECT-FILE
           CLOSE CHQ-RETURN-FILE
           CLOSE GL-CONTROL-FILE
           CLOSE STMT-FILE
           CLOSE CTR-FILE
