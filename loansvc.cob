      *----------hierarchy---------
      * D: division: identification, environment, data, procedure
      * S: section:（optional）
      *    (data -> working-storage section, file section
      *    (environment -> input-output section
      * P: paragraph
      *    ST: statement



      *---------------------------------------------
       IDENTIFICATION DIVISION. *> D1 identification
       PROGRAM-ID. LOANSVC.     *>    D1- program id

      *---------------------------------------------
      *nightly loan servicing, run after STDORDER has opened the
      * business date and ahead of that date's EOD. The loan master
      * (loanmast.dat) carries one row per loan: the principal,
      * annual rate, term and level monthly payment it was booked
      * with, the next due date, and the deposit account the
      * repayments are drawn from. Each loan is also an account on
      * the account master (type "L") - the account the repayment
      * transfers land in; what is still owed lives here.
      *per loan, each night:
      *    1. last night's collection is confirmed against the
      *       posting archive: a "TC" credit on the loan account for
      *       the amount asked is a payment, split into interest
      *       (whatever has accrued) and principal (the rest); no
      *       credit means EOD refused it, and the reason is taken
      *       from the reject files;
      *    2. interest accrues on the outstanding balance for the
      *       days since the last accrual;
      *    3. a payment still owed past its due date ages the loan
      *       into the 30/60/90-day delinquency buckets;
      *    4. a payment due tonight (or owed from an earlier night)
      *       goes out as a "T" transfer from the linked account
      *       into the loan account, folded into trans.dat the same
      *       way STDORDER folds in its orders, so EOD posts it with
      *       its usual available-balance and overdraft checks.
      * a delinquency report lists every loan behind on its
      * payments by bucket.
       ENVIRONMENT DIVISION.    *>D2 environment
       INPUT-OUTPUT SECTION.    *>    D2-S1 input-output
       FILE-CONTROL.            *>          D2-S1-P1 file-control
      *optional the way stdorders.dat is: a shop with no loans
      * booked simply passes trans.dat through untouched.
           SELECT LOAN-FILE ASSIGN TO "loanmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.
      *the serviced loan master, staged complete before either
      * install below touches a live file.
           SELECT LOAN-NEXT-FILE
               ASSIGN TO "./output/loanmast-next.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-NEXT-STATUS.
      *the bank's non-business days - public holidays and any
      * other day the branches are shut - one dated row each.
      * Saturdays and Sundays are never business days and need no
      * row. Optional the same way FX-RATE-FILE is: no calendar
      * simply means weekends are the only days off.
           SELECT CALENDAR-FILE ASSIGN TO "calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
      *the archive segments, read to confirm last night's
      * collections; optional - no segment means nothing posted.
           SELECT TXN-HIST-FILE ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
      *last night's rejects, if TRREPAIR has not absorbed them
      * yet, and the carry pool, if it has - either one can hold
      * the reason a collection was refused.
           SELECT REJECT-FILE ASSIGN TO "./output/rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT CARRY-FILE ASSIGN TO "rejects-carry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-FILE-STATUS.
      *present only between "both staged images are complete"
      * and "both installs have landed" - a rerun that finds it
      * finishes the installs from the staged images before doing
      * anything else; same marker protocol STDORDER uses.
           SELECT LOAN-MARKER-FILE
               ASSIGN TO "./output/loansvc-restart.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKER-FILE-STATUS.
      *the repayments fold into trans.dat so tonight's EOD
      * posts them alongside the day's entries - sorted together
      * with the existing file, the same merge STDORDER and
      * FEEASSESS use, so the whole-file account order EOD's
      * pre-flight demands survives.
           SELECT TRANS-FILE ASSIGN TO "trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT LOAN-RAW-FILE
               ASSIGN TO "./output/loansvc-pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-SORT-FILE
               ASSIGN TO "./output/loansvc-sort.tmp".
           SELECT TRANS-MERGED-FILE
               ASSIGN TO "./output/loansvc-merged.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE
               ASSIGN TO "./output/loansvc-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELQ-REPORT-FILE
               ASSIGN TO "./output/loan-delinquency.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *the shared run-control record, read only: loans are
      * serviced inside the window STDORDER opens and EOD closes.
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
      *a new loan is keyed with the ID, linked account,
      * currency, principal, rate, term and pay day; everything
      * from LN-PAYMENT on may be left blank and is set up on the
      * first night (LN-LAST-ACCRUAL blank or zero marks a loan
      * not yet set up). A zero payment is worked out as the level
      * monthly payment that clears the loan over its term.
       FD  LOAN-FILE.
           01  LOAN-REC.
               05  LN-LOAN-ID        PIC X(5).
               05  LN-LINKED-ACCT-ID PIC X(5).
      *"A" active, "P" paid off.
               05  LN-STATUS         PIC X(1).
               05  LN-CURRENCY       PIC X(3).
               05  LN-PRINCIPAL      PIC 9(7)V99.
               05  LN-ANNUAL-RATE    PIC 9(2)V9(4).
               05  LN-TERM-MONTHS    PIC 9(3).
      *day of the month payments fall due; a short month
      * takes its last day instead.
               05  LN-PAY-DAY        PIC 9(2).
               05  LN-PAYMENT        PIC 9(7)V99.
               05  LN-BALANCE        PIC 9(7)V99.
               05  LN-NEXT-DUE       PIC 9(8).
               05  LN-ACCRUED-INT    PIC 9(7)V99.
               05  LN-LAST-ACCRUAL   PIC 9(8).
               05  LN-PAYMENTS-MADE  PIC 9(3).
      *the collection written to trans.dat and not yet seen
      * posted: the business date it went out on and the amount.
               05  LN-PEND-DATE      PIC 9(8).
               05  LN-PEND-AMOUNT    PIC 9(7)V99.
               05  LN-DAYS-PAST-DUE  PIC 9(4).
      *"00" current, "01" under 30 days, "30", "60", "90".
               05  LN-DELQ-BUCKET    PIC X(2).
      *EOD's reject code for the last collection refused.
               05  LN-LAST-REASON    PIC X(4).
               05  LN-PAID-PRINCIPAL PIC 9(7)V99.
               05  LN-PAID-INTEREST  PIC 9(7)V99.

           FD  LOAN-NEXT-FILE.
           01  LOAN-NEXT-REC         PIC X(125).

           FD  CALENDAR-FILE.
      *one row per non-business day; the description is for
      * whoever keeps the file up, nothing reads it.
           01  CALENDAR-REC.
               05  CA-DATE           PIC 9(8).
               05  CA-DESC           PIC X(30).

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

      *same layout EOD's LOG-ERROR writes.
       FD  REJECT-FILE.
           01  REJECT-REC.
               05  RJ-BATCH-DATE     PIC 9(8).
               05  RJ-REASON-CODE    PIC X(4).
               05  RJ-AGE            PIC 9(3).
               05  RJ-ACCT-ID        PIC X(5).
               05  RJ-TYPE           PIC X(1).
               05  RJ-AMOUNT         PIC 9(7)V99.
               05  RJ-DEST-ACCT-ID   PIC X(5).
               05  RJ-CURRENCY       PIC X(3).
               05  RJ-RELEASE-DATE   PIC X(8).
               05  RJ-BRANCH         PIC X(3).
               05  RJ-REFERENCE      PIC X(15).

      *same layout TRREPAIR keeps its carry pool in.
           FD  CARRY-FILE.
           01  CARRY-REC.
               05  RC-ID-DATE        PIC 9(8).
               05  RC-ID-SEQ         PIC 9(4).
               05  RC-REASON-CODE    PIC X(4).
               05  RC-AGE            PIC 9(3).
               05  RC-ACCT-ID        PIC X(5).
               05  RC-TYPE           PIC X(1).
               05  RC-AMOUNT         PIC 9(7)V99.
               05  RC-DEST-ACCT-ID   PIC X(5).
               05  RC-CURRENCY       PIC X(3).
               05  RC-RELEASE-DATE   PIC X(8).
               05  RC-BRANCH         PIC X(3).
               05  RC-REFERENCE      PIC X(15).

      *carries the business date it was set for - a marker
      * that somehow survives into a later date must NOT replay
      * that old date's images over the new day's files.
           FD  LOAN-MARKER-FILE.
           01  LOAN-MARKER-REC.
               05  LM-FLAG           PIC X(1).
               05  LM-BATCH-DATE     PIC 9(8).

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

           FD  LOAN-RAW-FILE.
           01  LOAN-RAW-REC.
               05  LR-ACCT-ID        PIC X(5).
               05  LR-TYPE           PIC X(1).
               05  LR-AMOUNT         PIC 9(7)V99.
               05  LR-DEST-ACCT-ID   PIC X(5).
               05  LR-CURRENCY       PIC X(3).
               05  LR-RELEASE-DATE   PIC X(8).
               05  LR-BRANCH         PIC X(3).
               05  LR-REFERENCE      PIC X(15).

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

           FD  DELQ-REPORT-FILE.
           01  DELQ-LINE             PIC X(80).

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
           01  EOF-LOAN              PIC X VALUE "N".
               88  LOAN-EOF                 VALUE "Y".
           01  EOF-HIST              PIC X VALUE "N".
               88  HIST-EOF                 VALUE "Y".
           01  EOF-REJECT            PIC X VALUE "N".
               88  REJECT-EOF               VALUE "Y".
           01  EOF-CARRY             PIC X VALUE "N".
               88  CARRY-EOF                VALUE "Y".
           01  EOF-TRANS             PIC X VALUE "N".
               88  TRANS-EOF                VALUE "Y".
           01  EOF-MERGED            PIC X VALUE "N".
               88  MERGED-EOF               VALUE "Y".
           01  EOF-LOAN-NEXT         PIC X VALUE "N".
               88  LOAN-NEXT-EOF            VALUE "Y".
      *remembers whether trans.dat existed when the run
      * started - a missing file merges as empty, and the SORT
      * below has to leave it out of its USING list entirely.
           01  WS-TRANS-EXISTS-SW    PIC X VALUE "N".
               88  TRANS-EXISTS             VALUE "Y".
           01  WS-LOANS-ON-FILE-SW   PIC X VALUE "N".
               88  LOANS-ON-FILE            VALUE "Y".

           01  WS-LOAN-FILE-STATUS   PIC XX.
           01  WS-LOAN-NEXT-STATUS   PIC XX.
           01  WS-HIST-FILE-STATUS   PIC XX.
           01  WS-REJECT-FILE-STATUS PIC XX.
           01  WS-CARRY-FILE-STATUS  PIC XX.
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
           01  WS-BATCH-SERIAL       PIC 9(7).
           01  WS-HIST-PATH          PIC X(30).
           01  WS-SCAN-YEAR          PIC 9(4).

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

      *the due date in hand, rolled forward off any weekend or
      * holiday - a repayment is asked for on the business day on
      * or after the date it falls due, and is only late after that.
           01  WS-DUE-ROLLED         PIC 9(8).
           01  WS-DUE-SERIAL         PIC 9(7).

      *every collection written on an earlier night and not yet
      * confirmed, gathered in a first pass over the loan master so
      * the archive and reject files are each read once, not once
      * per loan.
           01  WS-PEND-TABLE.
               05  WS-PEND-COUNT     PIC 9(4) COMP VALUE 0.
               05  WS-PEND-ENTRY OCCURS 2000 TIMES.
                   10  WS-PD-LOAN-ID     PIC X(5).
                   10  WS-PD-LINKED-ID   PIC X(5).
                   10  WS-PD-DATE        PIC 9(8).
                   10  WS-PD-AMOUNT      PIC 9(7)V99.
                   10  WS-PD-POSTED-SW   PIC X(1).
                   10  WS-PD-REASON      PIC X(4).
           01  WS-PEND-IDX           PIC 9(4) COMP.
           01  WS-PEND-MIN-DATE      PIC 9(8).
           01  WS-PEND-MIN-SPLIT REDEFINES WS-PEND-MIN-DATE.
               05  WS-PEND-MIN-YEAR  PIC 9(4).
               05  FILLER            PIC 9(4).
           01  WS-PEND-FOUND-SW      PIC X VALUE "N".
               88  PEND-FOUND               VALUE "Y".
           01  WS-POSTED-SW          PIC X VALUE "N".
               88  COLLECTION-POSTED        VALUE "Y".
           01  WS-REJ-DATE           PIC 9(8).
           01  WS-REJ-LOAN-ID        PIC X(5).
           01  WS-REJ-LINKED-ID      PIC X(5).
           01  WS-REJ-REASON         PIC X(4).

      *the repayment in hand and how it splits.
           01  WS-PAY-AMOUNT         PIC 9(7)V99.
           01  WS-PAY-INTEREST       PIC 9(7)V99.
           01  WS-PAY-PRINCIPAL      PIC 9(7)V99.
           01  WS-ACCRUE-DAYS        PIC 9(5).
           01  WS-ACCRUE-AMOUNT      PIC 9(7)V99.
           01  WS-LAST-SERIAL        PIC 9(7).

      *level-payment arithmetic for a loan set up without a
      * payment: P * r * g / (g - 1), r the monthly rate and g the
      * growth of one unit over the whole term.
           01  WS-MONTH-RATE         PIC 9(1)V9(12).
           01  WS-GROWTH             PIC 9(7)V9(12).
           01  WS-PMT-WORK           PIC 9(9)V9(8).
           01  WS-SETUP-OK-SW        PIC X VALUE "Y".
               88  SETUP-OK                 VALUE "Y".

      *the DATE-TO-SERIAL work area - INTPOST's day count.
           01  WS-CNV-DATE-NUM       PIC 9(8).
           01  WS-CNV-DATE-SPLIT REDEFINES WS-CNV-DATE-NUM.
               05  WS-CNV-YEAR       PIC 9(4).
               05  WS-CNV-MONTH      PIC 9(2).
               05  WS-CNV-DAY        PIC 9(2).
           01  WS-CNV-WORK-YEAR      PIC 9(4).
           01  WS-CNV-WORK-MONTH     PIC 9(2).
           01  WS-CNV-QUOT           PIC 9(7).
           01  WS-CNV-SERIAL         PIC 9(7).

      *delinquency buckets for the report's summary block.
           01  WS-BUCKET-TABLE.
               05  WS-BUCKET-ENTRY OCCURS 5 TIMES.
                   10  WS-BK-CODE        PIC X(2).
                   10  WS-BK-LABEL       PIC X(14).
                   10  WS-BK-COUNT       PIC 9(7).
                   10  WS-BK-BALANCE     PIC 9(9)V99.
           01  WS-BK-IDX             PIC 9(1).

           01  WS-COUNTERS.
               05  WS-LOANS-READ     PIC 9(7) VALUE 0.
               05  WS-LOANS-SERVICED PIC 9(7) VALUE 0.
               05  WS-LOANS-SET-UP   PIC 9(7) VALUE 0.
               05  WS-LOANS-REFUSED  PIC 9(7) VALUE 0.
               05  WS-LOANS-PAID-OFF PIC 9(7) VALUE 0.
               05  WS-PAID-ON-FILE   PIC 9(7) VALUE 0.
               05  WS-PAYS-CONFIRMED PIC 9(7) VALUE 0.
               05  WS-PAYS-MISSED    PIC 9(7) VALUE 0.
               05  WS-PAYS-WRITTEN   PIC 9(7) VALUE 0.
               05  WS-LOANS-DELQ     PIC 9(7) VALUE 0.
               05  WS-TOTAL-DUE      PIC 9(9)V99 VALUE 0.
               05  WS-TOTAL-PRIN     PIC 9(9)V99 VALUE 0.
               05  WS-TOTAL-INT      PIC 9(9)V99 VALUE 0.
               05  WS-TOTAL-ACCRUED  PIC 9(9)V99 VALUE 0.
               05  WS-TOTAL-BALANCE  PIC 9(9)V99 VALUE 0.

           01  WS-AMT-DISP           PIC ZZZ,ZZZ,ZZ9.99.
           01  WS-AMT-DISP-2         PIC ZZZ,ZZZ,ZZ9.99.
           01  WS-COUNT-DISP         PIC ZZZ,ZZZ,ZZ9.
           01  WS-DPD-DISP           PIC ZZZ9.

      *------------------------------------
       PROCEDURE DIVISION.

       MAIN.
           PERFORM CHECK-RUN-CONTROL
           PERFORM FINISH-PRIOR-INSTALL
           PERFORM LOG-RUN-START
           PERFORM VALIDATE-TRANS-SEQUENCE
           PERFORM LOAD-CALENDAR
           MOVE WS-BATCH-DATE TO WS-CNV-DATE-NUM
           PERFORM DATE-TO-SERIAL
           MOVE WS-CNV-SERIAL TO WS-BATCH-SERIAL
           PERFORM LOAD-PENDING-COLLECTIONS
           PERFORM MATCH-POSTED-COLLECTIONS
           PERFORM MATCH-REFUSED-COLLECTIONS
           PERFORM INIT-FILES
           IF LOANS-ON-FILE
               PERFORM READ-LOAN
               PERFORM UNTIL LOAN-EOF
                   PERFORM SERVICE-ONE-LOAN
                   WRITE LOAN-NEXT-REC FROM LOAN-REC
                   PERFORM READ-LOAN
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF
           CLOSE LOAN-NEXT-FILE
           PERFORM MERGE-PAYMENTS-INTO-TRANS
           PERFORM SET-INSTALL-MARKER
           PERFORM INSTALL-MERGED-TRANS
           PERFORM INSTALL-LOAN-MASTER
           PERFORM CLEAR-INSTALL-MARKER
           PERFORM WRITE-SERVICING-TOTALS
           PERFORM WRITE-DELINQUENCY-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM LOG-RUN-END
           STOP RUN.

      *loans are serviced inside tonight's window: after
      * STDORDER has opened the business date (so trans.dat has
      * been reset for it) and before EOD posts it. There is no
      * flag of its own - a second run the same night is harmless,
      * since a loan whose collection already went out tonight
      * carries tonight's date as its pending date and is skipped,
      * and its interest has already accrued to tonight.
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
      *the business date is the run-control record's, not the
      * wall clock's - a batch window that runs past midnight (or a
      * restart in the small hours) continues the SAME business
      * date, which every same-date rerun guard keys on. Only
      * STDORDER, the day opener, consults the calendar.
           MOVE RL-BUSINESS-DATE TO WS-BATCH-DATE
           IF RL-STDORDER-DONE NOT = "Y"
               DISPLAY "FATAL: STDORDER HAS NOT COMPLETED FOR "
                   WS-BATCH-DATE ". RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RL-EOD-DONE = "Y"
               DISPLAY "FATAL: EOD ALREADY COMPLETED FOR "
                   WS-BATCH-DATE " - REPAYMENTS WOULD MISS IT. "
                   "RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *a marker left by a crashed run means both staged images
      * were complete but the copies over the live files never
      * finished - the night's servicing is already in them, so
      * this run must NOT service the loans again: it lands the
      * installs from the staged images and stops.
       FINISH-PRIOR-INSTALL.
           OPEN INPUT LOAN-MARKER-FILE
           IF WS-MARKER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ LOAN-MARKER-FILE
               AT END
                   CLOSE LOAN-MARKER-FILE
                   EXIT PARAGRAPH
               NOT AT END
                   CONTINUE
           END-READ
           CLOSE LOAN-MARKER-FILE
      *a marker from another business date is stale: that
      * date's images must not land on top of the new day's files.
           IF LM-BATCH-DATE NOT = WS-BATCH-DATE
               DISPLAY "WARNING: STALE LOAN INSTALL MARKER FROM "
                   LM-BATCH-DATE " DISCARDED"
               PERFORM CLEAR-INSTALL-MARKER
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COMPLETING UNFINISHED LOAN INSTALL"
           PERFORM INSTALL-MERGED-TRANS
           PERFORM INSTALL-LOAN-MASTER
           PERFORM CLEAR-INSTALL-MARKER
           PERFORM LOG-RUN-END
           STOP RUN.

       SET-INSTALL-MARKER.
           OPEN OUTPUT LOAN-MARKER-FILE
           MOVE "I"           TO LM-FLAG
           MOVE WS-BATCH-DATE TO LM-BATCH-DATE
           WRITE LOAN-MARKER-REC
           CLOSE LOAN-MARKER-FILE.

       CLEAR-INSTALL-MARKER.
           OPEN OUTPUT LOAN-MARKER-FILE
           CLOSE LOAN-MARKER-FILE.

       LOG-RUN-START.
           MOVE "S" TO WS-RH-EVENT
           MOVE 0   TO WS-RH-OK
           MOVE 0   TO WS-RH-FAIL
           PERFORM WRITE-RUN-HISTORY.

       LOG-RUN-END.
           MOVE "E" TO WS-RH-EVENT
           MOVE WS-LOANS-SERVICED TO WS-RH-OK
           MOVE WS-LOANS-REFUSED  TO WS-RH-FAIL
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
           MOVE "LOANSVC"     TO RH-PROGRAM
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
           OPEN OUTPUT LOAN-RAW-FILE
           OPEN OUTPUT LOAN-NEXT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM "====== LOAN SERVICING RUN ======"
           MOVE SPACES TO REPORT-LINE
           STRING "BUSINESS DATE: " WS-BATCH-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           OPEN OUTPUT DELQ-REPORT-FILE
           MOVE SPACES TO DELQ-LINE
           WRITE DELQ-LINE FROM "====== LOAN DELINQUENCY REPORT ======"
           MOVE SPACES TO DELQ-LINE
           STRING "BUSINESS DATE: " WS-BATCH-DATE
               DELIMITED BY SIZE INTO DELQ-LINE
           END-STRING
           WRITE DELQ-LINE
           MOVE SPACES TO DELQ-LINE
           WRITE DELQ-LINE FROM
               "LOAN  LINKD  BK      DPD NEXT-DUE       BALANCE RSN"
           MOVE "00" TO WS-BK-CODE(1)
           MOVE "CURRENT"        TO WS-BK-LABEL(1)
           MOVE "01" TO WS-BK-CODE(2)
           MOVE "1-29 DAYS"      TO WS-BK-LABEL(2)
           MOVE "30" TO WS-BK-CODE(3)
           MOVE "30-59 DAYS"     TO WS-BK-LABEL(3)
           MOVE "60" TO WS-BK-CODE(4)
           MOVE "60-89 DAYS"     TO WS-BK-LABEL(4)
           MOVE "90" TO WS-BK-CODE(5)
           MOVE "90+ DAYS"       TO WS-BK-LABEL(5)
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 5
               MOVE 0 TO WS-BK-COUNT(WS-BK-IDX)
               MOVE 0 TO WS-BK-BALANCE(WS-BK-IDX)
           END-PERFORM
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "00"
               MOVE "Y" TO WS-LOANS-ON-FILE-SW
               MOVE "N" TO EOF-LOAN
           END-IF.

       READ-LOAN.
           READ LOAN-FILE
               AT END
                   MOVE "Y" TO EOF-LOAN
               NOT AT END
                   CONTINUE
           END-READ.

      *first pass: every loan with a collection out from an
      * earlier night goes into the pending table, assumed unposted
      * until the archive says otherwise.
       LOAD-PENDING-COLLECTIONS.
           MOVE 99999999 TO WS-PEND-MIN-DATE
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-LOAN
           PERFORM READ-LOAN
           PERFORM UNTIL LOAN-EOF
               IF LN-PEND-DATE NUMERIC
                       AND LN-PEND-DATE > 0
                       AND LN-PEND-DATE < WS-BATCH-DATE
                   IF WS-PEND-COUNT >= 2000
                       DISPLAY "FATAL: MORE THAN 2000 LOAN "
                           "COLLECTIONS PENDING. RUN ABORTED."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PEND-COUNT
                   MOVE LN-LOAN-ID     TO WS-PD-LOAN-ID(WS-PEND-COUNT)
                   MOVE LN-LINKED-ACCT-ID
                       TO WS-PD-LINKED-ID(WS-PEND-COUNT)
                   MOVE LN-PEND-DATE   TO WS-PD-DATE(WS-PEND-COUNT)
                   MOVE LN-PEND-AMOUNT TO WS-PD-AMOUNT(WS-PEND-COUNT)
                   MOVE "N"            TO WS-PD-POSTED-SW(WS-PEND-COUNT)
                   MOVE SPACES         TO WS-PD-REASON(WS-PEND-COUNT)
                   IF LN-PEND-DATE < WS-PEND-MIN-DATE
                       MOVE LN-PEND-DATE TO WS-PEND-MIN-DATE
                   END-IF
               END-IF
               PERFORM READ-LOAN
           END-PERFORM
           CLOSE LOAN-FILE.

      *a collection that posted shows on the archive as a "TC"
      * credit to the loan account, on the date it went out, for
      * the amount asked. Every segment from the oldest pending
      * date's year through tonight's is read - normally just the
      * one, two across a year end.
       MATCH-POSTED-COLLECTIONS.
           IF WS-PEND-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCAN-YEAR FROM WS-PEND-MIN-YEAR BY 1
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
                       IF TH-TR-TYPE = "TC"
                               AND TH-POST-DATE NOT < WS-PEND-MIN-DATE
                           PERFORM MATCH-ONE-POSTING
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

       MATCH-ONE-POSTING.
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PD-LOAN-ID(WS-PEND-IDX) = TH-ACCT-ID
                       AND WS-PD-DATE(WS-PEND-IDX) = TH-POST-DATE
                       AND WS-PD-AMOUNT(WS-PEND-IDX) = TH-TR-AMOUNT
                       AND WS-PD-POSTED-SW(WS-PEND-IDX) = "N"
                   MOVE "Y" TO WS-PD-POSTED-SW(WS-PEND-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *a collection EOD refused sits in rejects.dat until
      * TRREPAIR pools it into rejects-carry.dat under its first-
      * seen batch date - whichever side of TRREPAIR tonight's run
      * falls, one of the two carries the reason code.
       MATCH-REFUSED-COLLECTIONS.
           IF WS-PEND-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "00"
               MOVE "N" TO EOF-REJECT
               PERFORM UNTIL REJECT-EOF
                   READ REJECT-FILE
                       AT END
                           MOVE "Y" TO EOF-REJECT
                       NOT AT END
                           IF RJ-TYPE = "T"
                               MOVE RJ-BATCH-DATE   TO WS-REJ-DATE
                               MOVE RJ-DEST-ACCT-ID TO WS-REJ-LOAN-ID
                               MOVE RJ-ACCT-ID      TO WS-REJ-LINKED-ID
                               MOVE RJ-REASON-CODE  TO WS-REJ-REASON
                               PERFORM MATCH-ONE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF
           OPEN INPUT CARRY-FILE
           IF WS-CARRY-FILE-STATUS = "00"
               MOVE "N" TO EOF-CARRY
               PERFORM UNTIL CARRY-EOF
                   READ CARRY-FILE
                       AT END
                           MOVE "Y" TO EOF-CARRY
                       NOT AT END
                           IF RC-TYPE = "T"
                               MOVE RC-ID-DATE      TO WS-REJ-DATE
                               MOVE RC-DEST-ACCT-ID TO WS-REJ-LOAN-ID
                               MOVE RC-ACCT-ID      TO WS-REJ-LINKED-ID
                               MOVE RC-REASON-CODE  TO WS-REJ-REASON
                               PERFORM MATCH-ONE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRY-FILE
           END-IF.

       MATCH-ONE-REJECT.
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PD-LOAN-ID(WS-PEND-IDX) = WS-REJ-LOAN-ID
                       AND WS-PD-LINKED-ID(WS-PEND-IDX)
                           = WS-REJ-LINKED-ID
                       AND WS-PD-DATE(WS-PEND-IDX) = WS-REJ-DATE
                       AND WS-PD-POSTED-SW(WS-PEND-IDX) = "N"
                   MOVE WS-REJ-REASON TO WS-PD-REASON(WS-PEND-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *one loan through the night's four steps; a paid-off
      * loan is carried through untouched.
       SERVICE-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF LN-STATUS = "P"
               ADD 1 TO WS-PAID-ON-FILE
               EXIT PARAGRAPH
           END-IF
           IF LN-LAST-ACCRUAL NOT NUMERIC OR LN-LAST-ACCRUAL = 0
               PERFORM SET-UP-NEW-LOAN
               IF NOT SETUP-OK
                   ADD 1 TO WS-LOANS-REFUSED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-LOANS-SERVICED
           PERFORM CONFIRM-LAST-COLLECTION
           PERFORM ACCRUE-LOAN-INTEREST
           IF LN-STATUS = "A"
               PERFORM AGE-DELINQUENCY
               PERFORM COLLECT-IF-DUE
           END-IF
           PERFORM NOTE-DELINQUENCY.

      *a freshly keyed loan: the balance starts at the
      * principal, interest starts accruing tonight, and the first
      * payment falls due a month on. A row missing any of the
      * figures the schedule is built from is refused on the report
      * and carried through as keyed for the desk to correct.
       SET-UP-NEW-LOAN.
           MOVE "Y" TO WS-SETUP-OK-SW
           IF LN-PRINCIPAL NOT NUMERIC OR LN-PRINCIPAL = 0
                   OR LN-ANNUAL-RATE NOT NUMERIC
                   OR LN-TERM-MONTHS NOT NUMERIC
                   OR LN-TERM-MONTHS = 0
                   OR LN-LINKED-ACCT-ID = SPACES
                   OR LN-LINKED-ACCT-ID = LN-LOAN-ID
               MOVE "N" TO WS-SETUP-OK-SW
               MOVE SPACES TO REPORT-LINE
               STRING "  " LN-LOAN-ID
                   " NOT SET UP - PRINCIPAL, RATE, TERM OR LINKED"
                   " ACCOUNT MISSING"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF LN-PAY-DAY NOT NUMERIC OR LN-PAY-DAY = 0
                   OR LN-PAY-DAY > 31
               MOVE WS-BATCH-DAY TO LN-PAY-DAY
           END-IF
           IF LN-PAYMENT NOT NUMERIC
               MOVE 0 TO LN-PAYMENT
           END-IF
           IF LN-PAYMENT = 0
               PERFORM COMPUTE-LEVEL-PAYMENT
           END-IF
           MOVE "A"              TO LN-STATUS
           MOVE LN-PRINCIPAL     TO LN-BALANCE
           MOVE 0                TO LN-ACCRUED-INT
           MOVE WS-BATCH-DATE    TO LN-LAST-ACCRUAL
           MOVE 0                TO LN-PAYMENTS-MADE
           MOVE 0                TO LN-PEND-DATE
           MOVE 0                TO LN-PEND-AMOUNT
           MOVE 0                TO LN-DAYS-PAST-DUE
           MOVE "00"             TO LN-DELQ-BUCKET
           MOVE SPACES           TO LN-LAST-REASON
           MOVE 0                TO LN-PAID-PRINCIPAL
           MOVE 0                TO LN-PAID-INTEREST
           MOVE WS-BATCH-DATE    TO LN-NEXT-DUE
           PERFORM ADVANCE-DUE-DATE
           ADD 1 TO WS-LOANS-SET-UP
           MOVE LN-PAYMENT TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  " LN-LOAN-ID
               " SET UP - PAYMENT " WS-AMT-DISP
               " FIRST DUE " LN-NEXT-DUE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *the level monthly payment that clears the principal
      * over the term at the booked rate; a zero-rate loan simply
      * divides the principal over the term, rounded up a cent so
      * the last payment is never the larger one.
       COMPUTE-LEVEL-PAYMENT.
           IF LN-ANNUAL-RATE = 0
               DIVIDE LN-PRINCIPAL BY LN-TERM-MONTHS
                   GIVING LN-PAYMENT
               IF LN-PAYMENT * LN-TERM-MONTHS < LN-PRINCIPAL
                   ADD 0.01 TO LN-PAYMENT
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTH-RATE = LN-ANNUAL-RATE / 1200
           COMPUTE WS-GROWTH = (1 + WS-MONTH-RATE) ** LN-TERM-MONTHS
      *numerator first, then the divide - one expression
      * carrying all three twelve-place factors loses the result.
           COMPUTE WS-PMT-WORK =
               LN-PRINCIPAL * WS-MONTH-RATE * WS-GROWTH
           COMPUTE LN-PAYMENT ROUNDED =
               WS-PMT-WORK / (WS-GROWTH - 1).

      *moves LN-NEXT-DUE on one month to the loan's pay day,
      * or to the month's last day when the month is shorter.
       ADVANCE-DUE-DATE.
           MOVE LN-NEXT-DUE TO WS-CAL-DATE
           MOVE 1 TO WS-CAL-DAY
           IF WS-CAL-MONTH < 12
               ADD 1 TO WS-CAL-MONTH
           ELSE
               MOVE 1 TO WS-CAL-MONTH
               ADD 1 TO WS-CAL-YEAR
           END-IF
           PERFORM SET-CAL-MONTH-DAYS
           IF LN-PAY-DAY > WS-CAL-MONTH-DAYS
               MOVE WS-CAL-MONTH-DAYS TO WS-CAL-DAY
           ELSE
               MOVE LN-PAY-DAY TO WS-CAL-DAY
           END-IF
           MOVE WS-CAL-DATE TO LN-NEXT-DUE.

      *the collection that went out on an earlier night either
      * posted or it did not. Posted, it is split: the interest
      * accrued up to that night is paid first and the rest comes
      * off the balance. Refused, the due date stays where it is -
      * the payment is asked for again tonight - and the reason is
      * kept for the delinquency report. Either way the pending
      * collection is cleared.
       CONFIRM-LAST-COLLECTION.
           IF LN-PEND-DATE NOT NUMERIC
               MOVE 0 TO LN-PEND-DATE
               MOVE 0 TO LN-PEND-AMOUNT
           END-IF
           IF LN-PEND-DATE = 0 OR LN-PEND-DATE = WS-BATCH-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PEND-FOUND-SW
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT OR PEND-FOUND
               IF WS-PD-LOAN-ID(WS-PEND-IDX) = LN-LOAN-ID
                   MOVE "Y" TO WS-PEND-FOUND-SW
               END-IF
           END-PERFORM
      *no reason on either reject file means the line never
      * reached EOD at all - "NPST", not posted.
           MOVE "N"    TO WS-POSTED-SW
           MOVE "NPST" TO WS-REJ-REASON
           IF PEND-FOUND
               SUBTRACT 1 FROM WS-PEND-IDX
               IF WS-PD-POSTED-SW(WS-PEND-IDX) = "Y"
                   MOVE "Y" TO WS-POSTED-SW
               END-IF
               IF WS-PD-REASON(WS-PEND-IDX) NOT = SPACES
                   MOVE WS-PD-REASON(WS-PEND-IDX) TO WS-REJ-REASON
               END-IF
           END-IF
           IF COLLECTION-POSTED
               PERFORM APPLY-COLLECTED-PAYMENT
           ELSE
               ADD 1 TO WS-PAYS-MISSED
               MOVE WS-REJ-REASON TO LN-LAST-REASON
               MOVE LN-PEND-AMOUNT TO WS-AMT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  " LN-LOAN-ID
                   " COLLECTION OF " LN-PEND-DATE
                   WS-AMT-DISP " NOT POSTED - " LN-LAST-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE 0 TO LN-PEND-DATE
           MOVE 0 TO LN-PEND-AMOUNT.

       APPLY-COLLECTED-PAYMENT.
           MOVE LN-PEND-AMOUNT TO WS-PAY-AMOUNT
           IF WS-PAY-AMOUNT > LN-ACCRUED-INT
               MOVE LN-ACCRUED-INT TO WS-PAY-INTEREST
           ELSE
               MOVE WS-PAY-AMOUNT TO WS-PAY-INTEREST
           END-IF
           COMPUTE WS-PAY-PRINCIPAL = WS-PAY-AMOUNT - WS-PAY-INTEREST
           IF WS-PAY-PRINCIPAL > LN-BALANCE
               MOVE LN-BALANCE TO WS-PAY-PRINCIPAL
           END-IF
           SUBTRACT WS-PAY-INTEREST  FROM LN-ACCRUED-INT
           SUBTRACT WS-PAY-PRINCIPAL FROM LN-BALANCE
           ADD WS-PAY-INTEREST  TO LN-PAID-INTEREST
           ADD WS-PAY-PRINCIPAL TO LN-PAID-PRINCIPAL
           ADD 1 TO LN-PAYMENTS-MADE
           MOVE SPACES TO LN-LAST-REASON
           PERFORM ADVANCE-DUE-DATE
           ADD 1 TO WS-PAYS-CONFIRMED
           ADD WS-PAY-INTEREST  TO WS-TOTAL-INT
           ADD WS-PAY-PRINCIPAL TO WS-TOTAL-PRIN
           MOVE WS-PAY-PRINCIPAL TO WS-AMT-DISP
           MOVE WS-PAY-INTEREST  TO WS-AMT-DISP-2
           MOVE SPACES TO REPORT-LINE
           STRING "  " LN-LOAN-ID
               " COLLECTED  PRINCIPAL" WS-AMT-DISP
               "  INTEREST" WS-AMT-DISP-2
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF LN-BALANCE = 0 AND LN-ACCRUED-INT = 0
               MOVE "P" TO LN-STATUS
               MOVE 0    TO LN-DAYS-PAST-DUE
               MOVE "00" TO LN-DELQ-BUCKET
               ADD 1 TO WS-LOANS-PAID-OFF
               MOVE SPACES TO REPORT-LINE
               STRING "  " LN-LOAN-ID " PAID OFF"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      *simple daily interest on the outstanding balance, actual
      * days over 365 - the same basis INTPOST accrues deposits on.
       ACCRUE-LOAN-INTEREST.
           IF LN-LAST-ACCRUAL NOT < WS-BATCH-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE LN-LAST-ACCRUAL TO WS-CNV-DATE-NUM
           PERFORM DATE-TO-SERIAL
           MOVE WS-CNV-SERIAL TO WS-LAST-SERIAL
           COMPUTE WS-ACCRUE-DAYS = WS-BATCH-SERIAL - WS-LAST-SERIAL
           COMPUTE WS-ACCRUE-AMOUNT ROUNDED =
               LN-BALANCE * LN-ANNUAL-RATE * WS-ACCRUE-DAYS / 36500
           ADD WS-ACCRUE-AMOUNT TO LN-ACCRUED-INT
           ADD WS-ACCRUE-AMOUNT TO WS-TOTAL-ACCRUED
           MOVE WS-BATCH-DATE TO LN-LAST-ACCRUAL.

      *a payment is late from the business day after the one
      * it was asked for on; the days past due place the loan in
      * its bucket.
       AGE-DELINQUENCY.
           MOVE LN-NEXT-DUE TO WS-CAL-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-CAL-DATE TO WS-DUE-ROLLED
           IF WS-DUE-ROLLED NOT < WS-BATCH-DATE
               MOVE 0    TO LN-DAYS-PAST-DUE
               MOVE "00" TO LN-DELQ-BUCKET
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DUE-ROLLED TO WS-CNV-DATE-NUM
           PERFORM DATE-TO-SERIAL
           MOVE WS-CNV-SERIAL TO WS-DUE-SERIAL
           COMPUTE LN-DAYS-PAST-DUE = WS-BATCH-SERIAL - WS-DUE-SERIAL
           EVALUATE TRUE
               WHEN LN-DAYS-PAST-DUE >= 90
                   MOVE "90" TO LN-DELQ-BUCKET
               WHEN LN-DAYS-PAST-DUE >= 60
                   MOVE "60" TO LN-DELQ-BUCKET
               WHEN LN-DAYS-PAST-DUE >= 30
                   MOVE "30" TO LN-DELQ-BUCKET
               WHEN OTHER
                   MOVE "01" TO LN-DELQ-BUCKET
           END-EVALUATE.

      *a payment due on or before tonight goes out as a
      * transfer from the linked account, denominated in the loan's
      * currency so EOD converts the debit leg if the linked account
      * holds another. The last payment is whatever clears the loan.
      * The reference ties the line back to its due date for the
      * desk reading EOD's rejects.
       COLLECT-IF-DUE.
           IF WS-DUE-ROLLED > WS-BATCH-DATE
               EXIT PARAGRAPH
           END-IF
           IF LN-PEND-DATE = WS-BATCH-DATE
               EXIT PARAGRAPH
           END-IF
           IF LN-BALANCE + LN-ACCRUED-INT NOT > LN-PAYMENT
               COMPUTE WS-PAY-AMOUNT = LN-BALANCE + LN-ACCRUED-INT
           ELSE
               MOVE LN-PAYMENT TO WS-PAY-AMOUNT
           END-IF
           IF WS-PAY-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LN-LINKED-ACCT-ID TO LR-ACCT-ID
           MOVE "T"               TO LR-TYPE
           MOVE WS-PAY-AMOUNT     TO LR-AMOUNT
           MOVE LN-LOAN-ID        TO LR-DEST-ACCT-ID
           MOVE LN-CURRENCY       TO LR-CURRENCY
           MOVE SPACES            TO LR-RELEASE-DATE
           MOVE SPACES            TO LR-BRANCH
           MOVE SPACES            TO LR-REFERENCE
           STRING "LN" LN-NEXT-DUE
               DELIMITED BY SIZE INTO LR-REFERENCE
           END-STRING
           WRITE LOAN-RAW-REC
           MOVE WS-BATCH-DATE TO LN-PEND-DATE
           MOVE WS-PAY-AMOUNT TO LN-PEND-AMOUNT
           ADD 1 TO WS-PAYS-WRITTEN
           ADD WS-PAY-AMOUNT TO WS-TOTAL-DUE.

      *every serviced loan lands in one bucket of the summary;
      * only the ones behind get a line of their own.
       NOTE-DELINQUENCY.
           IF LN-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF
           ADD LN-BALANCE TO WS-TOTAL-BALANCE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > 5
                       OR WS-BK-CODE(WS-BK-IDX) = LN-DELQ-BUCKET
               CONTINUE
           END-PERFORM
           IF WS-BK-IDX > 5
               MOVE 1 TO WS-BK-IDX
           END-IF
           ADD 1          TO WS-BK-COUNT(WS-BK-IDX)
           ADD LN-BALANCE TO WS-BK-BALANCE(WS-BK-IDX)
           IF LN-DAYS-PAST-DUE = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOANS-DELQ
           MOVE LN-DAYS-PAST-DUE TO WS-DPD-DISP
           MOVE LN-BALANCE       TO WS-AMT-DISP
           MOVE SPACES TO DELQ-LINE
           STRING LN-LOAN-ID " " LN-LINKED-ACCT-ID
               "  " LN-DELQ-BUCKET
               "     " WS-DPD-DISP
               " " LN-NEXT-DUE
               WS-AMT-DISP " " LN-LAST-REASON
               DELIMITED BY SIZE INTO DELQ-LINE
           END-STRING
           WRITE DELQ-LINE.

       WRITE-SERVICING-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-READ TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "LOANS ON FILE:            " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-LOANS-SET-UP TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "NEW LOANS SET UP:         " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-LOANS-REFUSED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "LOANS NOT SET UP:         " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-PAYS-CONFIRMED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "COLLECTIONS POSTED:       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-PAYS-MISSED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "COLLECTIONS NOT POSTED:   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-PRIN TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "PRINCIPAL COLLECTED:     " WS-AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-INT TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "INTEREST COLLECTED:      " WS-AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-ACCRUED TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "INTEREST ACCRUED:        " WS-AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-PAYS-WRITTEN TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "REPAYMENTS REQUESTED:     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-DUE TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "REPAYMENT AMOUNT:        " WS-AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-LOANS-PAID-OFF TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "LOANS PAID OFF TONIGHT:   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-DELINQUENCY-SUMMARY.
           MOVE SPACES TO DELQ-LINE
           WRITE DELQ-LINE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 5
               MOVE WS-BK-COUNT(WS-BK-IDX)   TO WS-COUNT-DISP
               MOVE WS-BK-BALANCE(WS-BK-IDX) TO WS-AMT-DISP
               MOVE SPACES TO DELQ-LINE
               STRING WS-BK-LABEL(WS-BK-IDX)
                   " LOANS " WS-COUNT-DISP
                   "  BALANCE " WS-AMT-DISP
                   DELIMITED BY SIZE INTO DELQ-LINE
               END-STRING
               WRITE DELQ-LINE
           END-PERFORM
           MOVE WS-LOANS-DELQ TO WS-COUNT-DISP
           MOVE SPACES TO DELQ-LINE
           STRING "LOANS PAST DUE:           " WS-COUNT-DISP
               DELIMITED BY SIZE INTO DELQ-LINE
           END-STRING
           WRITE DELQ-LINE
           MOVE WS-TOTAL-BALANCE TO WS-AMT-DISP
           MOVE SPACES TO DELQ-LINE
           STRING "TOTAL OUTSTANDING:       " WS-AMT-DISP
               DELIMITED BY SIZE INTO DELQ-LINE
           END-STRING
           WRITE DELQ-LINE.

      *the night's repayments and the existing trans.dat are
      * sorted together on TR-ACCT-ID - DUPLICATES IN ORDER so the
      * lines already on file for an account keep their relative
      * order - and the merged file is copied back over trans.dat.
       MERGE-PAYMENTS-INTO-TRANS.
           CLOSE LOAN-RAW-FILE
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "00"
               MOVE "Y" TO WS-TRANS-EXISTS-SW
               CLOSE TRANS-FILE
           END-IF
           IF TRANS-EXISTS
               SORT TRANS-SORT-FILE
                   ON ASCENDING KEY TX-ACCT-ID
                   WITH DUPLICATES IN ORDER
                   USING TRANS-FILE LOAN-RAW-FILE
                   GIVING TRANS-MERGED-FILE
           ELSE
               SORT TRANS-SORT-FILE
                   ON ASCENDING KEY TX-ACCT-ID
                   WITH DUPLICATES IN ORDER
                   USING LOAN-RAW-FILE
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

      *the staged master goes back over loanmast.dat whole.
      * With no loans on file the staged image is empty and there
      * is nothing to install.
       INSTALL-LOAN-MASTER.
           OPEN INPUT LOAN-NEXT-FILE
           IF WS-LOAN-NEXT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-LOAN-NEXT
           READ LOAN-NEXT-FILE
               AT END
                   MOVE "Y" TO EOF-LOAN-NEXT
           END-READ
           IF LOAN-NEXT-EOF
               CLOSE LOAN-NEXT-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOAN-FILE
           PERFORM UNTIL LOAN-NEXT-EOF
               WRITE LOAN-REC FROM LOAN-NEXT-REC
               READ LOAN-NEXT-FILE
                   AT END
                       MOVE "Y" TO EOF-LOAN-NEXT
               END-READ
           END-PERFORM
           CLOSE LOAN-NEXT-FILE
           CLOSE LOAN-FILE.

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

      *whole-number day serial for WS-CNV-DATE-NUM, the same
      * count CHECK-BUSINESS-DAY takes its weekday from.
       DATE-TO-SERIAL.
           MOVE WS-CNV-YEAR  TO WS-CNV-WORK-YEAR
           MOVE WS-CNV-MONTH TO WS-CNV-WORK-MONTH
           IF WS-CNV-WORK-MONTH < 3
               ADD 12 TO WS-CNV-WORK-MONTH
               SUBTRACT 1 FROM WS-CNV-WORK-YEAR
           END-IF
           COMPUTE WS-CNV-SERIAL =
               365 * WS-CNV-WORK-YEAR + WS-CNV-DAY
           DIVIDE WS-CNV-WORK-YEAR BY 4 GIVING WS-CNV-QUOT
           ADD WS-CNV-QUOT TO WS-CNV-SERIAL
           DIVIDE WS-CNV-WORK-YEAR BY 100 GIVING WS-CNV-QUOT
           SUBTRACT WS-CNV-QUOT FROM WS-CNV-SERIAL
           DIVIDE WS-CNV-WORK-YEAR BY 400 GIVING WS-CNV-QUOT
           ADD WS-CNV-QUOT TO WS-CNV-SERIAL
           COMPUTE WS-CNV-QUOT = 153 * (WS-CNV-WORK-MONTH - 3) + 2
           DIVIDE WS-CNV-QUOT BY 5 GIVING WS-CNV-QUOT
           ADD WS-CNV-QUOT TO WS-CNV-SERIAL.

       CLOSE-FILES.
           CLOSE REPORT-FILE
           CLOSE DELQ-REPORT-FILE.
