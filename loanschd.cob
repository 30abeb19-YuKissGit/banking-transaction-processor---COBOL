      *----------hierarchy---------
      * D: division: identification, environment, data, procedure
      * S: section:（optional）
      *    (data -> working-storage section, file section
      *    (environment -> input-output section
      * P: paragraph
      *    ST: statement



      *---------------------------------------------
       IDENTIFICATION DIVISION. *> D1 identification
       PROGRAM-ID. LOANSCHD.    *>    D1- program id

      *---------------------------------------------
      *amortization schedule printout for one or more loans on
      * loanmast.dat. Loan IDs come from loan-sched-req.dat when it
      * exists (one ID per line), otherwise from the console until a
      * blank ID or END - the same two ways ACCTINQ takes its
      * account IDs. Each schedule runs from the loan's next due
      * date on, starting from what is still owed tonight: one line
      * per payment with its interest and principal split and the
      * balance left after it, the last payment clearing the loan.
      * The first payment's interest is what LOANSVC has already
      * accrued plus its daily accrual on to the due date - the
      * amount it will take ahead of principal. Later interest is
      * projected at a twelfth of the annual rate a month; LOANSVC
      * accrues it daily, so the actual split of those payments can
      * differ from the projection by a few cents.
      * Read-only on every file it touches, so it is safe at any
      * time of day.
       ENVIRONMENT DIVISION.    *>D2 environment
       INPUT-OUTPUT SECTION.    *>    D2-S1 input-output
       FILE-CONTROL.            *>          D2-S1-P1 file-control
           SELECT LOAN-FILE ASSIGN TO "loanmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT REQUEST-FILE ASSIGN TO "loan-sched-req.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "./output/loan-schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *---------------------------------------------
       DATA DIVISION.           *> D3 data

      *------------------------------------
       FILE SECTION.            *>    D3-S1
      *same layout LOANSVC keeps - keep every copy in step.
       FD  LOAN-FILE.
           01  LOAN-REC.
               05  LN-LOAN-ID        PIC X(5).
               05  LN-LINKED-ACCT-ID PIC X(5).
               05  LN-STATUS         PIC X(1).
               05  LN-CURRENCY       PIC X(3).
               05  LN-PRINCIPAL      PIC 9(7)V99.
               05  LN-ANNUAL-RATE    PIC 9(2)V9(4).
               05  LN-TERM-MONTHS    PIC 9(3).
               05  LN-PAY-DAY        PIC 9(2).
               05  LN-PAYMENT        PIC 9(7)V99.
               05  LN-BALANCE        PIC 9(7)V99.
               05  LN-NEXT-DUE       PIC 9(8).
               05  LN-ACCRUED-INT    PIC 9(7)V99.
               05  LN-LAST-ACCRUAL   PIC 9(8).
               05  LN-PAYMENTS-MADE  PIC 9(3).
               05  LN-PEND-DATE      PIC 9(8).
               05  LN-PEND-AMOUNT    PIC 9(7)V99.
               05  LN-DAYS-PAST-DUE  PIC 9(4).
               05  LN-DELQ-BUCKET    PIC X(2).
               05  LN-LAST-REASON    PIC X(4).
               05  LN-PAID-PRINCIPAL PIC 9(7)V99.
               05  LN-PAID-INTEREST  PIC 9(7)V99.

           FD  REQUEST-FILE.
           01  REQUEST-REC.
               05  RQ-LOAN-ID        PIC X(5).

           FD  REPORT-FILE.
           01  REPORT-LINE           PIC X(80).

      *------------------------------------
       WORKING-STORAGE SECTION.                   *>    D3-S2
           01  EOF-REQUEST           PIC X VALUE "N".
               88  REQUEST-EOF              VALUE "Y".
           01  EOF-LOAN              PIC X VALUE "N".
               88  LOAN-EOF                 VALUE "Y".

           01  WS-LOAN-FILE-STATUS    PIC XX.
           01  WS-REQUEST-FILE-STATUS PIC XX.

           01  WS-FROM-FILE-SW       PIC X VALUE "N".
               88  REQUESTS-FROM-FILE       VALUE "Y".
           01  WS-CONSOLE-DONE-SW    PIC X VALUE "N".
               88  CONSOLE-DONE             VALUE "Y".
           01  WS-LOAN-FOUND-SW      PIC X VALUE "N".
               88  LOAN-FOUND               VALUE "Y".

           01  WS-INQ-LOAN-ID        PIC X(5).
           01  WS-CONSOLE-REPLY      PIC X(5).

      *the projection in hand: what is owed, the payment
      * asked each month, and the due date it falls on.
           01  WS-SCH-BALANCE        PIC 9(7)V99.
           01  WS-SCH-PAYMENT        PIC 9(7)V99.
           01  WS-SCH-INTEREST       PIC 9(7)V99.
           01  WS-SCH-PRINCIPAL      PIC 9(7)V99.
           01  WS-SCH-NO             PIC 9(3).
           01  WS-SCH-TOTAL-INT      PIC 9(9)V99.
           01  WS-SCH-TOTAL-PAY      PIC 9(9)V99.
           01  WS-SCH-DUE            PIC 9(8).
           01  WS-SCH-DUE-SPLIT REDEFINES WS-SCH-DUE.
               05  WS-SCH-YEAR       PIC 9(4).
               05  WS-SCH-MONTH      PIC 9(2).
               05  WS-SCH-DAY        PIC 9(2).
           01  WS-SCH-PAY-DAY        PIC 9(2).
           01  WS-SCH-MONTH-DAYS     PIC 9(2).
           01  WS-SCH-QUOT           PIC 9(4).
           01  WS-SCH-REM            PIC 9(4).
      *no schedule runs past the instalments the term has
      * left, nor past thirty years of payments from tonight; what
      * is still owed at that point is printed as such.
           01  WS-SCH-MAX            PIC 9(3) VALUE 360.
           01  WS-SCH-LIMIT          PIC 9(3).
           01  WS-SCH-ROWS           PIC 9(3).

      *the first payment's interest on a serviced loan, built
      * from LN-ACCRUED-INT and the days still to accrue.
           01  WS-FIRST-INT-SW       PIC X VALUE "N".
               88  FIRST-INT-SEEDED         VALUE "Y".
           01  WS-SCH-FIRST-INT      PIC 9(7)V99.
           01  WS-SCH-ACCRUE         PIC 9(7)V99.
           01  WS-SCH-ACCRUE-DAYS    PIC 9(5).
           01  WS-LAST-SERIAL        PIC 9(7).
           01  WS-DUE-SERIAL         PIC 9(7).

      *date-to-serial work fields, as LOANSVC keeps them.
           01  WS-CNV-DATE-NUM       PIC 9(8).
           01  WS-CNV-DATE-SPLIT REDEFINES WS-CNV-DATE-NUM.
               05  WS-CNV-YEAR       PIC 9(4).
               05  WS-CNV-MONTH      PIC 9(2).
               05  WS-CNV-DAY        PIC 9(2).
           01  WS-CNV-WORK-YEAR      PIC 9(4).
           01  WS-CNV-WORK-MONTH     PIC 9(2).
           01  WS-CNV-QUOT           PIC 9(7).
           01  WS-CNV-SERIAL         PIC 9(7).

      *level-payment arithmetic for a loan keyed without a
      * payment and not yet set up by LOANSVC - the same sum it
      * will use.
           01  WS-MONTH-RATE         PIC 9(1)V9(12).
           01  WS-GROWTH             PIC 9(7)V9(12).
           01  WS-PMT-WORK           PIC 9(9)V9(8).

           01  WS-TODAY              PIC 9(8).
           01  WS-LOANS-LISTED       PIC 9(5) VALUE 0.
           01  WS-LOANS-NOT-FOUND    PIC 9(5) VALUE 0.

           01  WS-AMT-DISP           PIC ZZZ,ZZZ,ZZ9.99.
           01  WS-INT-DISP           PIC Z,ZZZ,ZZ9.99.
           01  WS-PRN-DISP           PIC Z,ZZZ,ZZ9.99.
           01  WS-BAL-DISP           PIC Z,ZZZ,ZZ9.99.
           01  WS-PAY-DISP           PIC Z,ZZZ,ZZ9.99.
           01  WS-RATE-DISP          PIC Z9.9999.
           01  WS-NO-DISP            PIC ZZ9.
           01  WS-COUNT-DISP         PIC ZZZ,ZZ9.

      *------------------------------------
       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM INIT-FILES
           IF REQUESTS-FROM-FILE
               PERFORM SCHEDULE-FROM-FILE
           ELSE
               PERFORM SCHEDULE-FROM-CONSOLE
           END-IF
           PERFORM WRITE-SCHEDULE-TRAILER
           CLOSE REPORT-FILE
           STOP RUN.

       INIT-FILES.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM "=== LOAN AMORTIZATION SCHEDULE ==="
           MOVE SPACES TO REPORT-LINE
           STRING "PRINTED: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS = "00"
               MOVE "Y" TO WS-FROM-FILE-SW
           END-IF.

       SCHEDULE-FROM-FILE.
           MOVE "N" TO EOF-REQUEST
           PERFORM READ-REQUEST
           PERFORM UNTIL REQUEST-EOF
               MOVE RQ-LOAN-ID TO WS-INQ-LOAN-ID
               PERFORM SCHEDULE-ONE-LOAN
               PERFORM READ-REQUEST
           END-PERFORM
           CLOSE REQUEST-FILE.

       READ-REQUEST.
           READ REQUEST-FILE
               AT END
                   MOVE "Y" TO EOF-REQUEST
               NOT AT END
                   CONTINUE
           END-READ.

       SCHEDULE-FROM-CONSOLE.
           PERFORM UNTIL CONSOLE-DONE
               DISPLAY "ENTER LOAN ID (BLANK OR END TO FINISH):"
               ACCEPT WS-CONSOLE-REPLY
               IF WS-CONSOLE-REPLY = SPACES
                       OR WS-CONSOLE-REPLY = "END"
                   SET CONSOLE-DONE TO TRUE
               ELSE
                   MOVE WS-CONSOLE-REPLY TO WS-INQ-LOAN-ID
                   PERFORM SCHEDULE-ONE-LOAN
               END-IF
           END-PERFORM.

      *the loan master is a plain sequential file, so each
      * request is a pass over it; a schedule is asked for a few
      * loans at a time, not the whole book.
       SCHEDULE-ONE-LOAN.
           MOVE "N" TO WS-LOAN-FOUND-SW
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "00"
               MOVE "N" TO EOF-LOAN
               PERFORM UNTIL LOAN-EOF OR LOAN-FOUND
                   READ LOAN-FILE
                       AT END
                           MOVE "Y" TO EOF-LOAN
                       NOT AT END
                           IF LN-LOAN-ID = WS-INQ-LOAN-ID
                               MOVE "Y" TO WS-LOAN-FOUND-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT LOAN-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING WS-INQ-LOAN-ID " NOT FOUND"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY WS-INQ-LOAN-ID " NOT FOUND"
               ADD 1 TO WS-LOANS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOANS-LISTED
           PERFORM PRINT-LOAN-HEADER
           IF LN-STATUS = "P"
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE FROM "  PAID OFF - NO PAYMENTS REMAIN"
               EXIT PARAGRAPH
           END-IF
           IF LN-PRINCIPAL NOT NUMERIC
                   OR LN-ANNUAL-RATE NOT NUMERIC
                   OR LN-TERM-MONTHS NOT NUMERIC
                   OR LN-TERM-MONTHS = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE FROM
                   "  PRINCIPAL, RATE OR TERM MISSING - NO SCHEDULE"
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-SCHEDULE-START
           PERFORM PRINT-SCHEDULE.

       PRINT-LOAN-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "LOAN " LN-LOAN-ID
               "  LINKED ACCOUNT " LN-LINKED-ACCT-ID
               "  CCY " LN-CURRENCY
               "  STATUS " LN-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF LN-PRINCIPAL NUMERIC
               MOVE LN-PRINCIPAL TO WS-AMT-DISP
           ELSE
               MOVE 0 TO WS-AMT-DISP
           END-IF
           IF LN-ANNUAL-RATE NUMERIC
               MOVE LN-ANNUAL-RATE TO WS-RATE-DISP
           ELSE
               MOVE 0 TO WS-RATE-DISP
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  PRINCIPAL " WS-AMT-DISP
               "  RATE " WS-RATE-DISP "%"
               "  TERM " LN-TERM-MONTHS " MONTHS"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF LN-LAST-ACCRUAL NUMERIC AND LN-LAST-ACCRUAL > 0
               MOVE LN-BALANCE       TO WS-AMT-DISP
               MOVE LN-ACCRUED-INT   TO WS-INT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  OUTSTANDING " WS-AMT-DISP
                   "  ACCRUED INTEREST " WS-INT-DISP
                   "  PAYMENTS MADE " LN-PAYMENTS-MADE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF LN-DAYS-PAST-DUE > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "  PAST DUE SINCE " LN-NEXT-DUE
                       " - " LN-DAYS-PAST-DUE " DAYS, BUCKET "
                       LN-DELQ-BUCKET
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE FROM
                   "  NOT YET SET UP - PROJECTED FROM THE PRINCIPAL"
           END-IF.

      *a serviced loan projects from its balance and next due
      * date, for the instalments its term still has to run; one
      * LOANSVC has not set up yet projects from the full principal
      * over the whole term with its first payment a month from
      * today, the way LOANSVC will book it.
       SET-SCHEDULE-START.
           IF LN-PAY-DAY NOT NUMERIC OR LN-PAY-DAY = 0
                   OR LN-PAY-DAY > 31
               MOVE WS-TODAY(7:2) TO WS-SCH-PAY-DAY
           ELSE
               MOVE LN-PAY-DAY TO WS-SCH-PAY-DAY
           END-IF
           IF LN-PAYMENT NUMERIC
               MOVE LN-PAYMENT TO WS-SCH-PAYMENT
           ELSE
               MOVE 0 TO WS-SCH-PAYMENT
           END-IF
           IF WS-SCH-PAYMENT = 0
               PERFORM COMPUTE-LEVEL-PAYMENT
           END-IF
           IF LN-LAST-ACCRUAL NUMERIC AND LN-LAST-ACCRUAL > 0
               MOVE LN-BALANCE  TO WS-SCH-BALANCE
               MOVE LN-NEXT-DUE TO WS-SCH-DUE
               MOVE LN-PAYMENTS-MADE TO WS-SCH-NO
               PERFORM SEED-FIRST-INTEREST
           ELSE
               MOVE LN-PRINCIPAL TO WS-SCH-BALANCE
               MOVE WS-TODAY     TO WS-SCH-DUE
               PERFORM ADVANCE-SCHEDULE-DATE
               MOVE 0 TO WS-SCH-NO
               MOVE "N" TO WS-FIRST-INT-SW
           END-IF
      *a loan already past its term (payments missed along the
      * way) is still collected until it clears, so it runs to the
      * thirty-year cap instead.
           IF LN-TERM-MONTHS > WS-SCH-NO
               COMPUTE WS-SCH-LIMIT = LN-TERM-MONTHS - WS-SCH-NO
           ELSE
               MOVE WS-SCH-MAX TO WS-SCH-LIMIT
           END-IF
           IF WS-SCH-LIMIT > WS-SCH-MAX
               MOVE WS-SCH-MAX TO WS-SCH-LIMIT
           END-IF
           MOVE 0 TO WS-SCH-ROWS
           MOVE 0 TO WS-SCH-TOTAL-INT
           MOVE 0 TO WS-SCH-TOTAL-PAY
           MOVE WS-SCH-PAYMENT TO WS-PAY-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  MONTHLY PAYMENT " WS-PAY-DISP
               "  PAY DAY " WS-SCH-PAY-DAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "   NO  DUE DATE       PAYMENT     INTEREST"
               "    PRINCIPAL      BALANCE"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *LOANSVC takes the interest accrued to the day a payment
      * arrives ahead of any principal: what it holds tonight, plus
      * simple daily interest on the balance from its last accrual
      * to the due date - actual days over 365, as it accrues. A
      * loan already past due has nothing more to add.
       SEED-FIRST-INTEREST.
           MOVE "Y" TO WS-FIRST-INT-SW
           IF LN-ACCRUED-INT NUMERIC
               MOVE LN-ACCRUED-INT TO WS-SCH-FIRST-INT
           ELSE
               MOVE 0 TO WS-SCH-FIRST-INT
           END-IF
           IF LN-NEXT-DUE NOT NUMERIC
                   OR LN-NEXT-DUE NOT > LN-LAST-ACCRUAL
               EXIT PARAGRAPH
           END-IF
           MOVE LN-LAST-ACCRUAL TO WS-CNV-DATE-NUM
           PERFORM DATE-TO-SERIAL
           MOVE WS-CNV-SERIAL TO WS-LAST-SERIAL
           MOVE LN-NEXT-DUE TO WS-CNV-DATE-NUM
           PERFORM DATE-TO-SERIAL
           MOVE WS-CNV-SERIAL TO WS-DUE-SERIAL
           COMPUTE WS-SCH-ACCRUE-DAYS = WS-DUE-SERIAL - WS-LAST-SERIAL
           COMPUTE WS-SCH-ACCRUE ROUNDED =
               LN-BALANCE * LN-ANNUAL-RATE * WS-SCH-ACCRUE-DAYS / 36500
           ADD WS-SCH-ACCRUE TO WS-SCH-FIRST-INT.

      *same sum LOANSVC's COMPUTE-LEVEL-PAYMENT works.
       COMPUTE-LEVEL-PAYMENT.
           IF LN-ANNUAL-RATE = 0
               DIVIDE LN-PRINCIPAL BY LN-TERM-MONTHS
                   GIVING WS-SCH-PAYMENT
               IF WS-SCH-PAYMENT * LN-TERM-MONTHS < LN-PRINCIPAL
                   ADD 0.01 TO WS-SCH-PAYMENT
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTH-RATE = LN-ANNUAL-RATE / 1200
           COMPUTE WS-GROWTH = (1 + WS-MONTH-RATE) ** LN-TERM-MONTHS
           COMPUTE WS-PMT-WORK =
               LN-PRINCIPAL * WS-MONTH-RATE * WS-GROWTH
           COMPUTE WS-SCH-PAYMENT ROUNDED =
               WS-PMT-WORK / (WS-GROWTH - 1).

      *one line per payment until the balance is cleared; the
      * payment that would overpay is cut down to exactly what is
      * left, interest included.
       PRINT-SCHEDULE.
           PERFORM UNTIL WS-SCH-BALANCE = 0
                   OR WS-SCH-ROWS >= WS-SCH-LIMIT
               ADD 1 TO WS-SCH-NO
               ADD 1 TO WS-SCH-ROWS
               IF FIRST-INT-SEEDED
                   MOVE WS-SCH-FIRST-INT TO WS-SCH-INTEREST
                   MOVE "N" TO WS-FIRST-INT-SW
               ELSE
                   COMPUTE WS-SCH-INTEREST ROUNDED =
                       WS-SCH-BALANCE * LN-ANNUAL-RATE / 1200
               END-IF
               IF WS-SCH-BALANCE + WS-SCH-INTEREST
                       NOT > WS-SCH-PAYMENT
                   COMPUTE WS-SCH-PAYMENT =
                       WS-SCH-BALANCE + WS-SCH-INTEREST
               END-IF
               IF WS-SCH-PAYMENT > WS-SCH-INTEREST
                   COMPUTE WS-SCH-PRINCIPAL =
                       WS-SCH-PAYMENT - WS-SCH-INTEREST
               ELSE
                   MOVE 0 TO WS-SCH-PRINCIPAL
               END-IF
               SUBTRACT WS-SCH-PRINCIPAL FROM WS-SCH-BALANCE
               ADD WS-SCH-INTEREST TO WS-SCH-TOTAL-INT
               ADD WS-SCH-PAYMENT  TO WS-SCH-TOTAL-PAY
               PERFORM PRINT-ONE-PAYMENT
               PERFORM ADVANCE-SCHEDULE-DATE
           END-PERFORM
           IF WS-SCH-BALANCE > 0
               MOVE WS-SCH-ROWS    TO WS-NO-DISP
               MOVE WS-SCH-BALANCE TO WS-BAL-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  SCHEDULE STOPPED AFTER " WS-NO-DISP
                   " PAYMENTS -" WS-BAL-DISP " STILL OWED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE WS-SCH-TOTAL-PAY TO WS-AMT-DISP
           MOVE WS-SCH-TOTAL-INT TO WS-INT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL PAYMENTS " WS-AMT-DISP
               "  TOTAL INTEREST " WS-INT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       PRINT-ONE-PAYMENT.
           MOVE WS-SCH-NO        TO WS-NO-DISP
           MOVE WS-SCH-PAYMENT   TO WS-PAY-DISP
           MOVE WS-SCH-INTEREST  TO WS-INT-DISP
           MOVE WS-SCH-PRINCIPAL TO WS-PRN-DISP
           MOVE WS-SCH-BALANCE   TO WS-BAL-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-NO-DISP
               "  " WS-SCH-DUE
               " " WS-PAY-DISP
               " " WS-INT-DISP
               " " WS-PRN-DISP
               " " WS-BAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *one month on to the pay day, or the month's last day
      * when the month is shorter - the step LOANSVC's
      * ADVANCE-DUE-DATE takes.
       ADVANCE-SCHEDULE-DATE.
           MOVE 1 TO WS-SCH-DAY
           IF WS-SCH-MONTH < 12
               ADD 1 TO WS-SCH-MONTH
           ELSE
               MOVE 1 TO WS-SCH-MONTH
               ADD 1 TO WS-SCH-YEAR
           END-IF
           IF WS-SCH-MONTH = 4 OR WS-SCH-MONTH = 6
                   OR WS-SCH-MONTH = 9 OR WS-SCH-MONTH = 11
               MOVE 30 TO WS-SCH-MONTH-DAYS
           ELSE
               IF WS-SCH-MONTH = 2
                   MOVE 28 TO WS-SCH-MONTH-DAYS
                   DIVIDE WS-SCH-YEAR BY 4
                       GIVING WS-SCH-QUOT REMAINDER WS-SCH-REM
                   IF WS-SCH-REM = 0
                       MOVE 29 TO WS-SCH-MONTH-DAYS
                   END-IF
                   DIVIDE WS-SCH-YEAR BY 100
                       GIVING WS-SCH-QUOT REMAINDER WS-SCH-REM
                   IF WS-SCH-REM = 0
                       MOVE 28 TO WS-SCH-MONTH-DAYS
                   END-IF
                   DIVIDE WS-SCH-YEAR BY 400
                       GIVING WS-SCH-QUOT REMAINDER WS-SCH-REM
                   IF WS-SCH-REM = 0
                       MOVE 29 TO WS-SCH-MONTH-DAYS
                   END-IF
               ELSE
                   MOVE 31 TO WS-SCH-MONTH-DAYS
               END-IF
           END-IF
           IF WS-SCH-PAY-DAY > WS-SCH-MONTH-DAYS
               MOVE WS-SCH-MONTH-DAYS TO WS-SCH-DAY
           ELSE
               MOVE WS-SCH-PAY-DAY TO WS-SCH-DAY
           END-IF.

      *whole-number day serial for WS-CNV-DATE-NUM - the count
      * LOANSVC's DATE-TO-SERIAL takes its accrual days from.
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

       WRITE-SCHEDULE-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LOANS-LISTED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "LOANS SCHEDULED:    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-LOANS-NOT-FOUND TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "LOANS NOT FOUND:    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
