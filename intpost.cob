               05  TR-RELEASE-DATE   PIC X(8).
      *generated lines carry the account's own branch.
               05  TR-BRANCH         PIC X(3).
               05  TR-REFERENCE      PIC X(15).

           FD  REPORT-FILE.
           01  REPORT-LINE           PIC X(80).

           01  WS-BATCH-DATE         PIC 9(8).

      *interest accrues for every calendar day since the last
      * business date INTPOST finished - a Friday run that is
      * followed by Monday's covers Saturday, Sunday and Monday,
      * and a holiday adds its day the same way. The last run is
      * the newest "E" row this program left in runhist.dat; with
      * none on file (the first run ever) one day accrues, as it
      * always used to. The day serial is the one DORMSWP ages
      * accounts by, built from whole-number DIVIDEs so two dates
      * either side of a month or year end difference exactly.
           01  EOF-RUNHIST           PIC X VALUE "N".
               88  RUNHIST-EOF              VALUE "Y".
           01  WS-LAST-RUN-DATE      PIC 9(8) VALUE 0.
           01  WS-ACCRUAL-DAYS       PIC 9(3) VALUE 1.
           01  WS-CNV-DATE-NUM       PIC 9(8).
           01  WS-CNV-DATE-SPLIT REDEFINES WS-CNV-DATE-NUM.
               05  WS-CNV-YEAR       PIC 9(4).
               05  WS-CNV-MONTH      PIC 9(2).
               05  WS-CNV-DAY        PIC 9(2).
           01  WS-CNV-WORK-YEAR      PIC 9(4).
           01  WS-CNV-WORK-MONTH     PIC 9(2).
           01  WS-CNV-QUOT           PIC 9(7).
           01  WS-CNV-SERIAL         PIC 9(7).
           01  WS-TODAY-SERIAL       PIC 9(7).
           01  WS-LAST-SERIAL        PIC 9(7).

      *the event and counters the next run-history row will
      * carry - set by the caller, stamped in WRITE-RUN-HISTORY.
           01  WS-RUNHIST-STATUS     PIC XX.

       MAIN.
           PERFORM CHECK-RUN-CONTROL
           PERFORM SET-ACCRUAL-DAYS
           PERFORM LOG-RUN-START
           PERFORM VALIDATE-TRANS-SEQUENCE
           PERFORM INIT-FILES
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

      *reads the run-history log for the newest business date
      * this program completed before tonight's.
       SET-ACCRUAL-DAYS.
           OPEN INPUT RUN-HIST-FILE
           IF WS-RUNHIST-STATUS = "00"
               MOVE "N" TO EOF-RUNHIST
               PERFORM READ-RUN-HISTORY
               PERFORM UNTIL RUNHIST-EOF
                   IF RH-PROGRAM = "INTPOST"
                           AND RH-EVENT = "E"
                           AND RH-BUSINESS-DATE NUMERIC
                           AND RH-BUSINESS-DATE < WS-BATCH-DATE
                           AND RH-BUSINESS-DATE > WS-LAST-RUN-DATE
                       MOVE RH-BUSINESS-DATE TO WS-LAST-RUN-DATE
                   END-IF
                   PERFORM READ-RUN-HISTORY
               END-PERFORM
               CLOSE RUN-HIST-FILE
           END-IF
           IF WS-LAST-RUN-DATE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BATCH-DATE TO WS-CNV-DATE-NUM
           PERFORM DATE-TO-SERIAL
           MOVE WS-CNV-SERIAL TO WS-TODAY-SERIAL
           MOVE WS-LAST-RUN-DATE TO WS-CNV-DATE-NUM
           PERFORM DATE-TO-SERIAL
           MOVE WS-CNV-SERIAL TO WS-LAST-SERIAL
           COMPUTE WS-ACCRUAL-DAYS = WS-TODAY-SERIAL - WS-LAST-SERIAL.

       READ-RUN-HISTORY.
           READ RUN-HIST-FILE
               AT END
                   MOVE "Y" TO EOF-RUNHIST
               NOT AT END
                   CONTINUE
           END-READ.

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

      *trans.dat is checked for sequence and closed again by
      * VALIDATE-TRANS-SEQUENCE before this reopens it for EXTEND.
       VALIDATE-TRANS-SEQUENCE.

      *a closed or frozen account earns no interest;
      * everything else accrues at its account type's annual rate,
      * pro-rated to the days since the last run (one line for the
      * whole span), and is posted as a same-day deposit.
       POST-INTEREST-FOR-ACCOUNT.
           IF AM-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ACCRUED ROUNDED =
               AM-BALANCE * WS-LOOKUP-RATE * WS-ACCRUAL-DAYS
                   / 100 / 365
           IF WS-ACCRUED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE AM-CURRENCY TO TR-CURRENCY
           MOVE SPACES      TO TR-RELEASE-DATE
           MOVE AM-BRANCH   TO TR-BRANCH
           MOVE SPACES      TO TR-REFERENCE
           IF WS-ACCRUED > 0
               MOVE "I"          TO TR-TYPE
               MOVE WS-ACCRUED   TO TR-AMOUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM "==== INTEREST POSTING REPORT ===="

           MOVE SPACES TO REPORT-LINE
           STRING "LAST INTEREST RUN:        " WS-LAST-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "DAYS ACCRUED:             " WS-ACCRUAL-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ACCTS-READ TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS READ:            " WS-AMOUNT-DISP
