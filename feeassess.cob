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
      *present only between "the merged image is complete"
      * and "the install has landed" - a rerun that finds it
      * finishes the install from the staged image before doing
               05  TR-CURRENCY       PIC X(3).
               05  TR-RELEASE-DATE   PIC X(8).
               05  TR-BRANCH         PIC X(3).
               05  TR-REFERENCE      PIC X(15).

           FD  FEE-RAW-FILE.
           01  FEE-RAW-REC.
               05  FR-CURRENCY       PIC X(3).
               05  FR-RELEASE-DATE   PIC X(8).
               05  FR-BRANCH         PIC X(3).
               05  FR-REFERENCE      PIC X(15).

           SD  TRANS-SORT-FILE.
           01  TRANS-SORT-REC.
               05  TX-CURRENCY       PIC X(3).
               05  TX-RELEASE-DATE   PIC X(8).
               05  TX-BRANCH         PIC X(3).
               05  TX-REFERENCE      PIC X(15).

           FD  TRANS-MERGED-FILE.
           01  TRANS-MERGED-REC.
               05  TM-CURRENCY       PIC X(3).
               05  TM-RELEASE-DATE   PIC X(8).
               05  TM-BRANCH         PIC X(3).
               05  TM-REFERENCE      PIC X(15).

           FD  WDL-RAW-FILE.
           01  WDL-RAW-REC.
               05  TH-TR-TYPE         PIC X(2).
               05  TH-TR-AMOUNT       PIC 9(7)V99.
               05  TH-BALANCE-AFTER   PIC S9(7)V99.
               05  TH-REV-LINK.
                   10  TH-REV-FLAG        PIC X(1).
                   10  TH-REV-POST-DATE   PIC 9(8).
                   10  TH-REV-SEQ         PIC 9(7).
                   10  TH-REV-TR-TYPE     PIC X(2).
               05  TH-CHEQUE-NO       PIC X(10).

           FD  REPORT-FILE.
           01  REPORT-LINE           PIC X(80).

      *one row per non-business day; the description is for
      * whoever keeps the file up, nothing reads it.
           FD  CALENDAR-FILE.
           01  CALENDAR-REC.
               05  CA-DATE           PIC 9(8).
               05  CA-DESC           PIC X(30).

           FD  RUN-CONTROL.
           01  RUN-CONTROL-REC.
               05  RL-BUSINESS-DATE   PIC 9(8).
           01  WS-HIST-YYYYMM        PIC 9(6).
           01  WS-HIST-PATH          PIC X(30).

      *set when tonight is the month's last business day.
           01  WS-MONTH-END-SW       PIC X VALUE "N".
               88  MONTH-END                VALUE "Y".

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

      *the fee schedule, loaded once; the register's count
      * and total ride on the same rows.
           01  WS-FEE-TABLE.
               05  WS-FEES-WRITTEN   PIC 9(7) VALUE 0.
               05  WS-ACCTS-NO-RATE  PIC 9(7) VALUE 0.
               05  WS-TOTAL-FEES-USD PIC 9(9)V99 VALUE 0.
               05  WS-WDLS-REVERSED  PIC 9(7) VALUE 0.

           01  WS-AMT-DISP           PIC ZZZ,ZZZ,ZZ9.99.
           01  WS-COUNT-DISP         PIC ZZZ,ZZZ,ZZ9.
           PERFORM INIT-FILES
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-FX-TABLE
           PERFORM LOAD-CALENDAR
           PERFORM CHECK-MONTH-END
           PERFORM BUILD-WITHDRAWAL-COUNTS
           PERFORM READ-MASTER
               END-IF
           END-IF.

      *monthly fees land on the month's last business day -
      * the last night the batch runs in the month. Tonight is
      * month-end when the next business day after it falls in a
      * later month; with no calendar rows that is simply the
      * month's last weekday.
       CHECK-MONTH-END.
           MOVE WS-BATCH-DATE TO WS-CAL-DATE
           PERFORM NEXT-CALENDAR-DAY
           PERFORM ROLL-TO-BUSINESS-DAY
           IF WS-CAL-MONTH NOT = WS-BATCH-MONTH
               SET MONTH-END TO TRUE
           END-IF.

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

      *one slim account row per withdrawal this batch month -
      * cash withdrawals, transfers out, paid cheques and outgoing
      * payments alike - pulled from the current year's segment and
      * sorted so each account's count is just its group size in the
      * merge below.
      * Skipped entirely when no excess-withdrawal fee is on the
      * schedule.
       BUILD-WITHDRAWAL-COUNTS.
               PERFORM READ-HIST
               PERFORM UNTIL HIST-EOF
                   COMPUTE WS-HIST-YYYYMM = TH-POST-DATE / 100
      *a withdrawal EOD has since reversed (marked "R" on
      * the archive) never happened as far as the customer's
      * allowance goes - it is left out of the count.
                   IF WS-HIST-YYYYMM = WS-BATCH-YYYYMM
                           AND (TH-TR-TYPE = "W "
                               OR TH-TR-TYPE = "TD"
                               OR TH-TR-TYPE = "CQ"
                               OR TH-TR-TYPE = "EP")
                       IF TH-REV-FLAG = "R"
                           ADD 1 TO WS-WDLS-REVERSED
                       ELSE
                           MOVE TH-ACCT-ID TO WR-ACCT-ID
                           WRITE WDL-RAW-REC
                       END-IF
                   END-IF
                   PERFORM READ-HIST
               END-PERFORM
           MOVE "USD"         TO FR-CURRENCY
           MOVE SPACES        TO FR-RELEASE-DATE
           MOVE AM-BRANCH     TO FR-BRANCH
           MOVE SPACES        TO FR-REFERENCE
           WRITE FEE-RAW-REC
           ADD 1 TO WS-FEES-WRITTEN
           ADD WS-FEE-CHARGE TO WS-TOTAL-FEES-USD
           END-STRING
           WRITE REPORT-LINE

           IF WS-WDLS-REVERSED > 0
               MOVE WS-WDLS-REVERSED TO WS-COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "REVERSED WITHDRAWALS NOT COUNTED: "
                   WS-COUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

      *only worth a line when something was actually skipped.
           IF WS-ACCTS-NO-RATE > 0
               MOVE WS-ACCTS-NO-RATE TO WS-COUNT-DISP
               MOVE TM-CURRENCY     TO TR-CURRENCY
               MOVE TM-RELEASE-DATE TO TR-RELEASE-DATE
               MOVE TM-BRANCH       TO TR-BRANCH
               MOVE TM-REFERENCE    TO TR-REFERENCE
               WRITE TRANS-REC
               PERFORM READ-MERGED
           END-PERFORM
