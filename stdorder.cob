           SELECT ORDER-FILE ASSIGN TO "stdorders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
      *the bank's non-business days - public holidays and any
      * other day the branches are shut - one dated row each.
      * Saturdays and Sundays are never business days and need no
      * row. Optional the same way FX-RATE-FILE is: no calendar
      * simply means weekends are the only days off.
           SELECT CALENDAR-FILE ASSIGN TO "calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
      *the day's hand-keyed entries; read into the merge
      * below and then rewritten with the generated orders folded in,
      * still in the ascending TR-ACCT-ID order EOD's pre-flight
      * standing-order lines - EOD totals by the posted account's
      * own branch either way.
               05  TR-BRANCH         PIC X(3).
               05  TR-REFERENCE      PIC X(15).

           FD  ORDER-RAW-FILE.
           01  ORDER-RAW-REC.
               05  OR-CURRENCY       PIC X(3).
               05  OR-RELEASE-DATE   PIC X(8).
               05  OR-BRANCH         PIC X(3).
               05  OR-REFERENCE      PIC X(15).

           SD  TRANS-SORT-FILE.
           01  TRANS-SORT-REC.
               05  TS-CURRENCY       PIC X(3).
               05  TS-RELEASE-DATE   PIC X(8).
               05  TS-BRANCH         PIC X(3).
               05  TS-REFERENCE      PIC X(15).

           FD  TRANS-MERGED-FILE.
           01  TRANS-MERGED-REC.
               05  TM-CURRENCY       PIC X(3).
               05  TM-RELEASE-DATE   PIC X(8).
               05  TM-BRANCH         PIC X(3).
               05  TM-REFERENCE      PIC X(15).

           FD  ORDER-BOOK-NEXT.
           01  ORDER-BOOK-NEXT-REC.
           01  ORDER-MARKER-REC.
               05  OM-FLAG           PIC X(1).

      *one row per non-business day; the description is for
      * whoever keeps the file up, nothing reads it.
           FD  CALENDAR-FILE.
           01  CALENDAR-REC.
               05  CA-DATE           PIC 9(8).
               05  CA-DESC           PIC X(30).

           FD  RUN-CONTROL.
           01  RUN-CONTROL-REC.
               05  RL-BUSINESS-DATE   PIC 9(8).
           01  WS-LEAP-SW            PIC X VALUE "N".
               88  LEAP-YEAR                VALUE "Y".

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

           01  WS-COUNTERS.
               05  WS-ORDERS-READ    PIC 9(7) VALUE 0.
               05  WS-ORDERS-DUE     PIC 9(7) VALUE 0.
               05  WS-ORDERS-BAD     PIC 9(7) VALUE 0.
               05  WS-ORDERS-ROLLED  PIC 9(7) VALUE 0.
               05  WS-TRANS-CARRIED  PIC 9(7) VALUE 0.

           01  WS-AMOUNT-DISP        PIC ZZZ,ZZZ,ZZ9.
           PERFORM VALIDATE-TRANS-SEQUENCE
           PERFORM INIT-FILES
           PERFORM LOAD-ORDER-TABLE
           PERFORM LOAD-CALENDAR
           PERFORM GENERATE-DUE-ORDERS
           PERFORM MERGE-INTO-TRANS
           PERFORM WRITE-NEXT-ORDER-BOOK
               EXIT PARAGRAPH
           END-IF

      *a due date on a weekend or holiday rolls forward to
      * the next business day and the order fires then. The book
      * keeps the natural date, so a monthly order keyed for the
      * 15th does not creep later every time the 15th is a Sunday.
           MOVE WS-OT-NEXT-DUE(WS-OT-IDX) TO WS-CAL-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
           IF WS-CAL-DATE > WS-BATCH-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OT-CURRENCY(WS-OT-IDX)     TO OR-CURRENCY
           MOVE SPACES                        TO OR-RELEASE-DATE
           MOVE SPACES                        TO OR-BRANCH
           MOVE SPACES                        TO OR-REFERENCE
           WRITE ORDER-RAW-REC
           ADD 1 TO WS-ORDERS-DUE
           IF WS-CAL-DATE NOT = WS-OT-NEXT-DUE(WS-OT-IDX)
               ADD 1 TO WS-ORDERS-ROLLED
           END-IF

           PERFORM ROLL-NEXT-DUE-FORWARD.

               MOVE "Y" TO WS-LEAP-SW
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

      *the day's hand-keyed trans.dat and tonight's generated
      * orders are sorted together on TR-ACCT-ID - DUPLICATES IN
      * ORDER so the lines already keyed for an account keep their
               MOVE TM-CURRENCY     TO TR-CURRENCY
               MOVE TM-RELEASE-DATE TO TR-RELEASE-DATE
               MOVE TM-BRANCH       TO TR-BRANCH
               MOVE TM-REFERENCE    TO TR-REFERENCE
               WRITE TRANS-REC
               ADD 1 TO WS-TRANS-CARRIED
               PERFORM READ-MERGED
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ORDERS-ROLLED TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "ROLLED TO BUSINESS DAY:   " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TRANS-CARRIED TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "TRANS FILE LINES WRITTEN: " WS-AMOUNT-DISP
