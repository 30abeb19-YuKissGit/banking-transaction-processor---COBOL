      *----------hierarchy---------
      * D: division: identification, environment, data, procedure
      * S: section:（optional）
      *    (data -> working-storage section, file section
      *    (environment -> input-output section
      * P: paragraph
      *    ST: statement



      *---------------------------------------------
       IDENTIFICATION DIVISION. *> D1 identification
       PROGRAM-ID. BATCHRUN.    *>    D1- program id

      *---------------------------------------------
      *nightly job-stream driver. Each program in the batch
      * guards its own runctl.dat flag, but nothing used to hold
      * the order between them - a failed FXCHECK or a BALPROOF
      * nobody ran did not stop the next job off the run sheet.
      * This driver reads the stream from jobstream.dat, runs the
      * steps scheduled for tonight in file order, and after each
      * one reads its completion back from runhist.dat: the step's
      * latest "E" row for the business date, with a return code no
      * higher than the step's success code, is the only proof a
      * step finished. The first step without that proof halts the
      * stream.
      *one jobstream.dat row per step:
      *    name     - the name the step logs under on runhist.dat
      *               (PROMOTE logs as PROMOTE-E or PROMOTE-M);
      *    when     - "N" every night, "M" month-end, "Y" year-end
      *               (the last business day of the month / year,
      *               the same test FEEASSESS makes), "O" the first
      *               business night of a new year - when the year
      *               just ended can be closed out;
      *    ok code  - the highest return code that counts as done;
      *    after    - up to four steps that must be done first,
      *               each named earlier in the file;
      *    command  - the command line that runs the step. "%D" is
      *               replaced by the business date, "%Y" by its
      *               year and "%P" by the year before, for the
      *               programs that ask at the console.
      *the standard stream, in run-sheet order:
      *    FXCHECK   N 00                  ./fxcheck
      *    STDORDER  N 00 FXCHECK          ./stdorder
      *    LOANSVC   N 00 STDORDER         ./loansvc
      *    CHQCLR    N 00 STDORDER         ./chqclr
      *    PAYIN     N 04 STDORDER         ./payin
      *    EOD       N 00 LOANSVC CHQCLR PAYIN  ./eod
      *    BALPROOF  N 00 EOD              echo %D | ./balproof
      *    GLRECON   N 00 EOD              ./glrecon
      *    INTPOST   N 00 BALPROOF GLRECON ./intpost
      *    FEEASSESS N 00 INTPOST          ./feeassess
      *    PROMOTE-E N 00 FEEASSESS        ./promote
      *    HISTROLL  O 00 PROMOTE-E        echo %P | ./histroll
      *    DORMSWP   N 00 PROMOTE-E        ./dormswp
      *    AMLMON    N 00 DORMSWP          ./amlmon
      *    NIGHTRPT  N 00 AMLMON           echo %D | ./nightrpt
      *a halted stream is remembered in batchrun-state.dat.
      * The next run asks the operator whether to resume it; on a
      * "Y" the stream picks up under the halted business date, and
      * every step already proven done for that date on runhist.dat
      * is passed over rather than run again - so the resume starts
      * at the failed step. Every run ends with the stream status
      * report.
       ENVIRONMENT DIVISION.    *>D2 environment
       INPUT-OUTPUT SECTION.    *>    D2-S1 input-output
       FILE-CONTROL.            *>          D2-S1-P1 file-control
           SELECT STREAM-FILE ASSIGN TO "jobstream.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
      *the stream's own progress: one row, rewritten whole at
      * every change. Optional - no file means no stream has ever
      * halted.
           SELECT STATE-FILE ASSIGN TO "batchrun-state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FILE-STATUS.
      *the permanent run-history log every job in the batch
      * sequence appends to at start and clean finish - read here,
      * never written.
           SELECT RUN-HIST-FILE ASSIGN TO "runhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
      *holidays and other non-business weekdays - the same
      * optional file STDORDER and FEEASSESS read.
           SELECT CALENDAR-FILE ASSIGN TO "calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "./output/batchrun-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *---------------------------------------------
       DATA DIVISION.           *> D3 data

      *------------------------------------
       FILE SECTION.            *>    D3-S1
       FD  STREAM-FILE.
           01  STREAM-REC.
               05  JS-STEP-NAME       PIC X(10).
               05  JS-RUN-WHEN        PIC X(1).
               05  JS-OK-RC           PIC 9(2).
               05  JS-AFTER-LIST.
                   10  JS-AFTER       OCCURS 4 TIMES PIC X(10).
               05  JS-COMMAND         PIC X(60).

      *BS-STATUS "R" running, "H" halted at BS-STEP-NAME,
      * "C" complete. A row left at "R" is a driver that died
      * mid-stream, and is offered for resume like a halt.
           FD  STATE-FILE.
           01  STATE-REC.
               05  BS-BUSINESS-DATE   PIC 9(8).
               05  BS-STATUS          PIC X(1).
               05  BS-STEP-NAME       PIC X(10).
               05  BS-STAMP-DATE      PIC 9(8).
               05  BS-STAMP-TIME      PIC 9(8).

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

      *one row per non-business day; the description is for
      * whoever keeps the file up, nothing reads it.
           FD  CALENDAR-FILE.
           01  CALENDAR-REC.
               05  CA-DATE           PIC 9(8).
               05  CA-DESC           PIC X(30).

           FD  REPORT-FILE.
           01  REPORT-LINE           PIC X(80).

      *------------------------------------
       WORKING-STORAGE SECTION.                   *>    D3-S2
           01  EOF-STREAM            PIC X VALUE "N".
               88  STREAM-EOF               VALUE "Y".
           01  EOF-HIST              PIC X VALUE "N".
               88  HIST-EOF                 VALUE "Y".

           01  WS-STREAM-FILE-STATUS PIC XX.
           01  WS-STATE-FILE-STATUS  PIC XX.
           01  WS-RUNHIST-STATUS     PIC XX.
           01  WS-STATE-FOUND-SW     PIC X VALUE "N".
               88  STATE-FOUND              VALUE "Y".
           01  WS-RESUME-SW          PIC X VALUE "N".
               88  STREAM-RESUMED           VALUE "Y".
           01  WS-HALT-SW            PIC X VALUE "N".
               88  STREAM-HALTED            VALUE "Y".
           01  WS-CONSOLE-REPLY      PIC X(5).

      *the business date the stream is working: the calendar
      * date for a new stream - the date STDORDER is about to open
      * - or the halted stream's own date on a resume, so a resume
      * after midnight still finishes the right night. Only a
      * night STDORDER has opened can be resumed that way.
           01  WS-STREAM-DATE        PIC 9(8).
           01  WS-STREAM-DATE-SPLIT REDEFINES WS-STREAM-DATE.
               05  WS-STREAM-YEAR    PIC 9(4).
               05  WS-STREAM-MONTH   PIC 9(2).
               05  WS-STREAM-DAY     PIC 9(2).
           01  WS-PRIOR-YEAR         PIC 9(4).

      *which calendar conditions hold for the stream date.
           01  WS-MONTH-END-SW       PIC X VALUE "N".
               88  MONTH-END                VALUE "Y".
           01  WS-YEAR-END-SW        PIC X VALUE "N".
               88  YEAR-END                 VALUE "Y".
           01  WS-YEAR-OPEN-SW       PIC X VALUE "N".
               88  YEAR-OPEN                VALUE "Y".

      *the stream definition, with each step's outcome
      * tonight alongside it for the status report.
           01  WS-STEP-TABLE.
               05  WS-STEP-COUNT     PIC 9(3) COMP VALUE 0.
               05  WS-STEP-ENTRY OCCURS 40 TIMES.
                   10  WS-SP-NAME        PIC X(10).
                   10  WS-SP-WHEN        PIC X(1).
                   10  WS-SP-OK-RC       PIC 9(2).
                   10  WS-SP-AFTER       OCCURS 4 TIMES PIC X(10).
                   10  WS-SP-COMMAND     PIC X(60).
                   10  WS-SP-STATUS      PIC X(12).
                   10  WS-SP-RC          PIC 9(2).
                   10  WS-SP-END-DATE    PIC 9(8).
                   10  WS-SP-END-TIME    PIC 9(8).
           01  WS-STEP-IDX           PIC 9(3) COMP.
           01  WS-STEP-IDX-2         PIC 9(3) COMP.
           01  WS-STEP-HIT           PIC 9(3) COMP.
           01  WS-AFTER-IDX          PIC 9(1) COMP.
           01  WS-HALT-STEP          PIC X(10) VALUE SPACES.
           01  WS-HALT-REASON        PIC X(40) VALUE SPACES.

      *the latest "E" row runhist.dat holds for one step and
      * one business date - the stream date, unless the halted
      * stream's own night is being looked into.
           01  WS-LOOK-NAME          PIC X(10).
           01  WS-LOOK-DATE          PIC 9(8).
           01  WS-DONE-FOUND-SW      PIC X VALUE "N".
               88  DONE-FOUND               VALUE "Y".
           01  WS-DONE-RC            PIC 9(2).
           01  WS-DONE-DATE          PIC 9(8).
           01  WS-DONE-TIME          PIC 9(8).

      *the step's command line with its date tokens filled in.
           01  WS-CMD-TEXT           PIC X(62).
           01  WS-CMD-LINE           PIC X(100).
           01  WS-CMD-IN             PIC 9(3) COMP.
           01  WS-CMD-OUT            PIC 9(3) COMP.

      *the calendar table and the scratch fields
      * CHECK-BUSINESS-DAY tests a date with - the same
      * arithmetic FEEASSESS carries, on which weekday 4 falls on a
      * Saturday and 5 on a Sunday.
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
               05  WS-STEPS-RUN      PIC 9(5) VALUE 0.
               05  WS-STEPS-EARLIER  PIC 9(5) VALUE 0.
               05  WS-STEPS-NOT-DUE  PIC 9(5) VALUE 0.
               05  WS-STEPS-FAILED   PIC 9(5) VALUE 0.
               05  WS-STEPS-NOT-RUN  PIC 9(5) VALUE 0.

           01  WS-COUNT-DISP         PIC ZZZ,ZZZ,ZZ9.
           01  WS-STEP-NO-DISP       PIC ZZ9.
           01  WS-WHEN-TEXT          PIC X(10).
           01  WS-CALENDAR-TEXT      PIC X(40).
           01  WS-RC-DISP            PIC X(2).
           01  WS-END-DISP           PIC X(17).

      *------------------------------------
       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-STREAM-DEFINITION
           PERFORM CHECK-STREAM-STATE
           PERFORM LOAD-CALENDAR
           PERFORM CHECK-RUN-CALENDAR
           PERFORM WRITE-STREAM-STATE-RUNNING
           PERFORM RUN-ALL-STEPS
           IF STREAM-HALTED
               PERFORM WRITE-STREAM-STATE-HALTED
           ELSE
               PERFORM WRITE-STREAM-STATE-COMPLETE
           END-IF
           PERFORM WRITE-STREAM-REPORT
           IF STREAM-HALTED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *the definition is checked whole before anything runs -
      * a stream that would stop on a typo halfway through the
      * night is worse than one that never starts.
       LOAD-STREAM-DEFINITION.
           OPEN INPUT STREAM-FILE
           IF WS-STREAM-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN jobstream.dat (STATUS "
                   WS-STREAM-FILE-STATUS "). RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO EOF-STREAM
           PERFORM UNTIL STREAM-EOF
               READ STREAM-FILE
                   AT END
                       MOVE "Y" TO EOF-STREAM
                   NOT AT END
                       IF STREAM-REC NOT = SPACES
                           PERFORM TAKE-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STREAM-FILE
           IF WS-STEP-COUNT = 0
               DISPLAY "FATAL: jobstream.dat HOLDS NO STEPS. "
                   "RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       TAKE-ONE-STEP.
           IF WS-STEP-COUNT >= 40
               DISPLAY "FATAL: MORE THAN 40 STEPS IN jobstream.dat. "
                   "RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-STEP-COUNT TO WS-STEP-NO-DISP
           IF JS-STEP-NAME = SPACES OR JS-COMMAND = SPACES
               DISPLAY "FATAL: JOB STREAM STEP " WS-STEP-NO-DISP
                   " HAS NO NAME OR NO COMMAND. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF JS-RUN-WHEN NOT = "N" AND JS-RUN-WHEN NOT = "M"
                   AND JS-RUN-WHEN NOT = "Y" AND JS-RUN-WHEN NOT = "O"
               DISPLAY "FATAL: JOB STREAM STEP " JS-STEP-NAME
                   " RUN CONDITION IS NOT N, M, Y OR O. "
                   "RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF JS-OK-RC NOT NUMERIC
               DISPLAY "FATAL: JOB STREAM STEP " JS-STEP-NAME
                   " SUCCESS CODE NOT NUMERIC. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE JS-STEP-NAME TO WS-LOOK-NAME
           PERFORM FIND-STEP-BY-NAME
           IF WS-STEP-HIT > 0
               DISPLAY "FATAL: JOB STREAM STEP " JS-STEP-NAME
                   " IS DEFINED TWICE. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *a predecessor must already be in the table - named
      * earlier in the file - so file order is always a valid run
      * order and a loop in the definition cannot be written.
           PERFORM VARYING WS-AFTER-IDX FROM 1 BY 1
                   UNTIL WS-AFTER-IDX > 4
               IF JS-AFTER(WS-AFTER-IDX) NOT = SPACES
                   MOVE JS-AFTER(WS-AFTER-IDX) TO WS-LOOK-NAME
                   PERFORM FIND-STEP-BY-NAME
                   IF WS-STEP-HIT = 0
                       DISPLAY "FATAL: JOB STREAM STEP "
                           JS-STEP-NAME " WAITS ON "
                           JS-AFTER(WS-AFTER-IDX)
                           ", NOT DEFINED BEFORE IT. RUN ABORTED."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           MOVE JS-STEP-NAME  TO WS-SP-NAME(WS-STEP-COUNT)
           MOVE JS-RUN-WHEN   TO WS-SP-WHEN(WS-STEP-COUNT)
           MOVE JS-OK-RC      TO WS-SP-OK-RC(WS-STEP-COUNT)
           PERFORM VARYING WS-AFTER-IDX FROM 1 BY 1
                   UNTIL WS-AFTER-IDX > 4
               MOVE JS-AFTER(WS-AFTER-IDX)
                   TO WS-SP-AFTER(WS-STEP-COUNT, WS-AFTER-IDX)
           END-PERFORM
           MOVE JS-COMMAND    TO WS-SP-COMMAND(WS-STEP-COUNT)
           MOVE "NOT RUN"     TO WS-SP-STATUS(WS-STEP-COUNT)
           MOVE 0             TO WS-SP-RC(WS-STEP-COUNT)
           MOVE 0             TO WS-SP-END-DATE(WS-STEP-COUNT)
           MOVE 0             TO WS-SP-END-TIME(WS-STEP-COUNT).

      *searches only the steps loaded so far (the whole table
      * once loading is done).
       FIND-STEP-BY-NAME.
           MOVE 0 TO WS-STEP-HIT
           PERFORM VARYING WS-STEP-IDX-2 FROM 1 BY 1
                   UNTIL WS-STEP-IDX-2 > WS-STEP-COUNT
                       OR WS-STEP-HIT > 0
               IF WS-SP-NAME(WS-STEP-IDX-2) = WS-LOOK-NAME
                   MOVE WS-STEP-IDX-2 TO WS-STEP-HIT
               END-IF
           END-PERFORM.

      *a stream left halted - or left running by a driver that
      * died - is only picked up again on the operator's word. A
      * declined resume leaves the stream halted and runs nothing.
      *FXCHECK and STDORDER date themselves from the clock, so a
      * night that halted before STDORDER had opened it cannot be
      * finished once the date has turned: both would run under the
      * new date and no step would ever log under the old one. The
      * operator is offered a new stream for today instead.
       CHECK-STREAM-STATE.
           ACCEPT WS-STREAM-DATE FROM DATE YYYYMMDD
           OPEN INPUT STATE-FILE
           IF WS-STATE-FILE-STATUS = "00"
               READ STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-STATE-FOUND-SW
               END-READ
               CLOSE STATE-FILE
           END-IF
           IF NOT STATE-FOUND
               EXIT PARAGRAPH
           END-IF
           IF BS-STATUS NOT = "H" AND BS-STATUS NOT = "R"
               EXIT PARAGRAPH
           END-IF
           IF BS-STATUS = "H"
               DISPLAY "STREAM FOR " BS-BUSINESS-DATE
                   " HALTED AT STEP " BS-STEP-NAME "."
           ELSE
               DISPLAY "STREAM FOR " BS-BUSINESS-DATE
                   " WAS INTERRUPTED AT STEP " BS-STEP-NAME "."
           END-IF
           MOVE "STDORDER"       TO WS-LOOK-NAME
           MOVE BS-BUSINESS-DATE TO WS-LOOK-DATE
           PERFORM SCAN-RUN-HISTORY
           IF NOT DONE-FOUND
                   AND BS-BUSINESS-DATE NOT = WS-STREAM-DATE
               DISPLAY "STDORDER NEVER OPENED " BS-BUSINESS-DATE
                   " - THAT NIGHT CANNOT BE RESUMED."
               DISPLAY "START A NEW STREAM FOR " WS-STREAM-DATE
                   "? (Y/N):"
               ACCEPT WS-CONSOLE-REPLY
               IF WS-CONSOLE-REPLY NOT = "Y"
                   DISPLAY "NEW STREAM DECLINED - STREAM FOR "
                       BS-BUSINESS-DATE " REMAINS HALTED."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RESUME FROM THAT STEP? (Y/N):"
           ACCEPT WS-CONSOLE-REPLY
           IF WS-CONSOLE-REPLY NOT = "Y"
               DISPLAY "RESUME DECLINED - STREAM FOR "
                   BS-BUSINESS-DATE " REMAINS HALTED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO WS-RESUME-SW
           MOVE BS-BUSINESS-DATE TO WS-STREAM-DATE.

      *month-end and year-end: the next business day after the
      * stream date falls in a later month / year. Year-open: the
      * business day before it falls in an earlier year. With no
      * calendar rows these are simply weekday tests.
       CHECK-RUN-CALENDAR.
           COMPUTE WS-PRIOR-YEAR = WS-STREAM-YEAR - 1
           MOVE WS-STREAM-DATE TO WS-CAL-DATE
           PERFORM NEXT-CALENDAR-DAY
           PERFORM ROLL-TO-BUSINESS-DAY
           IF WS-CAL-MONTH NOT = WS-STREAM-MONTH
               SET MONTH-END TO TRUE
           END-IF
           IF WS-CAL-YEAR NOT = WS-STREAM-YEAR
               SET YEAR-END TO TRUE
           END-IF
           MOVE WS-STREAM-DATE TO WS-CAL-DATE
           PERFORM PREV-CALENDAR-DAY
           PERFORM ROLL-BACK-TO-BUSINESS-DAY
           IF WS-CAL-YEAR NOT = WS-STREAM-YEAR
               SET YEAR-OPEN TO TRUE
           END-IF.

       WRITE-STREAM-STATE-RUNNING.
           MOVE "R"    TO BS-STATUS
           MOVE SPACES TO BS-STEP-NAME
           PERFORM WRITE-STREAM-STATE.

       WRITE-STREAM-STATE-HALTED.
           MOVE "H"          TO BS-STATUS
           MOVE WS-HALT-STEP TO BS-STEP-NAME
           PERFORM WRITE-STREAM-STATE.

       WRITE-STREAM-STATE-COMPLETE.
           MOVE "C"    TO BS-STATUS
           MOVE SPACES TO BS-STEP-NAME
           PERFORM WRITE-STREAM-STATE.

       WRITE-STREAM-STATE.
           MOVE WS-STREAM-DATE TO BS-BUSINESS-DATE
           ACCEPT BS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT BS-STAMP-TIME FROM TIME
           OPEN OUTPUT STATE-FILE
           WRITE STATE-REC
           CLOSE STATE-FILE.

       RUN-ALL-STEPS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                       OR STREAM-HALTED
               PERFORM RUN-ONE-STEP
           END-PERFORM.

       RUN-ONE-STEP.
           IF (WS-SP-WHEN(WS-STEP-IDX) = "M" AND NOT MONTH-END)
                   OR (WS-SP-WHEN(WS-STEP-IDX) = "Y" AND NOT YEAR-END)
                   OR (WS-SP-WHEN(WS-STEP-IDX) = "O"
                       AND NOT YEAR-OPEN)
               MOVE "NOT TONIGHT" TO WS-SP-STATUS(WS-STEP-IDX)
               ADD 1 TO WS-STEPS-NOT-DUE
               EXIT PARAGRAPH
           END-IF

      *already proven done for this business date - by an
      * earlier pass of the stream or a run by hand - so it is
      * passed over, never run twice.
           PERFORM FIND-STEP-COMPLETION
           IF DONE-FOUND
                   AND WS-DONE-RC NOT > WS-SP-OK-RC(WS-STEP-IDX)
               MOVE "DONE EARLIER" TO WS-SP-STATUS(WS-STEP-IDX)
               PERFORM TAKE-STEP-COMPLETION
               ADD 1 TO WS-STEPS-EARLIER
               DISPLAY "STEP " WS-SP-NAME(WS-STEP-IDX)
                   " ALREADY DONE FOR " WS-STREAM-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PREDECESSORS
           IF STREAM-HALTED
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-STEP-COMMAND
           DISPLAY "STEP " WS-SP-NAME(WS-STEP-IDX) " STARTING: "
               WS-CMD-LINE(1:WS-CMD-OUT - 1)
      *the exit status the shell hands back is not trusted -
      * the run-history row is the proof of completion, and a step
      * that died before logging its end leaves no row (or only an
      * older, failed one).
           CALL "SYSTEM" USING WS-CMD-LINE
           MOVE 0 TO RETURN-CODE
           ADD 1 TO WS-STEPS-RUN

           PERFORM FIND-STEP-COMPLETION
           IF DONE-FOUND
                   AND WS-DONE-RC NOT > WS-SP-OK-RC(WS-STEP-IDX)
               MOVE "COMPLETED" TO WS-SP-STATUS(WS-STEP-IDX)
               PERFORM TAKE-STEP-COMPLETION
               DISPLAY "STEP " WS-SP-NAME(WS-STEP-IDX)
                   " COMPLETED RC=" WS-DONE-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "FAILED" TO WS-SP-STATUS(WS-STEP-IDX)
           ADD 1 TO WS-STEPS-FAILED
           IF DONE-FOUND
               PERFORM TAKE-STEP-COMPLETION
               MOVE SPACES TO WS-HALT-REASON
               STRING "ENDED RC=" WS-DONE-RC ", SUCCESS IS UP TO "
                   WS-SP-OK-RC(WS-STEP-IDX)
                   DELIMITED BY SIZE INTO WS-HALT-REASON
               END-STRING
           ELSE
               MOVE "NO END ROW ON runhist.dat FOR THE DATE"
                   TO WS-HALT-REASON
           END-IF
           DISPLAY "STEP " WS-SP-NAME(WS-STEP-IDX) " FAILED - "
               WS-HALT-REASON
           PERFORM HALT-STREAM.

      *the definition guarantees each predecessor came first;
      * this holds the step unless every one of them is done or
      * not scheduled tonight.
       CHECK-PREDECESSORS.
           PERFORM VARYING WS-AFTER-IDX FROM 1 BY 1
                   UNTIL WS-AFTER-IDX > 4 OR STREAM-HALTED
               IF WS-SP-AFTER(WS-STEP-IDX, WS-AFTER-IDX) NOT = SPACES
                   MOVE WS-SP-AFTER(WS-STEP-IDX, WS-AFTER-IDX)
                       TO WS-LOOK-NAME
                   PERFORM FIND-STEP-BY-NAME
                   IF WS-SP-STATUS(WS-STEP-HIT) NOT = "COMPLETED"
                       AND WS-SP-STATUS(WS-STEP-HIT)
                           NOT = "DONE EARLIER"
                       AND WS-SP-STATUS(WS-STEP-HIT)
                           NOT = "NOT TONIGHT"
                       MOVE "HELD" TO WS-SP-STATUS(WS-STEP-IDX)
                       MOVE SPACES TO WS-HALT-REASON
                       STRING "WAITING ON " WS-LOOK-NAME
                           DELIMITED BY SIZE INTO WS-HALT-REASON
                       END-STRING
                       ADD 1 TO WS-STEPS-FAILED
                       DISPLAY "STEP " WS-SP-NAME(WS-STEP-IDX)
                           " HELD - " WS-HALT-REASON
                       PERFORM HALT-STREAM
                   END-IF
               END-IF
           END-PERFORM.

       HALT-STREAM.
           MOVE "Y" TO WS-HALT-SW
           MOVE WS-SP-NAME(WS-STEP-IDX) TO WS-HALT-STEP
           COMPUTE WS-STEPS-NOT-RUN = WS-STEP-COUNT - WS-STEP-IDX.

       TAKE-STEP-COMPLETION.
           MOVE WS-DONE-RC   TO WS-SP-RC(WS-STEP-IDX)
           MOVE WS-DONE-DATE TO WS-SP-END-DATE(WS-STEP-IDX)
           MOVE WS-DONE-TIME TO WS-SP-END-TIME(WS-STEP-IDX).

      *the log is append-only, so the last matching "E" row
      * read is the step's latest finish for the date.
       FIND-STEP-COMPLETION.
           MOVE WS-SP-NAME(WS-STEP-IDX) TO WS-LOOK-NAME
           MOVE WS-STREAM-DATE          TO WS-LOOK-DATE
           PERFORM SCAN-RUN-HISTORY.

       SCAN-RUN-HISTORY.
           MOVE "N" TO WS-DONE-FOUND-SW
           OPEN INPUT RUN-HIST-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-HIST
           PERFORM UNTIL HIST-EOF
               READ RUN-HIST-FILE
                   AT END
                       MOVE "Y" TO EOF-HIST
                   NOT AT END
                       IF RH-EVENT = "E"
                               AND RH-PROGRAM = WS-LOOK-NAME
                               AND RH-BUSINESS-DATE = WS-LOOK-DATE
                           MOVE "Y"            TO WS-DONE-FOUND-SW
                           MOVE RH-RETURN-CODE TO WS-DONE-RC
                           MOVE RH-STAMP-DATE  TO WS-DONE-DATE
                           MOVE RH-STAMP-TIME  TO WS-DONE-TIME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-HIST-FILE.

      *copies the command across a character at a time,
      * putting the date in place of each "%D", "%Y" or "%P". The
      * two spare bytes on WS-CMD-TEXT let a token test run past
      * the last command column harmlessly.
       BUILD-STEP-COMMAND.
           MOVE WS-SP-COMMAND(WS-STEP-IDX) TO WS-CMD-TEXT
           MOVE SPACES TO WS-CMD-LINE
           MOVE 1 TO WS-CMD-OUT
           PERFORM VARYING WS-CMD-IN FROM 1 BY 1
                   UNTIL WS-CMD-IN > 60
               IF WS-CMD-TEXT(WS-CMD-IN:2) = "%D"
                   STRING WS-STREAM-DATE DELIMITED BY SIZE
                       INTO WS-CMD-LINE WITH POINTER WS-CMD-OUT
                   END-STRING
                   ADD 1 TO WS-CMD-IN
               ELSE
                   IF WS-CMD-TEXT(WS-CMD-IN:2) = "%Y"
                       STRING WS-STREAM-YEAR DELIMITED BY SIZE
                           INTO WS-CMD-LINE WITH POINTER WS-CMD-OUT
                       END-STRING
                       ADD 1 TO WS-CMD-IN
                   ELSE
                       IF WS-CMD-TEXT(WS-CMD-IN:2) = "%P"
                           STRING WS-PRIOR-YEAR DELIMITED BY SIZE
                               INTO WS-CMD-LINE
                               WITH POINTER WS-CMD-OUT
                           END-STRING
                           ADD 1 TO WS-CMD-IN
                       ELSE
                           STRING WS-CMD-TEXT(WS-CMD-IN:1)
                               DELIMITED BY SIZE
                               INTO WS-CMD-LINE
                               WITH POINTER WS-CMD-OUT
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-STREAM-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM "===== BATCH STREAM STATUS ====="
           MOVE SPACES TO REPORT-LINE
           IF STREAM-RESUMED
               STRING "BUSINESS DATE: " WS-STREAM-DATE
                   " (RESUMED)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "BUSINESS DATE: " WS-STREAM-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE "NIGHTLY" TO WS-CALENDAR-TEXT
           IF MONTH-END
               MOVE "NIGHTLY, MONTH-END" TO WS-CALENDAR-TEXT
           END-IF
           IF YEAR-END
               MOVE "NIGHTLY, MONTH-END, YEAR-END" TO WS-CALENDAR-TEXT
           END-IF
           IF YEAR-OPEN
               MOVE "NIGHTLY, YEAR-OPEN" TO WS-CALENDAR-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "RUNS DUE:      " WS-CALENDAR-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM
               "STEP NAME       WHEN       STATUS       RC ENDED"
           PERFORM WRITE-ONE-STEP-LINE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
           PERFORM WRITE-STREAM-TRAILER
           CLOSE REPORT-FILE.

       WRITE-ONE-STEP-LINE.
           MOVE WS-STEP-IDX TO WS-STEP-NO-DISP
           MOVE "NIGHTLY" TO WS-WHEN-TEXT
           IF WS-SP-WHEN(WS-STEP-IDX) = "M"
               MOVE "MONTH-END" TO WS-WHEN-TEXT
           END-IF
           IF WS-SP-WHEN(WS-STEP-IDX) = "Y"
               MOVE "YEAR-END"  TO WS-WHEN-TEXT
           END-IF
           IF WS-SP-WHEN(WS-STEP-IDX) = "O"
               MOVE "YEAR-OPEN" TO WS-WHEN-TEXT
           END-IF
           MOVE SPACES TO WS-RC-DISP
           MOVE SPACES TO WS-END-DISP
           IF WS-SP-END-DATE(WS-STEP-IDX) > 0
               MOVE WS-SP-RC(WS-STEP-IDX) TO WS-RC-DISP
               STRING WS-SP-END-DATE(WS-STEP-IDX) " "
                   WS-SP-END-TIME(WS-STEP-IDX)(1:2) ":"
                   WS-SP-END-TIME(WS-STEP-IDX)(3:2) ":"
                   WS-SP-END-TIME(WS-STEP-IDX)(5:2)
                   DELIMITED BY SIZE INTO WS-END-DISP
               END-STRING
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-STEP-NO-DISP " "
               WS-SP-NAME(WS-STEP-IDX) "  "
               WS-WHEN-TEXT " "
               WS-SP-STATUS(WS-STEP-IDX) " "
               WS-RC-DISP " "
               WS-END-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-STREAM-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-STEPS-RUN TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "STEPS RUN TONIGHT:        " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-STEPS-EARLIER TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "ALREADY DONE, PASSED OVER:" WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-STEPS-NOT-DUE TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "NOT DUE TONIGHT:          " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-STEPS-FAILED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "FAILED OR HELD:           " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-STEPS-NOT-RUN TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "NOT REACHED:              " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF STREAM-HALTED
               STRING "STREAM HALTED AT " WS-HALT-STEP " - "
                   WS-HALT-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE FROM
                   "CORRECT AND RERUN BATCHRUN TO RESUME AT THAT STEP."
           ELSE
               WRITE REPORT-LINE FROM "STREAM COMPLETE."
           END-IF.

      *stepping back one calendar day, the mirror of
      * NEXT-CALENDAR-DAY.
       PREV-CALENDAR-DAY.
           IF WS-CAL-DAY > 1
               SUBTRACT 1 FROM WS-CAL-DAY
           ELSE
               IF WS-CAL-MONTH > 1
                   SUBTRACT 1 FROM WS-CAL-MONTH
               ELSE
                   MOVE 12 TO WS-CAL-MONTH
                   SUBTRACT 1 FROM WS-CAL-YEAR
               END-IF
               PERFORM SET-CAL-MONTH-DAYS
               MOVE WS-CAL-MONTH-DAYS TO WS-CAL-DAY
           END-IF.

      *leaves WS-CAL-DATE on the last business day on or
      * before the date it holds.
       ROLL-BACK-TO-BUSINESS-DAY.
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL CAL-BUSINESS-DAY
               PERFORM PREV-CALENDAR-DAY
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

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

