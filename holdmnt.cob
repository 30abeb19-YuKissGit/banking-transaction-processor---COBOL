      *the instruction file is emptied once honored, the way
      * PROMOTE consumes promote-request.dat - instructions left
      * lying around would re-apply against tomorrow's holds.
      *every instruction names the operator who keyed it. A
      * release ahead of the hold's own release date is not applied
      * when keyed: it is held on approval-queue.dat until a
      * different operator approves it through APPROVE, and the
      * next run applies it. Every change applied leaves a row on
      * audit-log.dat with the before and after values, the maker
      * and the approver.
       ENVIRONMENT DIVISION.    *>D2 environment
       INPUT-OUTPUT SECTION.    *>    D2-S1 input-output
       FILE-CONTROL.            *>          D2-S1-P1 file-control
           SELECT INSTR-FILE ASSIGN TO "hold-instr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTR-FILE-STATUS.
      *the bank's non-business days - public holidays and any
      * other day the branches are shut - one dated row each.
      * Saturdays and Sundays are never business days and need no
      * row. Optional the same way FX-RATE-FILE is: no calendar
      * simply means weekends are the only days off.
           SELECT CALENDAR-FILE ASSIGN TO "calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "./output/holdmnt-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *same pending-approval queue ACCTMAINT keeps.
           SELECT QUEUE-FILE ASSIGN TO "approval-queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT QUEUE-NEXT-FILE
               ASSIGN TO "./output/approval-queue-next.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-NEXT-STATUS.
      *same permanent audit log ACCTMAINT appends to.
           SELECT AUDIT-FILE ASSIGN TO "audit-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *---------------------------------------------
       DATA DIVISION.           *> D3 data
               05  HI-ACTION          PIC X(1).
               05  HI-NEW-AMOUNT      PIC X(9).
               05  HI-NEW-RELEASE     PIC X(8).
               05  HI-OPERATOR        PIC X(8).

      *one row per non-business day; the description is for
      * whoever keeps the file up, nothing reads it.
           FD  CALENDAR-FILE.
           01  CALENDAR-REC.
               05  CA-DATE           PIC 9(8).
               05  CA-DESC           PIC X(30).

           FD  REPORT-FILE.
           01  REPORT-LINE           PIC X(80).

      *same layout ACCTMAINT keeps - keep every copy in step.
           FD  QUEUE-FILE.
           01  QUEUE-REC.
               05  AQ-QUEUE-REF.
                   10  AQ-QUEUE-DATE  PIC 9(8).
                   10  AQ-QUEUE-SEQ   PIC 9(4).
               05  AQ-SOURCE          PIC X(1).
               05  AQ-STATUS          PIC X(1).
               05  AQ-SUBJECT         PIC X(6).
               05  AQ-REASON          PIC X(20).
               05  AQ-BEFORE          PIC X(30).
               05  AQ-AFTER           PIC X(30).
               05  AQ-MAKER           PIC X(8).
               05  AQ-CHECKER         PIC X(8).
               05  AQ-DECIDED-DATE    PIC 9(8).
               05  AQ-REQUEST         PIC X(130).

           FD  QUEUE-NEXT-FILE.
           01  QUEUE-NEXT-REC         PIC X(254).

      *same layout ACCTMAINT appends.
           FD  AUDIT-FILE.
           01  AUDIT-REC.
               05  AU-STAMP-DATE      PIC 9(8).
               05  AU-STAMP-TIME      PIC 9(8).
               05  AU-PROGRAM         PIC X(10).
               05  AU-EVENT           PIC X(1).
               05  AU-ACTION          PIC X(1).
               05  AU-KEY             PIC X(6).
               05  AU-FIELD           PIC X(20).
               05  AU-BEFORE          PIC X(30).
               05  AU-AFTER           PIC X(30).
               05  AU-MAKER           PIC X(8).
               05  AU-CHECKER         PIC X(8).
               05  AU-QUEUE-REF       PIC X(12).

      *------------------------------------
       WORKING-STORAGE SECTION.                   *>    D3-S2
           01  EOF-HOLDS             PIC X VALUE "N".

      *the holds in hand, same 2000-row ceiling EOD carries.
      * WS-HD-DISP-SW: "N" untouched, "R" released, "A" amended,
      * "E" extended, "Q" release held for approval - released
      * rows are left out of the next image, everything else goes
      * back out as it now stands.
           01  WS-HOLD-TABLE.
               05  WS-HOLD-COUNT     PIC 9(5) COMP VALUE 0.
               05  WS-HOLD-ENTRY OCCURS 2000 TIMES.
                                          PIC 9(7)V99.
                   10  WS-IN-NEW-RELEASE  PIC X(8).
                   10  WS-IN-USED-SW      PIC X(1).
                   10  WS-IN-OPERATOR     PIC X(8).
      *the instruction's approval-queue row when it arrived
      * approved, zero when it was keyed today.
                   10  WS-IN-Q-IDX        PIC 9(4) COMP.
           01  WS-IN-IDX             PIC 9(3) COMP.

      *one instruction laid out as hold-instr.dat carries it -
      * the image a held instruction waits on the queue as.
           01  WS-INSTR-IMAGE.
               05  WS-II-ACCT-ID      PIC X(5).
               05  WS-II-RELEASE-DATE PIC X(8).
               05  WS-II-PLACED-DATE  PIC X(8).
               05  WS-II-ACTION       PIC X(1).
               05  WS-II-NEW-AMOUNT   PIC X(9).
               05  WS-II-NEW-RELEASE  PIC X(8).
               05  WS-II-OPERATOR     PIC X(8).

      *the pending-approval queue in hand, read whole and
      * written back whole as the next image.
           01  WS-QUEUE-FILE-STATUS  PIC XX.
           01  WS-QUEUE-NEXT-STATUS  PIC XX.
           01  EOF-QUEUE             PIC X VALUE "N".
               88  QUEUE-EOF                VALUE "Y".
           01  WS-QUEUE-PATH         PIC X(40)
                   VALUE "approval-queue.dat".
           01  WS-QUEUE-NEXT-PATH    PIC X(40)
                   VALUE "./output/approval-queue-next.dat".
           01  WS-QUEUE-TABLE.
               05  WS-AQ-COUNT       PIC 9(4) COMP VALUE 0.
               05  WS-AQ-ENTRY OCCURS 2000 TIMES.
                   10  WS-AQ-REF.
                       15  WS-AQ-DATE     PIC 9(8).
                       15  WS-AQ-SEQ      PIC 9(4).
                   10  WS-AQ-SOURCE       PIC X(1).
                   10  WS-AQ-STATUS       PIC X(1).
                   10  WS-AQ-SUBJECT      PIC X(6).
                   10  WS-AQ-REASON       PIC X(20).
                   10  WS-AQ-BEFORE       PIC X(30).
                   10  WS-AQ-AFTER        PIC X(30).
                   10  WS-AQ-MAKER        PIC X(8).
                   10  WS-AQ-CHECKER      PIC X(8).
                   10  WS-AQ-DECIDED-DATE PIC 9(8).
                   10  WS-AQ-REQUEST      PIC X(130).
           01  WS-AQ-IDX             PIC 9(4) COMP.
           01  WS-AQ-NEXT-SEQ        PIC 9(4).
           01  WS-CUR-Q-IDX          PIC 9(4) COMP.
      *the wall-clock date: a release keyed before the hold's
      * own release date is early, and queue and audit rows are
      * stamped with it.
           01  WS-TODAY              PIC 9(8).
           01  WS-QUEUE-REQUEST      PIC X(130).

      *the field change the next audit or queue row records.
           01  WS-AUDIT-FILE-STATUS  PIC XX.
           01  WS-AU-FIELD           PIC X(20).
           01  WS-AU-BEFORE          PIC X(30).
           01  WS-AU-AFTER           PIC X(30).

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
           01  WS-CAL-SERIAL         PIC 9(7).
           01  WS-CAL-WEEKDAY        PIC 9(1).
               88  CAL-WEEKEND              VALUES 4 5.
           01  WS-CAL-BUSINESS-SW    PIC X VALUE "Y".
               88  CAL-BUSINESS-DAY         VALUE "Y".

           01  WS-COUNTERS.
               05  WS-HOLDS-READ     PIC 9(5) VALUE 0.
               05  WS-HOLDS-RELEASED PIC 9(5) VALUE 0.
               05  WS-HOLDS-EXTENDED PIC 9(5) VALUE 0.
               05  WS-HOLDS-KEPT     PIC 9(5) VALUE 0.
               05  WS-INSTR-BAD      PIC 9(5) VALUE 0.
               05  WS-INSTR-QUEUED   PIC 9(5) VALUE 0.
               05  WS-INSTR-APPROVED PIC 9(5) VALUE 0.

           01  WS-AMT-DISP           PIC ZZZ,ZZZ,ZZ9.99.
           01  WS-COUNT-DISP         PIC ZZZ,ZZZ,ZZ9.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM "===== HOLD MAINTENANCE RUN ====="
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           PERFORM RECOVER-HOLDS-FILE
           PERFORM RECOVER-APPROVAL-QUEUE
           PERFORM LOAD-HOLDS-TABLE
           PERFORM LOAD-INSTRUCTIONS
           PERFORM LOAD-APPROVAL-QUEUE
           PERFORM LOAD-APPROVED-INSTRUCTIONS
           PERFORM LOAD-CALENDAR
           PERFORM APPLY-ALL-INSTRUCTIONS
           PERFORM WRITE-NEXT-HOLDS-FILE
           PERFORM INSTALL-HOLDS-FILE
           PERFORM WRITE-NEXT-QUEUE
           PERFORM INSTALL-APPROVAL-QUEUE
           PERFORM CLEAR-INSTRUCTIONS
           PERFORM WRITE-MAINT-REPORT
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE
           STOP RUN.

                       TO WS-IN-NEW-AMOUNT(WS-INSTR-COUNT)
                   MOVE HI-NEW-RELEASE
                       TO WS-IN-NEW-RELEASE(WS-INSTR-COUNT)
                   MOVE HI-OPERATOR
                       TO WS-IN-OPERATOR(WS-INSTR-COUNT)
                   MOVE "N" TO WS-IN-USED-SW(WS-INSTR-COUNT)
                   MOVE 0   TO WS-IN-Q-IDX(WS-INSTR-COUNT)
                   PERFORM READ-INSTR
               END-PERFORM
               CLOSE INSTR-FILE
                   CONTINUE
           END-READ.

      *recovery probe: a crash between the delete and the
      * rename in INSTALL-APPROVAL-QUEUE leaves no queue but a
      * complete next image on disk - adopt it before loading.
       RECOVER-APPROVAL-QUEUE.
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS = "00"
               CLOSE QUEUE-FILE
           ELSE
               OPEN INPUT QUEUE-NEXT-FILE
               IF WS-QUEUE-NEXT-STATUS = "00"
                   CLOSE QUEUE-NEXT-FILE
                   CALL "CBL_RENAME_FILE"
                       USING WS-QUEUE-NEXT-PATH WS-QUEUE-PATH
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-APPROVAL-QUEUE.
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS = "00"
               MOVE "N" TO EOF-QUEUE
               PERFORM READ-QUEUE
               PERFORM UNTIL QUEUE-EOF
                   IF WS-AQ-COUNT >= 2000
                       DISPLAY "FATAL: MORE THAN 2000 ROWS ON THE "
                           "APPROVAL QUEUE. RUN ABORTED."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-AQ-COUNT
                   MOVE QUEUE-REC TO WS-AQ-ENTRY(WS-AQ-COUNT)
                   PERFORM READ-QUEUE
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.

       READ-QUEUE.
           READ QUEUE-FILE
               AT END
                   MOVE "Y" TO EOF-QUEUE
               NOT AT END
                   CONTINUE
           END-READ.

      *the hold instructions APPROVE has cleared join the
      * table behind today's keyed ones, each pointing back at its
      * queue row - taken from the queue itself, never keyed.
       LOAD-APPROVED-INSTRUCTIONS.
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF WS-AQ-SOURCE(WS-AQ-IDX) = "H"
                       AND WS-AQ-STATUS(WS-AQ-IDX) = "A"
                   IF WS-INSTR-COUNT >= 500
                       DISPLAY "FATAL: MORE THAN 500 HOLD "
                           "INSTRUCTIONS. RUN ABORTED."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-AQ-REQUEST(WS-AQ-IDX) TO WS-INSTR-IMAGE
                   ADD 1 TO WS-INSTR-COUNT
                   MOVE WS-II-ACCT-ID
                       TO WS-IN-ACCT-ID(WS-INSTR-COUNT)
                   MOVE WS-II-RELEASE-DATE
                       TO WS-IN-RELEASE-DATE(WS-INSTR-COUNT)
                   MOVE WS-II-PLACED-DATE
                       TO WS-IN-PLACED-DATE(WS-INSTR-COUNT)
                   MOVE WS-II-ACTION
                       TO WS-IN-ACTION(WS-INSTR-COUNT)
                   MOVE WS-II-NEW-AMOUNT
                       TO WS-IN-NEW-AMOUNT(WS-INSTR-COUNT)
                   MOVE WS-II-NEW-RELEASE
                       TO WS-IN-NEW-RELEASE(WS-INSTR-COUNT)
                   MOVE WS-II-OPERATOR
                       TO WS-IN-OPERATOR(WS-INSTR-COUNT)
                   MOVE "N" TO WS-IN-USED-SW(WS-INSTR-COUNT)
                   MOVE WS-AQ-IDX TO WS-IN-Q-IDX(WS-INSTR-COUNT)
               END-IF
           END-PERFORM.

       APPLY-ALL-INSTRUCTIONS.
           PERFORM APPLY-ONE-INSTRUCTION
               VARYING WS-IN-IDX FROM 1 BY 1
      * two holds share both. An instruction matching nothing is
      * refused on the record - the desk must know the hold it
      * aimed at is not there.
      * An approved instruction that is not applied for any
      * reason is finished with all the same - its queue row is
      * marked refused.
       APPLY-ONE-INSTRUCTION.
           MOVE WS-IN-Q-IDX(WS-IN-IDX) TO WS-CUR-Q-IDX
           IF WS-CUR-Q-IDX = 0
                   AND WS-IN-OPERATOR(WS-IN-IDX) = SPACES
               MOVE "Y" TO WS-IN-USED-SW(WS-IN-IDX)
               MOVE SPACES TO REPORT-LINE
               STRING "INSTRUCTION FOR ACCT="
                   WS-IN-ACCT-ID(WS-IN-IDX)
                   " HAS NO OPERATOR ID - REFUSED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-INSTR-BAD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HOLD-COUNT
               IF WS-HD-DISP-SW(WS-HD-IDX) = "N"
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-INSTR-BAD
           END-IF
           IF WS-CUR-Q-IDX > 0
               IF WS-AQ-STATUS(WS-CUR-Q-IDX) = "A"
                   MOVE "R" TO WS-AQ-STATUS(WS-CUR-Q-IDX)
               ELSE
                   ADD 1 TO WS-INSTR-APPROVED
               END-IF
           END-IF.

      *WS-HD-IDX/WS-IN-IDX both point at the matched pair here.
      * A hold released before its own release date was keyed by
      * one operator and waits for a second; the hold stands
      * untouched meanwhile.
       DISPOSE-MATCHED-HOLD.
           IF WS-IN-ACTION(WS-IN-IDX) = "R"
               MOVE "HO-AMOUNT" TO WS-AU-FIELD
               MOVE WS-HD-AMOUNT(WS-HD-IDX) TO WS-AMT-DISP
               MOVE WS-AMT-DISP TO WS-AU-BEFORE
               MOVE "RELEASED"  TO WS-AU-AFTER
               IF WS-HD-RELEASE-DATE(WS-HD-IDX) > WS-TODAY
                       AND WS-CUR-Q-IDX = 0
                   MOVE WS-HD-RELEASE-DATE(WS-HD-IDX) TO WS-AU-BEFORE
                   MOVE "RELEASE EARLY" TO WS-AU-AFTER
                   PERFORM QUEUE-FOR-APPROVAL
                   EXIT PARAGRAPH
               END-IF
               MOVE "R" TO WS-HD-DISP-SW(WS-HD-IDX)
               PERFORM WRITE-AUDIT-ROW
               ADD 1 TO WS-HOLDS-RELEASED
               MOVE SPACES TO REPORT-LINE
               STRING "RELEASED ACCT=" WS-HD-ACCT-ID(WS-HD-IDX)
                   " AMT=" WS-AMT-DISP
                   ADD 1 TO WS-INSTR-BAD
                   EXIT PARAGRAPH
               END-IF
               MOVE "HO-AMOUNT" TO WS-AU-FIELD
               MOVE WS-HD-AMOUNT(WS-HD-IDX) TO WS-AMT-DISP
               MOVE WS-AMT-DISP TO WS-AU-BEFORE
               MOVE WS-IN-NEW-AMOUNT-N(WS-IN-IDX)
                   TO WS-HD-AMOUNT(WS-HD-IDX)
               MOVE WS-HD-AMOUNT(WS-HD-IDX) TO WS-AMT-DISP
               MOVE WS-AMT-DISP TO WS-AU-AFTER
               PERFORM WRITE-AUDIT-ROW
               MOVE "A" TO WS-HD-DISP-SW(WS-HD-IDX)
               ADD 1 TO WS-HOLDS-AMENDED
               MOVE WS-HD-AMOUNT(WS-HD-IDX) TO WS-AMT-DISP
                   ADD 1 TO WS-INSTR-BAD
                   EXIT PARAGRAPH
               END-IF
      *the desk is standing at the terminal, so a new release
      * date on a weekend or holiday is refused for re-keying
      * rather than silently moved the way EOD rolls a new hold.
               MOVE WS-IN-NEW-RELEASE(WS-IN-IDX) TO WS-CAL-DATE
               PERFORM CHECK-BUSINESS-DAY
               IF NOT CAL-BUSINESS-DAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "EXTEND FOR ACCT="
                       WS-IN-ACCT-ID(WS-IN-IDX)
                       " NEW DATE " WS-IN-NEW-RELEASE(WS-IN-IDX)
                       " NOT A BUSINESS DAY - REFUSED"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   ADD 1 TO WS-INSTR-BAD
                   EXIT PARAGRAPH
               END-IF
               MOVE "HO-RELEASE-DATE" TO WS-AU-FIELD
               MOVE WS-HD-RELEASE-DATE(WS-HD-IDX) TO WS-AU-BEFORE
               MOVE WS-IN-NEW-RELEASE(WS-IN-IDX)
                   TO WS-HD-RELEASE-DATE(WS-HD-IDX)
               MOVE WS-HD-RELEASE-DATE(WS-HD-IDX) TO WS-AU-AFTER
               PERFORM WRITE-AUDIT-ROW
               MOVE "E" TO WS-HD-DISP-SW(WS-HD-IDX)
               ADD 1 TO WS-HOLDS-EXTENDED
               MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-INSTR-BAD.

      *holds the instruction in hand on the approval queue,
      * once - the same instruction already waiting there is not
      * queued twice.
       QUEUE-FOR-APPROVAL.
           MOVE WS-IN-ACCT-ID(WS-IN-IDX)      TO WS-II-ACCT-ID
           MOVE WS-IN-RELEASE-DATE(WS-IN-IDX) TO WS-II-RELEASE-DATE
           MOVE WS-IN-PLACED-DATE(WS-IN-IDX)  TO WS-II-PLACED-DATE
           MOVE WS-IN-ACTION(WS-IN-IDX)       TO WS-II-ACTION
           MOVE WS-IN-NEW-AMOUNT(WS-IN-IDX)   TO WS-II-NEW-AMOUNT
           MOVE WS-IN-NEW-RELEASE(WS-IN-IDX)  TO WS-II-NEW-RELEASE
           MOVE WS-IN-OPERATOR(WS-IN-IDX)     TO WS-II-OPERATOR
           MOVE WS-INSTR-IMAGE TO WS-QUEUE-REQUEST
      *the hold is not released tonight, so it goes back out
      * as it stands; no other instruction may take it either.
           MOVE "Q" TO WS-HD-DISP-SW(WS-HD-IDX)
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF WS-AQ-SOURCE(WS-AQ-IDX) = "H"
                       AND (WS-AQ-STATUS(WS-AQ-IDX) = "P"
                           OR WS-AQ-STATUS(WS-AQ-IDX) = "A")
                       AND WS-AQ-REQUEST(WS-AQ-IDX) = WS-QUEUE-REQUEST
                   MOVE SPACES TO REPORT-LINE
                   STRING "ALREADY AWAITING APPROVAL REF="
                       WS-AQ-REF(WS-AQ-IDX)
                       " ACCT=" WS-IN-ACCT-ID(WS-IN-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-AQ-COUNT >= 2000
               DISPLAY "FATAL: MORE THAN 2000 ROWS ON THE "
                   "APPROVAL QUEUE. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-AQ-NEXT-SEQ
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF WS-AQ-DATE(WS-AQ-IDX) = WS-TODAY
                       AND WS-AQ-SEQ(WS-AQ-IDX) > WS-AQ-NEXT-SEQ
                   MOVE WS-AQ-SEQ(WS-AQ-IDX) TO WS-AQ-NEXT-SEQ
               END-IF
           END-PERFORM
           ADD 1 TO WS-AQ-NEXT-SEQ
           ADD 1 TO WS-AQ-COUNT
           MOVE WS-TODAY            TO WS-AQ-DATE(WS-AQ-COUNT)
           MOVE WS-AQ-NEXT-SEQ      TO WS-AQ-SEQ(WS-AQ-COUNT)
           MOVE "H"                 TO WS-AQ-SOURCE(WS-AQ-COUNT)
           MOVE "P"                 TO WS-AQ-STATUS(WS-AQ-COUNT)
           MOVE WS-IN-ACCT-ID(WS-IN-IDX)
                                    TO WS-AQ-SUBJECT(WS-AQ-COUNT)
           MOVE "EARLY HOLD RELEASE" TO WS-AQ-REASON(WS-AQ-COUNT)
           MOVE WS-AU-BEFORE        TO WS-AQ-BEFORE(WS-AQ-COUNT)
           MOVE WS-AU-AFTER         TO WS-AQ-AFTER(WS-AQ-COUNT)
           MOVE WS-IN-OPERATOR(WS-IN-IDX)
                                    TO WS-AQ-MAKER(WS-AQ-COUNT)
           MOVE SPACES              TO WS-AQ-CHECKER(WS-AQ-COUNT)
           MOVE 0                   TO WS-AQ-DECIDED-DATE(WS-AQ-COUNT)
           MOVE WS-QUEUE-REQUEST    TO WS-AQ-REQUEST(WS-AQ-COUNT)
           ADD 1 TO WS-INSTR-QUEUED
           MOVE SPACES TO REPORT-LINE
           STRING "HELD FOR APPROVAL REF=" WS-AQ-REF(WS-AQ-COUNT)
               " ACCT=" WS-IN-ACCT-ID(WS-IN-IDX)
               " EARLY REL " WS-HD-RELEASE-DATE(WS-HD-IDX)
               " BY " WS-IN-OPERATOR(WS-IN-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *one permanent row per change applied. An approved
      * instruction's queue row is finished with once it lands.
       WRITE-AUDIT-ROW.
           ACCEPT AU-STAMP-TIME FROM TIME
           MOVE WS-TODAY                 TO AU-STAMP-DATE
           MOVE "HOLDMNT"                TO AU-PROGRAM
           MOVE "A"                      TO AU-EVENT
           MOVE WS-IN-ACTION(WS-IN-IDX)  TO AU-ACTION
           MOVE WS-HD-ACCT-ID(WS-HD-IDX) TO AU-KEY
           MOVE WS-AU-FIELD              TO AU-FIELD
           MOVE WS-AU-BEFORE             TO AU-BEFORE
           MOVE WS-AU-AFTER              TO AU-AFTER
           IF WS-CUR-Q-IDX > 0
               MOVE WS-AQ-MAKER(WS-CUR-Q-IDX)   TO AU-MAKER
               MOVE WS-AQ-CHECKER(WS-CUR-Q-IDX) TO AU-CHECKER
               MOVE WS-AQ-REF(WS-CUR-Q-IDX)     TO AU-QUEUE-REF
               MOVE "X" TO WS-AQ-STATUS(WS-CUR-Q-IDX)
           ELSE
               MOVE WS-IN-OPERATOR(WS-IN-IDX)   TO AU-MAKER
               MOVE SPACES                      TO AU-CHECKER
               MOVE SPACES                      TO AU-QUEUE-REF
           END-IF
           WRITE AUDIT-REC.

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

      *everything except released rows goes into the next
      * image - amended and extended rows as they now stand.
       WRITE-NEXT-HOLDS-FILE.
      *the honored instructions must not re-apply against
      * tomorrow's holds - emptied the way PROMOTE consumes its
      * restore request.
      *the queue goes back out whole: pending and approved
      * rows as they stand, today's new holds, and the finished
      * rows of today only - kept that long so today's queue
      * references are never issued twice.
       WRITE-NEXT-QUEUE.
           OPEN OUTPUT QUEUE-NEXT-FILE
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF WS-AQ-STATUS(WS-AQ-IDX) = "P"
                       OR WS-AQ-STATUS(WS-AQ-IDX) = "A"
                       OR WS-AQ-DATE(WS-AQ-IDX) = WS-TODAY
                   MOVE WS-AQ-ENTRY(WS-AQ-IDX) TO QUEUE-NEXT-REC
                   WRITE QUEUE-NEXT-REC
               END-IF
           END-PERFORM
           CLOSE QUEUE-NEXT-FILE.

       INSTALL-APPROVAL-QUEUE.
           CALL "CBL_DELETE_FILE" USING WS-QUEUE-PATH
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE"
               USING WS-QUEUE-NEXT-PATH WS-QUEUE-PATH
           IF RETURN-CODE NOT = 0
               DISPLAY "FATAL: COULD NOT INSTALL approval-queue.dat "
                   "- COMPLETE IMAGE REMAINS AT "
                   "./output/approval-queue-next.dat. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLEAR-INSTRUCTIONS.
           IF INSTR-SEEN
               OPEN OUTPUT INSTR-FILE
           STRING "INSTRUCTIONS REFUSED:     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-INSTR-QUEUED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "HELD FOR APPROVAL:        " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-INSTR-APPROVED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "APPROVED REQUESTS APPLIED:" WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
