      *----------hierarchy---------
      * D: division: identification, environment, data, procedure
      * S: section:（optional）
      *    (data -> working-storage section, file section
      *    (environment -> input-output section
      * P: paragraph
      *    ST: statement



      *---------------------------------------------
       IDENTIFICATION DIVISION. *> D1 identification
       PROGRAM-ID. APPROVE.     *>    D1- program id

      *---------------------------------------------
      *the checker's side of maker-checker. ACCTMAINT,
      * CUSTMAINT and HOLDMNT hold the changes one operator may not
      * make alone on approval-queue.dat; a second operator decides
      * each one here. Decisions in approve-instr.dat name a queue
      * row by its reference and say
      *    "A" - approve: the program that held the request
      *          applies it on its next run,
      *    "D" - decline: the request is dropped, and the decline
      *          goes on the permanent audit-log.dat.
      * Only a pending row can be decided, and never by the
      * operator who keyed it. The queue is staged as a complete
      * image and renamed over approval-queue.dat - the whole-file
      * install HOLDMNT gives the holds file - and the decision
      * file is emptied once honored. The report lists every
      * decision and everything still waiting.
       ENVIRONMENT DIVISION.    *>D2 environment
       INPUT-OUTPUT SECTION.    *>    D2-S1 input-output
       FILE-CONTROL.            *>          D2-S1-P1 file-control
      *the pending-approval queue, same layout the maintenance
      * programs keep; optional - nothing held means nothing to
      * decide.
           SELECT QUEUE-FILE ASSIGN TO "approval-queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
      *the next image of the queue, assembled complete and
      * then RENAMED over approval-queue.dat.
           SELECT QUEUE-NEXT-FILE
               ASSIGN TO "./output/approval-queue-next.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-NEXT-STATUS.
      *one row per checker decision; optional - a run with no
      * decisions just reports what is waiting.
           SELECT INSTR-FILE ASSIGN TO "approve-instr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTR-FILE-STATUS.
      *same permanent audit log the maintenance programs
      * append to.
           SELECT AUDIT-FILE ASSIGN TO "audit-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "./output/approve-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *---------------------------------------------
       DATA DIVISION.           *> D3 data

      *------------------------------------
       FILE SECTION.            *>    D3-S1
      *same layout ACCTMAINT keeps - keep every copy in step.
      * AQ-STATUS: "P" pending, "A" approved, "D" declined, "X"
      * applied, "R" refused when the approved request came to be
      * applied. AQ-SOURCE: "A" ACCTMAINT, "C" CUSTMAINT, "H"
      * HOLDMNT. AQ-REQUEST is the keyed row exactly as it arrived.
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

      *the queue reference is keyed as the maintenance report
      * printed it: queue date and four-digit sequence.
           FD  INSTR-FILE.
           01  INSTR-REC.
               05  AI-QUEUE-REF       PIC X(12).
               05  AI-DECISION        PIC X(1).
               05  AI-OPERATOR        PIC X(8).

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

           FD  REPORT-FILE.
           01  REPORT-LINE           PIC X(80).

      *------------------------------------
       WORKING-STORAGE SECTION.                   *>    D3-S2
           01  EOF-QUEUE             PIC X VALUE "N".
               88  QUEUE-EOF                VALUE "Y".
           01  EOF-INSTR             PIC X VALUE "N".
               88  INSTR-EOF                VALUE "Y".

           01  WS-QUEUE-FILE-STATUS  PIC XX.
           01  WS-QUEUE-NEXT-STATUS  PIC XX.
           01  WS-INSTR-FILE-STATUS  PIC XX.
           01  WS-AUDIT-FILE-STATUS  PIC XX.
      *remembers the decision file was there so it can be
      * emptied at end of run.
           01  WS-INSTR-SEEN-SW      PIC X VALUE "N".
               88  INSTR-SEEN               VALUE "Y".
      *the two paths the queue install renames between.
           01  WS-QUEUE-PATH         PIC X(40)
                   VALUE "approval-queue.dat".
           01  WS-QUEUE-NEXT-PATH    PIC X(40)
                   VALUE "./output/approval-queue-next.dat".

      *the queue in hand, same 2000-row ceiling the
      * maintenance programs carry.
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
           01  WS-AQ-HIT             PIC 9(4) COMP.

      *the wall-clock date decisions and audit rows are
      * stamped with.
           01  WS-TODAY              PIC 9(8).
           01  WS-REASON             PIC X(40).

           01  WS-COUNTERS.
               05  WS-DECISIONS-READ PIC 9(5) VALUE 0.
               05  WS-REQS-APPROVED  PIC 9(5) VALUE 0.
               05  WS-REQS-DECLINED  PIC 9(5) VALUE 0.
               05  WS-DECISIONS-BAD  PIC 9(5) VALUE 0.
               05  WS-REQS-PENDING   PIC 9(5) VALUE 0.

           01  WS-COUNT-DISP         PIC ZZZ,ZZZ,ZZ9.

      *------------------------------------
       PROCEDURE DIVISION.

       MAIN.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM "===== APPROVAL QUEUE RUN ====="
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           PERFORM RECOVER-APPROVAL-QUEUE
           PERFORM LOAD-APPROVAL-QUEUE
           PERFORM APPLY-ALL-DECISIONS
           PERFORM WRITE-NEXT-QUEUE
           PERFORM INSTALL-APPROVAL-QUEUE
           PERFORM CLEAR-INSTRUCTIONS
           PERFORM WRITE-PENDING-LIST
           PERFORM WRITE-APPROVE-REPORT
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE
           STOP RUN.

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

      *decisions are taken in the order keyed; a second
      * decision on a row already decided this run is refused the
      * same as one on a row decided earlier.
       APPLY-ALL-DECISIONS.
           OPEN INPUT INSTR-FILE
           IF WS-INSTR-FILE-STATUS = "00"
               MOVE "Y" TO WS-INSTR-SEEN-SW
               MOVE "N" TO EOF-INSTR
               PERFORM READ-INSTR
               PERFORM UNTIL INSTR-EOF
                   ADD 1 TO WS-DECISIONS-READ
                   PERFORM APPLY-ONE-DECISION
                   PERFORM READ-INSTR
               END-PERFORM
               CLOSE INSTR-FILE
           END-IF.

       READ-INSTR.
           READ INSTR-FILE
               AT END
                   MOVE "Y" TO EOF-INSTR
               NOT AT END
                   CONTINUE
           END-READ.

      *the second pair of eyes must be a second person: the
      * checker is named, and is not the maker.
       APPLY-ONE-DECISION.
           MOVE 0 TO WS-AQ-HIT
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF WS-AQ-REF(WS-AQ-IDX) = AI-QUEUE-REF
                   MOVE WS-AQ-IDX TO WS-AQ-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AQ-HIT = 0
               MOVE "NOT ON APPROVAL QUEUE" TO WS-REASON
               PERFORM REFUSE-DECISION
               EXIT PARAGRAPH
           END-IF
           IF WS-AQ-STATUS(WS-AQ-HIT) NOT = "P"
               MOVE "ALREADY DECIDED" TO WS-REASON
               PERFORM REFUSE-DECISION
               EXIT PARAGRAPH
           END-IF
           IF AI-OPERATOR = SPACES
               MOVE "OPERATOR ID REQUIRED" TO WS-REASON
               PERFORM REFUSE-DECISION
               EXIT PARAGRAPH
           END-IF
           IF AI-OPERATOR = WS-AQ-MAKER(WS-AQ-HIT)
               MOVE "MAKER MAY NOT DECIDE OWN REQUEST" TO WS-REASON
               PERFORM REFUSE-DECISION
               EXIT PARAGRAPH
           END-IF
           IF AI-DECISION = "A"
               MOVE "A"         TO WS-AQ-STATUS(WS-AQ-HIT)
               MOVE AI-OPERATOR TO WS-AQ-CHECKER(WS-AQ-HIT)
               MOVE WS-TODAY    TO WS-AQ-DECIDED-DATE(WS-AQ-HIT)
               ADD 1 TO WS-REQS-APPROVED
               MOVE SPACES TO REPORT-LINE
               STRING "APPROVED REF=" AI-QUEUE-REF
                   " " WS-AQ-REASON(WS-AQ-HIT)
                   " " WS-AQ-SUBJECT(WS-AQ-HIT)
                   " MAKER=" WS-AQ-MAKER(WS-AQ-HIT)
                   " CHECKER=" AI-OPERATOR
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF AI-DECISION = "D"
               MOVE "D"         TO WS-AQ-STATUS(WS-AQ-HIT)
               MOVE AI-OPERATOR TO WS-AQ-CHECKER(WS-AQ-HIT)
               MOVE WS-TODAY    TO WS-AQ-DECIDED-DATE(WS-AQ-HIT)
               PERFORM WRITE-DECLINE-AUDIT
               ADD 1 TO WS-REQS-DECLINED
               MOVE SPACES TO REPORT-LINE
               STRING "DECLINED REF=" AI-QUEUE-REF
                   " " WS-AQ-REASON(WS-AQ-HIT)
                   " " WS-AQ-SUBJECT(WS-AQ-HIT)
                   " MAKER=" WS-AQ-MAKER(WS-AQ-HIT)
                   " CHECKER=" AI-OPERATOR
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "INVALID DECISION" TO WS-REASON
           PERFORM REFUSE-DECISION.

       REFUSE-DECISION.
           MOVE SPACES TO REPORT-LINE
           STRING "DECISION FOR REF=" AI-QUEUE-REF
               " REFUSED - " WS-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO WS-DECISIONS-BAD.

      *a declined request never reaches the program that held
      * it, so the decline itself is the row the audit log keeps:
      * the change that was asked for, who asked, who said no.
      * The keyed action sits first in the account and customer
      * request rows, and after the two dates in a hold
      * instruction.
       WRITE-DECLINE-AUDIT.
           ACCEPT AU-STAMP-TIME FROM TIME
           MOVE WS-TODAY                 TO AU-STAMP-DATE
           MOVE "APPROVE"                TO AU-PROGRAM
           MOVE "D"                      TO AU-EVENT
           IF WS-AQ-SOURCE(WS-AQ-HIT) = "H"
               MOVE WS-AQ-REQUEST(WS-AQ-HIT)(22:1) TO AU-ACTION
           ELSE
               MOVE WS-AQ-REQUEST(WS-AQ-HIT)(1:1)  TO AU-ACTION
           END-IF
           MOVE WS-AQ-SUBJECT(WS-AQ-HIT) TO AU-KEY
           MOVE WS-AQ-REASON(WS-AQ-HIT)  TO AU-FIELD
           MOVE WS-AQ-BEFORE(WS-AQ-HIT)  TO AU-BEFORE
           MOVE WS-AQ-AFTER(WS-AQ-HIT)   TO AU-AFTER
           MOVE WS-AQ-MAKER(WS-AQ-HIT)   TO AU-MAKER
           MOVE AI-OPERATOR              TO AU-CHECKER
           MOVE WS-AQ-REF(WS-AQ-HIT)     TO AU-QUEUE-REF
           WRITE AUDIT-REC.

      *the queue goes back out whole: pending and approved
      * rows as they stand, and the finished rows of today only -
      * kept that long so today's queue references are never
      * issued twice.
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

      *install by delete-and-rename, the library-routine
      * pattern PROMOTE established. A failed rename is fatal -
      * the complete image is still on disk under the next-image
      * name, and RECOVER-APPROVAL-QUEUE adopts it on the rerun.
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

      *the honored decisions must not re-apply - emptied the
      * way PROMOTE consumes its restore request.
       CLEAR-INSTRUCTIONS.
           IF INSTR-SEEN
               OPEN OUTPUT INSTR-FILE
               CLOSE INSTR-FILE
           END-IF.

      *what is still waiting for a checker, oldest first as the
      * queue holds it, with the change each one asks for.
       WRITE-PENDING-LIST.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM "AWAITING APPROVAL:"
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF WS-AQ-STATUS(WS-AQ-IDX) = "P"
                   ADD 1 TO WS-REQS-PENDING
                   MOVE SPACES TO REPORT-LINE
                   STRING "  REF=" WS-AQ-REF(WS-AQ-IDX)
                       " SRC=" WS-AQ-SOURCE(WS-AQ-IDX)
                       " " WS-AQ-SUBJECT(WS-AQ-IDX)
                       " " WS-AQ-REASON(WS-AQ-IDX)
                       " MAKER=" WS-AQ-MAKER(WS-AQ-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "    FROM " WS-AQ-BEFORE(WS-AQ-IDX)
                       " TO " WS-AQ-AFTER(WS-AQ-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-APPROVE-REPORT.
           MOVE WS-DECISIONS-READ TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "DECISIONS READ:           " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-REQS-APPROVED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "REQUESTS APPROVED:        " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-REQS-DECLINED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "REQUESTS DECLINED:        " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-DECISIONS-BAD TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "DECISIONS REFUSED:        " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-REQS-PENDING TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "STILL AWAITING APPROVAL:  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
