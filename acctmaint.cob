       PROGRAM-ID. ACCTMAINT.   *>    D1- program id

      *---------------------------------------------
      *every request names the operator who keyed it. The
      * changes that need a second pair of eyes - an unfreeze, the
      * reopening of a closed account, an overdraft limit raised by
      * more than the configured amount - are not applied when
      * keyed: they are held on approval-queue.dat until a different
      * operator approves them through APPROVE, and the next run
      * applies the approved ones alongside the night's keyed rows.
      * Every change actually applied leaves a row on the permanent
      * audit-log.dat with the field's before and after values, who
      * keyed it and who approved it.
       ENVIRONMENT DIVISION.    *>D2 environment
       INPUT-OUTPUT SECTION.    *>    D2-S1 input-output
       FILE-CONTROL.            *>          D2-S1-P1 file-control
               RECORD KEY IS AM-ACCT-ID.
      *one row per open/close/status-change request; optional,
      * same as EOD's FX-RATE-FILE - a day with no branch requests
      * simply passes the master through unchanged. Emptied once
      * the run is stamped done, so no row is ever taken twice.
           SELECT MAINT-FILE ASSIGN TO "acctmaint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.
      * They are sorted into account order (stable, so requests for
      * one account keep their keyed order) and merged against the
      * master's own sequence one group at a time.
      *the requests APPROVE has cleared, drawn off the
      * approval queue and sorted in with the keyed file so they
      * apply by the same merge. Never keyed: an approval reference
      * is only honored when the queue itself carries it.
           SELECT APPROVED-FILE
               ASSIGN TO "./output/acctmaint-approved.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-SORT-FILE
               ASSIGN TO "./output/acctmaint-mnt-sort.tmp".
           SELECT MAINT-SORTED-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-FILE ASSIGN TO "./output/acctmaint-errors.log"
               ORGANIZATION IS LINE SEQUENTIAL.
      *the pending-approval queue ACCTMAINT, CUSTMAINT and
      * HOLDMNT hold sensitive requests on and APPROVE decides;
      * optional - the first request ever held starts it.
           SELECT QUEUE-FILE ASSIGN TO "approval-queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
      *the next image of the queue, assembled complete and
      * then RENAMED over approval-queue.dat - the whole-file
      * install HOLDMNT gives the holds file.
           SELECT QUEUE-NEXT-FILE
               ASSIGN TO "./output/approval-queue-next.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-NEXT-STATUS.
      *the permanent maintenance audit log: one row per field
      * changed, appended by every maintenance program and never
      * rewritten; AUDITRPT reads it for the day's changes.
           SELECT AUDIT-FILE ASSIGN TO "audit-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
      *the overdraft-limit increase a single operator may key
      * without approval, one row; optional, same as EOD's
      * ctr-threshold.dat - a missing file takes the standing
      * 1,000.00.
           SELECT APPROVAL-LIMIT-FILE ASSIGN TO "approval-limit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.
      *the shared run-control record for the batch sequence:
      * maintenance works the post-EOD master state, and a second
      * run would collide with the day's already-produced

           FD  MAINT-FILE.
           01  MAINT-REC.
      *"O" open, "C" close, "S" status change, "L" overdraft
      * limit change.
               05  MR-ACTION         PIC X(1).
               05  MR-ACCT-ID        PIC X(5).
      *used on "O" only; spaces default to USD / "S" savings.
               05  MR-NAME           PIC X(10).
               05  MR-CURRENCY       PIC X(3).
               05  MR-ACCT-TYPE      PIC X(1).
      *used on "O", and on "L" as the new limit.
               05  MR-OVERDRAFT-LIMIT PIC 9(7)V99.
      *used on "S" only; the new AM-STATUS value to set.
               05  MR-NEW-STATUS     PIC X(1).
      *used on "O" only; spaces default to branch "000".
               05  MR-BRANCH         PIC X(3).
      *the keying operator; a row without one is refused.
               05  MR-OPERATOR       PIC X(8).

      *a keyed request as the queue held it, plus the queue
      * reference that cleared it.
           FD  APPROVED-FILE.
           01  APPROVED-REC.
               05  AP-REQUEST        PIC X(41).
               05  AP-APPROVAL-REF   PIC X(12).

           SD  MAINT-SORT-FILE.
           01  MAINT-SORT-REC.
               05  MX-OVERDRAFT-LIMIT PIC 9(7)V99.
               05  MX-NEW-STATUS     PIC X(1).
               05  MX-BRANCH         PIC X(3).
               05  MX-OPERATOR       PIC X(8).
               05  MX-APPROVAL-REF   PIC X(12).

           FD  MAINT-SORTED-FILE.
      *a keyed row arrives with MS-APPROVAL-REF blank - the
      * keyed file is shorter than this record - and an approved
      * one with the queue reference that cleared it.
           01  MAINT-SORTED-REC.
               05  MS-KEYED-PART.
                   10  MS-ACTION         PIC X(1).
                   10  MS-ACCT-ID        PIC X(5).
                   10  MS-NAME           PIC X(10).
                   10  MS-CURRENCY       PIC X(3).
                   10  MS-ACCT-TYPE      PIC X(1).
                   10  MS-OVERDRAFT-LIMIT PIC 9(7)V99.
                   10  MS-NEW-STATUS     PIC X(1).
                   10  MS-BRANCH         PIC X(3).
                   10  MS-OPERATOR       PIC X(8).
               05  MS-APPROVAL-REF   PIC X(12).

           FD  ACCT-RAW-FILE.
           01  ACCT-RAW-REC.
           FD  ERROR-FILE.
           01  ERROR-LINE            PIC X(80).

      *same layout APPROVE keeps - keep every copy in step.
      * AQ-STATUS: "P" pending, "A" approved, "D" declined, "X"
      * applied, "R" refused when the approved request came to be
      * applied. AQ-REQUEST is the keyed row exactly as it arrived.
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

      *same layout every maintenance program appends.
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

           FD  APPROVAL-LIMIT-FILE.
           01  APPROVAL-LIMIT-REC.
               05  AL-OD-INCREASE     PIC 9(7)V99.

           FD  RUN-CONTROL.
           01  RUN-CONTROL-REC.
               05  RL-BUSINESS-DATE   PIC 9(8).
      * dedupe pass decided it.
           01  WS-MAINT-PRESENT-SW   PIC X VALUE "N".
               88  MAINT-PRESENT            VALUE "Y".
           01  WS-MAINT-KEYED-SW     PIC X VALUE "N".
               88  MAINT-KEYED              VALUE "Y".
      *a request held on the approval queue has not been
      * honored, so it does not use up its action for the group -
      * the approved copy sorted in behind it must still apply.
           01  WS-REQUEST-HELD-SW    PIC X VALUE "N".
               88  REQUEST-HELD             VALUE "Y".
           01  WS-GRP-ACCT-ID        PIC X(5).
           01  WS-GRP-USED-O         PIC X(1).
           01  WS-GRP-USED-C         PIC X(1).
           01  WS-GRP-USED-S         PIC X(1).
           01  WS-GRP-USED-L         PIC X(1).

           01  WS-BATCH-DATE         PIC 9(8).
           01  WS-REASON             PIC X(40).
           01  WS-RH-OK              PIC 9(7).
           01  WS-RH-FAIL            PIC 9(7).

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
           01  WS-APPROVED-COUNT     PIC 9(4) COMP VALUE 0.
      *the wall-clock date queue rows and audit rows are
      * stamped with - the day the operator acted, which is the
      * day AUDITRPT lists them under.
           01  WS-TODAY              PIC 9(8).

      *who stands behind the request in hand. WS-CUR-Q-IDX
      * points at its queue row when it arrived approved, zero
      * when it was keyed tonight.
           01  WS-CUR-Q-IDX          PIC 9(4) COMP VALUE 0.
           01  WS-CUR-MAKER          PIC X(8).
           01  WS-CUR-CHECKER        PIC X(8).
           01  WS-CUR-REF            PIC X(12).
           01  WS-REQUEST-REFUSED-SW PIC X VALUE "N".
               88  REQUEST-REFUSED          VALUE "Y".
           01  WS-SENSITIVE-REASON   PIC X(20).
           01  WS-QUEUE-REQUEST      PIC X(130).

      *the field change the next audit or queue row records.
           01  WS-AUDIT-FILE-STATUS  PIC XX.
           01  WS-AU-FIELD           PIC X(20).
           01  WS-AU-BEFORE          PIC X(30).
           01  WS-AU-AFTER           PIC X(30).
           01  WS-AU-AMT-DISP        PIC Z,ZZZ,ZZ9.99.

      *overdraft-limit increase a single operator may key.
           01  WS-LIMIT-FILE-STATUS  PIC XX.
           01  WS-OD-APPROVAL-LIMIT  PIC 9(7)V99 VALUE 1000.00.
           01  WS-LIMIT-INCREASE     PIC 9(7)V99.

           01  WS-COUNTERS.
               05  WS-ACCTS-READ     PIC 9(7) VALUE 0.
               05  WS-ACCTS-OPENED   PIC 9(7) VALUE 0.
               05  WS-ACCTS-CLOSED   PIC 9(7) VALUE 0.
               05  WS-ACCTS-CHANGED  PIC 9(7) VALUE 0.
               05  WS-LIMITS-CHANGED PIC 9(7) VALUE 0.
               05  WS-ACCTS-REJECTED PIC 9(7) VALUE 0.
               05  WS-REQS-QUEUED    PIC 9(7) VALUE 0.
               05  WS-REQS-APPROVED  PIC 9(7) VALUE 0.

           01  WS-AMOUNT-DISP        PIC ZZZ,ZZZ,ZZ9.


       MAIN.
           PERFORM CHECK-RUN-CONTROL
           PERFORM RECOVER-APPROVAL-QUEUE
           PERFORM LOG-RUN-START
           PERFORM INIT-FILES
           PERFORM LOAD-APPROVAL-LIMIT
           PERFORM LOAD-APPROVAL-QUEUE
           PERFORM WRITE-APPROVED-REQUESTS
           PERFORM SORT-MAINT-REQUESTS
           PERFORM MERGE-MASTER-AND-MAINT
           PERFORM SORT-ACCT-WORK
           PERFORM WRITE-REPORT
           PERFORM CLOSE-FILES
           PERFORM STAMP-RUN-CONTROL
           PERFORM WRITE-NEXT-QUEUE
           PERFORM INSTALL-APPROVAL-QUEUE
           PERFORM CLEAR-REQUESTS
           PERFORM LOG-RUN-END
           STOP RUN.

      *WS-BATCH-DATE was taken once in CHECK-RUN-CONTROL -
      * re-accepting it here could split a run across midnight.
       INIT-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT  ACCT-MASTER
           OPEN OUTPUT ACCT-RAW-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT ERROR-FILE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM "==== ACCOUNT MAINTENANCE REPORT ====".

      *a row that is not a number is ignored rather than
      * trusted, and the standing amount holds.
       LOAD-APPROVAL-LIMIT.
           OPEN INPUT APPROVAL-LIMIT-FILE
           IF WS-LIMIT-FILE-STATUS = "00"
               READ APPROVAL-LIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AL-OD-INCREASE IS NUMERIC
                           MOVE AL-OD-INCREASE
                               TO WS-OD-APPROVAL-LIMIT
                       END-IF
               END-READ
               CLOSE APPROVAL-LIMIT-FILE
           END-IF.

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

      *every account request APPROVE has cleared goes out to
      * the approved file with its queue reference, to be sorted
      * in with tonight's keyed rows.
       WRITE-APPROVED-REQUESTS.
           OPEN OUTPUT APPROVED-FILE
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF WS-AQ-SOURCE(WS-AQ-IDX) = "A"
                       AND WS-AQ-STATUS(WS-AQ-IDX) = "A"
                   MOVE WS-AQ-REQUEST(WS-AQ-IDX) TO AP-REQUEST
                   MOVE WS-AQ-REF(WS-AQ-IDX)     TO AP-APPROVAL-REF
                   WRITE APPROVED-REC
                   ADD 1 TO WS-APPROVED-COUNT
               END-IF
           END-PERFORM
           CLOSE APPROVED-FILE.

      *the whole request file is sorted into account order -
      * stable, so two requests for one account keep the order the
      * branch keyed them in - and consumed one group at a time by
      * the merge below. No table, no row ceiling: conversion week's
      * thousands of "O" rows cost sort work, not working storage.
      * The approved requests ride in behind the keyed file.
       SORT-MAINT-REQUESTS.
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-FILE-STATUS = "00"
               CLOSE MAINT-FILE
               MOVE "Y" TO WS-MAINT-PRESENT-SW
               MOVE "Y" TO WS-MAINT-KEYED-SW
               IF WS-APPROVED-COUNT > 0
                   SORT MAINT-SORT-FILE
                       ON ASCENDING KEY MX-ACCT-ID
                       WITH DUPLICATES IN ORDER
                       USING MAINT-FILE APPROVED-FILE
                       GIVING MAINT-SORTED-FILE
               ELSE
                   SORT MAINT-SORT-FILE
                       ON ASCENDING KEY MX-ACCT-ID
                       WITH DUPLICATES IN ORDER
                       USING MAINT-FILE
                       GIVING MAINT-SORTED-FILE
               END-IF
           ELSE
               IF WS-APPROVED-COUNT > 0
                   MOVE "Y" TO WS-MAINT-PRESENT-SW
                   SORT MAINT-SORT-FILE
                       ON ASCENDING KEY MX-ACCT-ID
                       WITH DUPLICATES IN ORDER
                       USING APPROVED-FILE
                       GIVING MAINT-SORTED-FILE
               END-IF
           END-IF
           IF MAINT-PRESENT
               OPEN INPUT MAINT-SORTED-FILE
           END-IF.

           MOVE "N" TO WS-GRP-USED-O
           MOVE "N" TO WS-GRP-USED-C
           MOVE "N" TO WS-GRP-USED-S
           MOVE "N" TO WS-GRP-USED-L
           PERFORM UNTIL MAINT-EOF
                   OR MS-ACCT-ID NOT = WS-GRP-ACCT-ID
               PERFORM APPLY-ONE-MATCHED-ACTION
           END-PERFORM.

       APPLY-ONE-MATCHED-ACTION.
           PERFORM IDENTIFY-REQUEST
           IF REQUEST-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF MS-ACTION = "O"
               IF WS-GRP-USED-O = "Y"
                   MOVE "DUPLICATE MAINTENANCE REQUEST" TO WS-REASON
                       PERFORM LOG-MAINT-ERROR
                   ELSE
                       MOVE "Y" TO WS-GRP-USED-C
                       MOVE "AM-STATUS" TO WS-AU-FIELD
                       MOVE AM-STATUS   TO WS-AU-BEFORE
                       MOVE "C"         TO AM-STATUS
                       MOVE AM-STATUS   TO WS-AU-AFTER
                       PERFORM WRITE-AUDIT-ROW
                       PERFORM MARK-REQUEST-APPLIED
                       ADD 1 TO WS-ACCTS-CLOSED
                   END-IF
               ELSE
                           PERFORM LOG-MAINT-ERROR
                       ELSE
                           MOVE "Y" TO WS-GRP-USED-S
                           PERFORM APPLY-STATUS-CHANGE
                           IF REQUEST-HELD
                               MOVE "N" TO WS-GRP-USED-S
                           END-IF
                       END-IF
                   ELSE
                       IF MS-ACTION = "L"
                           IF WS-GRP-USED-L = "Y"
                               MOVE "DUPLICATE MAINTENANCE REQUEST"
                                   TO WS-REASON
                               PERFORM LOG-MAINT-ERROR
                           ELSE
                               MOVE "Y" TO WS-GRP-USED-L
                               PERFORM APPLY-LIMIT-CHANGE
                               IF REQUEST-HELD
                                   MOVE "N" TO WS-GRP-USED-L
                               END-IF
                           END-IF
                       ELSE
                           MOVE "INVALID MAINTENANCE ACTION"
                               TO WS-REASON
                           PERFORM LOG-MAINT-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *an unfreeze, or the reopening of a closed account,
      * keyed by one operator is held for a second one and the
      * account stays as it stands tonight.
       APPLY-STATUS-CHANGE.
           MOVE "AM-STATUS"   TO WS-AU-FIELD
           MOVE AM-STATUS     TO WS-AU-BEFORE
           MOVE MS-NEW-STATUS TO WS-AU-AFTER
           MOVE SPACES TO WS-SENSITIVE-REASON
           IF AM-STATUS = "F" AND MS-NEW-STATUS NOT = "F"
               MOVE "UNFREEZE" TO WS-SENSITIVE-REASON
           END-IF
           IF AM-STATUS = "C" AND MS-NEW-STATUS NOT = "C"
               MOVE "REOPEN CLOSED ACCOUNT" TO WS-SENSITIVE-REASON
           END-IF
           IF WS-SENSITIVE-REASON NOT = SPACES
                   AND WS-CUR-Q-IDX = 0
               PERFORM QUEUE-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-APPROVED-STATE
           IF REQUEST-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE MS-NEW-STATUS TO AM-STATUS
           PERFORM WRITE-AUDIT-ROW
           PERFORM MARK-REQUEST-APPLIED
           ADD 1 TO WS-ACCTS-CHANGED.

      *a limit raised by more than the configured amount is
      * held for a second operator; lowering one, or a small
      * raise, applies as keyed.
       APPLY-LIMIT-CHANGE.
           IF MS-OVERDRAFT-LIMIT NOT NUMERIC
               MOVE "INVALID OVERDRAFT LIMIT" TO WS-REASON
               PERFORM LOG-MAINT-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE "AM-OVERDRAFT-LIMIT" TO WS-AU-FIELD
           MOVE AM-OVERDRAFT-LIMIT   TO WS-AU-AMT-DISP
           MOVE WS-AU-AMT-DISP       TO WS-AU-BEFORE
           MOVE MS-OVERDRAFT-LIMIT   TO WS-AU-AMT-DISP
           MOVE WS-AU-AMT-DISP       TO WS-AU-AFTER
           IF MS-OVERDRAFT-LIMIT > AM-OVERDRAFT-LIMIT
                   AND WS-CUR-Q-IDX = 0
               COMPUTE WS-LIMIT-INCREASE =
                   MS-OVERDRAFT-LIMIT - AM-OVERDRAFT-LIMIT
               IF WS-LIMIT-INCREASE > WS-OD-APPROVAL-LIMIT
                   MOVE "OVERDRAFT INCREASE" TO WS-SENSITIVE-REASON
                   PERFORM QUEUE-FOR-APPROVAL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CHECK-APPROVED-STATE
           IF REQUEST-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE MS-OVERDRAFT-LIMIT TO AM-OVERDRAFT-LIMIT
           PERFORM WRITE-AUDIT-ROW
           PERFORM MARK-REQUEST-APPLIED
           ADD 1 TO WS-LIMITS-CHANGED.

      *every request names its maker. A keyed one must carry
      * an operator ID; an approved one must still be on the queue,
      * approved, for this program, and exactly as it was held -
      * so a reference copied onto some other request clears
      * nothing.
       IDENTIFY-REQUEST.
           MOVE "N"         TO WS-REQUEST-REFUSED-SW
           MOVE "N"         TO WS-REQUEST-HELD-SW
           MOVE 0           TO WS-CUR-Q-IDX
           MOVE MS-OPERATOR TO WS-CUR-MAKER
           MOVE SPACES      TO WS-CUR-CHECKER
           MOVE SPACES      TO WS-CUR-REF
           MOVE SPACES      TO WS-QUEUE-REQUEST
           MOVE MS-KEYED-PART TO WS-QUEUE-REQUEST
           IF MS-APPROVAL-REF = SPACES
               IF MS-OPERATOR = SPACES
                   MOVE "OPERATOR ID REQUIRED" TO WS-REASON
                   PERFORM LOG-MAINT-ERROR
                   MOVE "Y" TO WS-REQUEST-REFUSED-SW
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF WS-AQ-REF(WS-AQ-IDX) = MS-APPROVAL-REF
                       AND WS-AQ-SOURCE(WS-AQ-IDX) = "A"
                       AND WS-AQ-STATUS(WS-AQ-IDX) = "A"
                       AND WS-AQ-REQUEST(WS-AQ-IDX) = WS-QUEUE-REQUEST
                   MOVE WS-AQ-IDX TO WS-CUR-Q-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CUR-Q-IDX = 0
               MOVE "APPROVAL NOT ON QUEUE" TO WS-REASON
               PERFORM LOG-MAINT-ERROR
               MOVE "Y" TO WS-REQUEST-REFUSED-SW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AQ-MAKER(WS-CUR-Q-IDX)   TO WS-CUR-MAKER
           MOVE WS-AQ-CHECKER(WS-CUR-Q-IDX) TO WS-CUR-CHECKER
           MOVE WS-AQ-REF(WS-CUR-Q-IDX)     TO WS-CUR-REF.

      *an approval covers the account as the checker saw it:
      * a field that has moved since (a frozen account closed in
      * the meantime, a limit changed by another request) voids it.
       CHECK-APPROVED-STATE.
           MOVE "N" TO WS-REQUEST-REFUSED-SW
           IF WS-CUR-Q-IDX > 0
                   AND WS-AQ-BEFORE(WS-CUR-Q-IDX) NOT = WS-AU-BEFORE
               MOVE "ACCOUNT CHANGED SINCE APPROVAL" TO WS-REASON
               PERFORM LOG-MAINT-ERROR
               MOVE "Y" TO WS-REQUEST-REFUSED-SW
           END-IF.

      *holds the request in hand on the approval queue. The
      * same request already waiting there - keyed again by the
      * branch while the first is still undecided - is not queued
      * twice.
       QUEUE-FOR-APPROVAL.
           MOVE "Y" TO WS-REQUEST-HELD-SW
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF WS-AQ-SOURCE(WS-AQ-IDX) = "A"
                       AND (WS-AQ-STATUS(WS-AQ-IDX) = "P"
                           OR WS-AQ-STATUS(WS-AQ-IDX) = "A")
                       AND WS-AQ-REQUEST(WS-AQ-IDX) = WS-QUEUE-REQUEST
                   MOVE SPACES TO REPORT-LINE
                   STRING "ALREADY AWAITING APPROVAL REF="
                       WS-AQ-REF(WS-AQ-IDX)
                       " ACCT=" MS-ACCT-ID
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
           MOVE "A"                 TO WS-AQ-SOURCE(WS-AQ-COUNT)
           MOVE "P"                 TO WS-AQ-STATUS(WS-AQ-COUNT)
           MOVE MS-ACCT-ID          TO WS-AQ-SUBJECT(WS-AQ-COUNT)
           MOVE WS-SENSITIVE-REASON TO WS-AQ-REASON(WS-AQ-COUNT)
           MOVE WS-AU-BEFORE        TO WS-AQ-BEFORE(WS-AQ-COUNT)
           MOVE WS-AU-AFTER         TO WS-AQ-AFTER(WS-AQ-COUNT)
           MOVE WS-CUR-MAKER        TO WS-AQ-MAKER(WS-AQ-COUNT)
           MOVE SPACES              TO WS-AQ-CHECKER(WS-AQ-COUNT)
           MOVE 0                   TO WS-AQ-DECIDED-DATE(WS-AQ-COUNT)
           MOVE WS-QUEUE-REQUEST    TO WS-AQ-REQUEST(WS-AQ-COUNT)
           ADD 1 TO WS-REQS-QUEUED
           MOVE SPACES TO REPORT-LINE
           STRING "HELD FOR APPROVAL REF=" WS-AQ-REF(WS-AQ-COUNT)
               " ACCT=" MS-ACCT-ID " " WS-SENSITIVE-REASON
               " BY " WS-CUR-MAKER
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *an approved request has now been applied; its queue row
      * is finished with.
       MARK-REQUEST-APPLIED.
           IF WS-CUR-Q-IDX > 0
               MOVE "X" TO WS-AQ-STATUS(WS-CUR-Q-IDX)
               ADD 1 TO WS-REQS-APPROVED
           END-IF.

      *one permanent row per field changed, for the request in
      * hand.
       WRITE-AUDIT-ROW.
           ACCEPT AU-STAMP-TIME FROM TIME
           MOVE WS-TODAY       TO AU-STAMP-DATE
           MOVE "ACCTMAINT"    TO AU-PROGRAM
           MOVE "A"            TO AU-EVENT
           MOVE MS-ACTION      TO AU-ACTION
           MOVE MS-ACCT-ID     TO AU-KEY
           MOVE WS-AU-FIELD    TO AU-FIELD
           MOVE WS-AU-BEFORE   TO AU-BEFORE
           MOVE WS-AU-AFTER    TO AU-AFTER
           MOVE WS-CUR-MAKER   TO AU-MAKER
           MOVE WS-CUR-CHECKER TO AU-CHECKER
           MOVE WS-CUR-REF     TO AU-QUEUE-REF
           WRITE AUDIT-REC.

      *the queue goes back out whole: pending and approved
      * rows as they stand, tonight's new holds, and the finished
      * rows (applied, refused, declined) of today only - kept that
      * long so today's queue references are never issued twice.
      * Only after the run is stamped done, as for CLEAR-REQUESTS:
      * a run that dies short of that still finds its approved
      * rows at "A" and rebuilds acctmaint-new.dat with them.
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

      *install by delete-and-rename, the same swap HOLDMNT
      * makes. A failed rename is fatal - the complete image is
      * still on disk under the next-image name, and the next run
      * of any program that keeps the queue adopts it through its
      * own RECOVER-APPROVAL-QUEUE (this run is already stamped,
      * so a rerun of ACCTMAINT itself is refused).
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

      *a whole group ahead of the master names an account the
      * master does not have: a genuine new account if it opens with
      * "O" (first "O" wins, later ones are duplicates), an
           MOVE "N" TO WS-GRP-USED-O
           MOVE "N" TO WS-GRP-USED-C
           MOVE "N" TO WS-GRP-USED-S
           MOVE "N" TO WS-GRP-USED-L
           PERFORM UNTIL MAINT-EOF
                   OR MS-ACCT-ID NOT = WS-GRP-ACCT-ID
               PERFORM APPLY-ONE-UNMATCHED-ACTION
           END-PERFORM.

       APPLY-ONE-UNMATCHED-ACTION.
           PERFORM IDENTIFY-REQUEST
           IF REQUEST-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF MS-ACTION = "O"
               IF WS-GRP-USED-O = "Y"
                   MOVE "DUPLICATE MAINTENANCE REQUEST" TO WS-REASON
                   PERFORM LOG-MAINT-ERROR
               ELSE
                   MOVE "Y" TO WS-GRP-USED-O
                   PERFORM OPEN-NEW-ACCOUNT
                   IF REQUEST-HELD
                       MOVE "N" TO WS-GRP-USED-O
                   END-IF
               END-IF
           ELSE
               MOVE "ACCOUNT NOT FOUND" TO WS-REASON
           MOVE AM-CUST-ID TO AR-CUST-ID
           WRITE ACCT-RAW-REC.

      *an account opened with an overdraft limit above what
      * one operator may grant is held for approval whole - the
      * account is not opened at all until it is approved.
       OPEN-NEW-ACCOUNT.
           IF MS-OVERDRAFT-LIMIT NOT NUMERIC
               MOVE "INVALID OVERDRAFT LIMIT" TO WS-REASON
               PERFORM LOG-MAINT-ERROR
               EXIT PARAGRAPH
           END-IF
           IF MS-OVERDRAFT-LIMIT > WS-OD-APPROVAL-LIMIT
                   AND WS-CUR-Q-IDX = 0
               MOVE "AM-OVERDRAFT-LIMIT" TO WS-AU-FIELD
               MOVE 0                    TO WS-AU-AMT-DISP
               MOVE WS-AU-AMT-DISP       TO WS-AU-BEFORE
               MOVE MS-OVERDRAFT-LIMIT   TO WS-AU-AMT-DISP
               MOVE WS-AU-AMT-DISP       TO WS-AU-AFTER
               MOVE "OVERDRAFT INCREASE" TO WS-SENSITIVE-REASON
               PERFORM QUEUE-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ONE-NEW-ACCOUNT
           MOVE "AM-STATUS" TO WS-AU-FIELD
           MOVE SPACES      TO WS-AU-BEFORE
           MOVE AR-STATUS   TO WS-AU-AFTER
           PERFORM WRITE-AUDIT-ROW
           IF AR-OVERDRAFT-LIMIT > 0
               MOVE "AM-OVERDRAFT-LIMIT" TO WS-AU-FIELD
               MOVE 0                    TO WS-AU-AMT-DISP
               MOVE WS-AU-AMT-DISP       TO WS-AU-BEFORE
               MOVE AR-OVERDRAFT-LIMIT   TO WS-AU-AMT-DISP
               MOVE WS-AU-AMT-DISP       TO WS-AU-AFTER
               PERFORM WRITE-AUDIT-ROW
           END-IF
           PERFORM MARK-REQUEST-APPLIED.

       WRITE-ONE-NEW-ACCOUNT.
           MOVE MS-ACCT-ID TO AR-ACCT-ID
           MOVE MS-NAME    TO AR-NAME
               GIVING ACCT-NEW.

      *always logs the sorted request currently in hand.
      * An approved request refused here is finished with all
      * the same - its queue row is marked refused, not left to
      * re-apply.
       LOG-MAINT-ERROR.
           MOVE SPACES TO ERROR-LINE
           STRING
               INTO ERROR-LINE
           END-STRING
           WRITE ERROR-LINE
           IF WS-CUR-Q-IDX > 0
               MOVE "R" TO WS-AQ-STATUS(WS-CUR-Q-IDX)
           END-IF
           ADD 1 TO WS-ACCTS-REJECTED.

       WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ACCTS-READ TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-LIMITS-CHANGED TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "OVERDRAFT LIMITS CHANGED: " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-REQS-QUEUED TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "HELD FOR APPROVAL:        " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-REQS-APPROVED TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "APPROVED REQUESTS APPLIED:" WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ACCTS-REJECTED TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "REQUESTS REJECTED:        " WS-AMOUNT-DISP
           END-STRING
           WRITE REPORT-LINE.

      *the keyed requests have all been honored, held or
      * refused, and must not be taken again on the next business
      * date - emptied the way CUSTMAINT consumes custmaint.dat.
      * Only after the run is stamped done: a run that dies short
      * of that is rerun against the same rows.
       CLEAR-REQUESTS.
           IF MAINT-KEYED
               OPEN OUTPUT MAINT-FILE
               CLOSE MAINT-FILE
           END-IF.

      *ACCT-NEW is opened and closed by the SORT ... GIVING
      * in SORT-ACCT-WORK and is not reopened here.
       CLOSE-FILES.
           CLOSE ACCT-MASTER
           CLOSE REPORT-FILE
           CLOSE ERROR-FILE
           CLOSE AUDIT-FILE.
