      * over custmast.dat - the whole-file install TRREPAIR gives
      * its carry pool - and the honored request file is emptied
      * so a second run cannot re-apply it.
      *every request names the operator who keyed it. Moving
      * an account off one customer onto another (a re-link) is
      * not applied when keyed: it is held on approval-queue.dat
      * until a different operator approves it through APPROVE,
      * and the next run applies it - the account comes off the
      * old customer's list as it goes on the new one's. Every
      * change applied leaves a row on audit-log.dat with the
      * before and after values, the maker and the approver.
       ENVIRONMENT DIVISION.    *>D2 environment
       INPUT-OUTPUT SECTION.    *>    D2-S1 input-output
       FILE-CONTROL.            *>          D2-S1-P1 file-control
           SELECT CREQ-FILE ASSIGN TO "custmaint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREQ-FILE-STATUS.
      *the re-links APPROVE has cleared, drawn off the
      * approval queue and sorted in with the keyed file.
           SELECT APPROVED-FILE
               ASSIGN TO "./output/custmaint-approved.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREQ-SORT-FILE
               ASSIGN TO "./output/custmaint-sort.tmp".
           SELECT CREQ-SORTED-FILE
           SELECT ERROR-FILE
               ASSIGN TO "./output/custmaint-errors.log"
               ORGANIZATION IS LINE SEQUENTIAL.
      *the merged image before a re-link's account is taken
      * off its old customer's list - only built when a re-link
      * was applied, and copied back into the next image.
           SELECT CUST-RELINK-FILE
               ASSIGN TO "./output/custmast-relink.dat"
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
      *present only between "both next images are complete" and
      * "both installs have landed and the requests are emptied" -
      * the marker STDORDER keeps. A rerun that finds it finishes
      * the installs before doing anything else, so a crash between
      * the CIF install and the queue install can neither leave
      * applied re-links at "A" nor re-apply the keyed requests.
           SELECT CUST-MARKER-FILE
               ASSIGN TO "./output/custmaint-restart.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKER-FILE-STATUS.

      *---------------------------------------------
       DATA DIVISION.           *> D3 data
               05  CN-ACCT-LIST.
                   10  CN-ACCT-ID     OCCURS 8 TIMES PIC X(5).

      *CQ-OPERATOR: the ID of the operator who keyed the row.
           FD  CREQ-FILE.
           01  CREQ-REC.
               05  CQ-ACTION          PIC X(1).
               05  CQ-ADDR-1          PIC X(30).
               05  CQ-ADDR-2          PIC X(30).
               05  CQ-ACCT-ID         PIC X(5).
               05  CQ-OPERATOR        PIC X(8).

      *a keyed request as the queue held it, plus the queue
      * reference that cleared it.
           FD  APPROVED-FILE.
           01  APPROVED-REC.
               05  AP-REQUEST         PIC X(110).
               05  AP-APPROVAL-REF    PIC X(12).

           SD  CREQ-SORT-FILE.
           01  CREQ-SORT-REC.
               05  CX-ADDR-1          PIC X(30).
               05  CX-ADDR-2          PIC X(30).
               05  CX-ACCT-ID         PIC X(5).
               05  CX-OPERATOR        PIC X(8).
               05  CX-APPROVAL-REF    PIC X(12).

      *a keyed row arrives with CS-APPROVAL-REF blank - the
      * keyed file is shorter than this record - an approved one
      * with the queue reference APPROVE cleared it under.
           FD  CREQ-SORTED-FILE.
           01  CREQ-SORTED-REC.
               05  CS-KEYED-PART.
                   10  CS-ACTION          PIC X(1).
                   10  CS-CUST-ID         PIC X(6).
                   10  CS-FULL-NAME       PIC X(30).
                   10  CS-ADDR-1          PIC X(30).
                   10  CS-ADDR-2          PIC X(30).
                   10  CS-ACCT-ID         PIC X(5).
                   10  CS-OPERATOR        PIC X(8).
               05  CS-APPROVAL-REF    PIC X(12).

           FD  ACCT-MASTER.
           01  ACCT-MASTER-REC.
           FD  ERROR-FILE.
           01  ERROR-LINE            PIC X(80).

           FD  CUST-RELINK-FILE.
           01  CUST-RELINK-REC.
               05  CR-CUST-ID         PIC X(6).
               05  FILLER             PIC X(91).
               05  CR-ACCT-LIST.
                   10  CR-ACCT-ID     OCCURS 8 TIMES PIC X(5).

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

           FD  CUST-MARKER-FILE.
           01  CUST-MARKER-REC.
               05  CK-FLAG            PIC X(1).

      *------------------------------------
       WORKING-STORAGE SECTION.                   *>    D3-S2
           01  EOF-CUST              PIC X VALUE "N".
               88  CUST-PRESENT             VALUE "Y".
           01  WS-CREQ-PRESENT-SW    PIC X VALUE "N".
               88  CREQ-PRESENT             VALUE "Y".
      *custmaint.dat itself was there - only then is it emptied.
           01  WS-CREQ-KEYED-SW      PIC X VALUE "N".
               88  CREQ-KEYED               VALUE "Y".
           01  WS-MARKER-FILE-STATUS PIC XX.
      *the two paths the CIF install renames between.
           01  WS-CUST-PATH          PIC X(30) VALUE "custmast.dat".
           01  WS-CUST-NEXT-PATH     PIC X(30)

           01  WS-REASON             PIC X(40).

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
      * stamped with.
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
           01  WS-AU-KEY             PIC X(6).
           01  WS-AU-FIELD           PIC X(20).
           01  WS-AU-BEFORE          PIC X(30).
           01  WS-AU-AFTER           PIC X(30).

      *accounts a re-link moved tonight, each with the
      * customer it left - that customer's list still names it
      * until STRIP-RELINKED-ACCOUNTS takes it off.
           01  WS-RELINK-TABLE.
               05  WS-RL-COUNT       PIC 9(4) COMP VALUE 0.
               05  WS-RL-ENTRY OCCURS 500 TIMES.
                   10  WS-RL-OLD-CUST PIC X(6).
                   10  WS-RL-ACCT-ID  PIC X(5).
           01  WS-RL-IDX             PIC 9(4) COMP.
           01  WS-RL-PATH            PIC X(30)
                   VALUE "./output/custmast-relink.dat".
           01  EOF-RELINK            PIC X VALUE "N".
               88  RELINK-EOF               VALUE "Y".

           01  WS-COUNTERS.
               05  WS-CUSTS-READ     PIC 9(7) VALUE 0.
               05  WS-CUSTS-OPENED   PIC 9(7) VALUE 0.
               05  WS-ACCTS-LINKED   PIC 9(7) VALUE 0.
               05  WS-ACCTS-UNLINKED PIC 9(7) VALUE 0.
               05  WS-REQS-REJECTED  PIC 9(7) VALUE 0.
               05  WS-REQS-QUEUED    PIC 9(7) VALUE 0.
               05  WS-REQS-APPROVED  PIC 9(7) VALUE 0.

           01  WS-COUNT-DISP         PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM FINISH-PRIOR-INSTALL
           PERFORM RECOVER-CUST-MASTER
           PERFORM RECOVER-APPROVAL-QUEUE
           PERFORM INIT-FILES
           PERFORM LOAD-APPROVAL-QUEUE
           PERFORM WRITE-APPROVED-REQUESTS
           PERFORM SORT-CUST-REQUESTS
           PERFORM MERGE-MASTER-AND-REQUESTS
           PERFORM STRIP-RELINKED-ACCOUNTS
           PERFORM WRITE-NEXT-QUEUE
           PERFORM SET-INSTALL-MARKER
           PERFORM INSTALL-CUST-MASTER
           PERFORM INSTALL-APPROVAL-QUEUE
           PERFORM CLEAR-REQUESTS
           PERFORM CLEAR-INSTALL-MARKER
           PERFORM WRITE-REPORT
           PERFORM CLOSE-FILES
           STOP RUN.

      *a marker left by a crashed run means both next images
      * were complete but the installs did not all land. Each image
      * still under its next-image name is installed now - one
      * already renamed is not there to install twice - and the
      * keyed requests the installed master carries are emptied,
      * so the normal pass that follows has nothing left to apply.
       FINISH-PRIOR-INSTALL.
           OPEN INPUT CUST-MARKER-FILE
           IF WS-MARKER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CUST-MARKER-FILE
               AT END
                   CLOSE CUST-MARKER-FILE
                   EXIT PARAGRAPH
               NOT AT END
                   CONTINUE
           END-READ
           CLOSE CUST-MARKER-FILE
           DISPLAY "COMPLETING UNFINISHED CUSTOMER MASTER INSTALL"
           OPEN INPUT CUST-NEXT-FILE
           IF WS-CUST-NEXT-STATUS = "00"
               CLOSE CUST-NEXT-FILE
               PERFORM INSTALL-CUST-MASTER
           END-IF
           OPEN INPUT QUEUE-NEXT-FILE
           IF WS-QUEUE-NEXT-STATUS = "00"
               CLOSE QUEUE-NEXT-FILE
               PERFORM INSTALL-APPROVAL-QUEUE
           END-IF
           OPEN INPUT CREQ-FILE
           IF WS-CREQ-FILE-STATUS = "00"
               CLOSE CREQ-FILE
               MOVE "Y" TO WS-CREQ-KEYED-SW
               PERFORM CLEAR-REQUESTS
               MOVE "N" TO WS-CREQ-KEYED-SW
           END-IF
           PERFORM CLEAR-INSTALL-MARKER.

      *recovery probe: a crash between the delete and the
      * rename in INSTALL-CUST-MASTER leaves no custmast.dat but a
      * complete next image on disk - adopt it before merging.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT ERROR-FILE
           OPEN OUTPUT CUST-NEXT-FILE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM "==== CUSTOMER MAINTENANCE ====".

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

      *every customer request APPROVE has cleared goes out to
      * the approved file with its queue reference, to be sorted
      * in with tonight's keyed rows.
       WRITE-APPROVED-REQUESTS.
           OPEN OUTPUT APPROVED-FILE
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF WS-AQ-SOURCE(WS-AQ-IDX) = "C"
                       AND WS-AQ-STATUS(WS-AQ-IDX) = "A"
                   MOVE WS-AQ-REQUEST(WS-AQ-IDX) TO AP-REQUEST
                   MOVE WS-AQ-REF(WS-AQ-IDX)     TO AP-APPROVAL-REF
                   WRITE APPROVED-REC
                   ADD 1 TO WS-APPROVED-COUNT
               END-IF
           END-PERFORM
           CLOSE APPROVED-FILE.

      *the whole request file is sorted into customer order -
      * stable, so a customer's requests keep the order the branch
      * keyed them in (an "O" ahead of its "L"s works as keyed).
      * The approved requests ride in behind the keyed file.
       SORT-CUST-REQUESTS.
           OPEN INPUT CREQ-FILE
           IF WS-CREQ-FILE-STATUS = "00"
               CLOSE CREQ-FILE
               MOVE "Y" TO WS-CREQ-PRESENT-SW
               MOVE "Y" TO WS-CREQ-KEYED-SW
               IF WS-APPROVED-COUNT > 0
                   SORT CREQ-SORT-FILE
                       ON ASCENDING KEY CX-CUST-ID
                       WITH DUPLICATES IN ORDER
                       USING CREQ-FILE APPROVED-FILE
                       GIVING CREQ-SORTED-FILE
               ELSE
                   SORT CREQ-SORT-FILE
                       ON ASCENDING KEY CX-CUST-ID
                       WITH DUPLICATES IN ORDER
                       USING CREQ-FILE
                       GIVING CREQ-SORTED-FILE
               END-IF
           ELSE
               IF WS-APPROVED-COUNT > 0
                   MOVE "Y" TO WS-CREQ-PRESENT-SW
                   SORT CREQ-SORT-FILE
                       ON ASCENDING KEY CX-CUST-ID
                       WITH DUPLICATES IN ORDER
                       USING APPROVED-FILE
                       GIVING CREQ-SORTED-FILE
               END-IF
           END-IF
           IF CREQ-PRESENT
               OPEN INPUT CREQ-SORTED-FILE
           END-IF.

           WRITE CUST-NEXT-REC.

       APPLY-ONE-REQUEST.
           PERFORM IDENTIFY-REQUEST
           IF REQUEST-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF CS-ACTION = "O"
               PERFORM APPLY-OPEN-CUSTOMER
               EXIT PARAGRAPH
           MOVE CS-ADDR-2    TO WS-GRP-ADDR-2
           MOVE "A"          TO WS-GRP-STATUS
           MOVE SPACES       TO WS-GRP-ACCT-LIST
           MOVE WS-GRP-CUST-ID TO WS-AU-KEY
           MOVE SPACES       TO WS-AU-BEFORE
           MOVE "CM-FULL-NAME" TO WS-AU-FIELD
           MOVE WS-GRP-FULL-NAME TO WS-AU-AFTER
           PERFORM WRITE-AUDIT-ROW
           MOVE "CM-ADDR-1"  TO WS-AU-FIELD
           MOVE WS-GRP-ADDR-1 TO WS-AU-AFTER
           PERFORM WRITE-AUDIT-ROW
           MOVE "CM-ADDR-2"  TO WS-AU-FIELD
           MOVE WS-GRP-ADDR-2 TO WS-AU-AFTER
           PERFORM WRITE-AUDIT-ROW
           MOVE "CM-STATUS"  TO WS-AU-FIELD
           MOVE WS-GRP-STATUS TO WS-AU-AFTER
           PERFORM WRITE-AUDIT-ROW
           PERFORM MARK-REQUEST-APPLIED
           ADD 1 TO WS-CUSTS-OPENED.

      *blank request fields keep the current value, same
               PERFORM LOG-CUST-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRP-CUST-ID TO WS-AU-KEY
           IF CS-FULL-NAME NOT = SPACES
               MOVE "CM-FULL-NAME"   TO WS-AU-FIELD
               MOVE WS-GRP-FULL-NAME TO WS-AU-BEFORE
               MOVE CS-FULL-NAME     TO WS-AU-AFTER
               PERFORM WRITE-AUDIT-ROW
               MOVE CS-FULL-NAME TO WS-GRP-FULL-NAME
           END-IF
           IF CS-ADDR-1 NOT = SPACES
               MOVE "CM-ADDR-1"      TO WS-AU-FIELD
               MOVE WS-GRP-ADDR-1    TO WS-AU-BEFORE
               MOVE CS-ADDR-1        TO WS-AU-AFTER
               PERFORM WRITE-AUDIT-ROW
               MOVE CS-ADDR-1 TO WS-GRP-ADDR-1
           END-IF
           IF CS-ADDR-2 NOT = SPACES
               MOVE "CM-ADDR-2"      TO WS-AU-FIELD
               MOVE WS-GRP-ADDR-2    TO WS-AU-BEFORE
               MOVE CS-ADDR-2        TO WS-AU-AFTER
               PERFORM WRITE-AUDIT-ROW
               MOVE CS-ADDR-2 TO WS-GRP-ADDR-2
           END-IF
           PERFORM MARK-REQUEST-APPLIED
           ADD 1 TO WS-CUSTS-UPDATED.

      *both sides of the link move together or not at all:
               NOT INVALID KEY
                   IF AM-CUST-ID NOT = SPACES
                           AND AM-CUST-ID NOT = WS-GRP-CUST-ID
                       PERFORM APPLY-RELINK-ACCOUNT
                   ELSE
                       PERFORM LINK-ACCOUNT-TO-GROUP
                   END-IF
           END-READ.

      *both sides of the link, audited. An approved re-link
      * arriving here finds the master already naming this
      * customer - a rerun after the master was rewritten but
      * before custmast.dat was installed - and still owes the
      * old customer's list its strip.
       LINK-ACCOUNT-TO-GROUP.
           MOVE CS-ACCT-ID     TO WS-AU-KEY
           MOVE "AM-CUST-ID"   TO WS-AU-FIELD
           MOVE AM-CUST-ID     TO WS-AU-BEFORE
           MOVE WS-GRP-CUST-ID TO WS-AU-AFTER
           MOVE WS-GRP-CUST-ID TO AM-CUST-ID
           REWRITE ACCT-MASTER-REC
           MOVE CS-ACCT-ID TO WS-GRP-ACCT-ID(WS-SLOT-HIT)
           IF WS-CUR-Q-IDX > 0
                   AND WS-AQ-BEFORE(WS-CUR-Q-IDX)(1:6) NOT = SPACES
                   AND WS-AQ-BEFORE(WS-CUR-Q-IDX)(1:6)
                       NOT = WS-GRP-CUST-ID
               MOVE WS-AQ-BEFORE(WS-CUR-Q-IDX)(1:6) TO WS-AU-BEFORE
               PERFORM NOTE-RELINKED-ACCOUNT
           END-IF
           PERFORM WRITE-AUDIT-ROW
           PERFORM MARK-REQUEST-APPLIED
           ADD 1 TO WS-ACCTS-LINKED.

      *an account already owned by another customer moves
      * only with a second operator's approval, and only if it
      * still belongs to the customer the checker saw.
       APPLY-RELINK-ACCOUNT.
           MOVE CS-ACCT-ID     TO WS-AU-KEY
           MOVE "AM-CUST-ID"   TO WS-AU-FIELD
           MOVE AM-CUST-ID     TO WS-AU-BEFORE
           MOVE WS-GRP-CUST-ID TO WS-AU-AFTER
           IF WS-CUR-Q-IDX = 0
               MOVE "CUSTOMER RE-LINK" TO WS-SENSITIVE-REASON
               PERFORM QUEUE-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF
           IF WS-AQ-BEFORE(WS-CUR-Q-IDX) NOT = WS-AU-BEFORE
               MOVE "ACCOUNT CHANGED SINCE APPROVAL" TO WS-REASON
               PERFORM LOG-CUST-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRP-CUST-ID TO AM-CUST-ID
           REWRITE ACCT-MASTER-REC
           MOVE CS-ACCT-ID TO WS-GRP-ACCT-ID(WS-SLOT-HIT)
           PERFORM NOTE-RELINKED-ACCOUNT
           PERFORM WRITE-AUDIT-ROW
           PERFORM MARK-REQUEST-APPLIED
           ADD 1 TO WS-ACCTS-LINKED.

       NOTE-RELINKED-ACCOUNT.
           IF WS-RL-COUNT >= 500
               DISPLAY "FATAL: MORE THAN 500 RE-LINKS IN ONE RUN. "
                   "RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RL-COUNT
           MOVE WS-AU-BEFORE(1:6) TO WS-RL-OLD-CUST(WS-RL-COUNT)
           MOVE CS-ACCT-ID        TO WS-RL-ACCT-ID(WS-RL-COUNT).

       APPLY-UNLINK-ACCOUNT.
           IF NOT GRP-EXISTS
               MOVE "CUSTOMER NOT FOUND" TO WS-REASON
           MOVE SPACES TO WS-GRP-ACCT-ID(WS-SLOT-HIT)
      *the master side of the link is cleared too; an account
      * already gone from the master just clears the list side.
           MOVE CS-ACCT-ID     TO WS-AU-KEY
           MOVE "AM-CUST-ID"   TO WS-AU-FIELD
           MOVE WS-GRP-CUST-ID TO WS-AU-BEFORE
           MOVE SPACES         TO WS-AU-AFTER
           MOVE CS-ACCT-ID TO AM-ACCT-ID
           READ ACCT-MASTER
               INVALID KEY
                       REWRITE ACCT-MASTER-REC
                   END-IF
           END-READ
           PERFORM WRITE-AUDIT-ROW
           PERFORM MARK-REQUEST-APPLIED
           ADD 1 TO WS-ACCTS-UNLINKED.

       APPLY-CLOSE-CUSTOMER.
               PERFORM LOG-CUST-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRP-CUST-ID TO WS-AU-KEY
           MOVE "CM-STATUS"    TO WS-AU-FIELD
           MOVE WS-GRP-STATUS  TO WS-AU-BEFORE
           MOVE "C"            TO WS-AU-AFTER
           MOVE "C" TO WS-GRP-STATUS
           PERFORM WRITE-AUDIT-ROW
           PERFORM MARK-REQUEST-APPLIED
           ADD 1 TO WS-CUSTS-CLOSED.

      *every request names its maker. A keyed one must carry
      * an operator ID; an approved one must still be on the queue,
      * approved, for this program, and exactly as it was held.
       IDENTIFY-REQUEST.
           MOVE "N"         TO WS-REQUEST-REFUSED-SW
           MOVE 0           TO WS-CUR-Q-IDX
           MOVE CS-OPERATOR TO WS-CUR-MAKER
           MOVE SPACES      TO WS-CUR-CHECKER
           MOVE SPACES      TO WS-CUR-REF
           MOVE SPACES      TO WS-QUEUE-REQUEST
           MOVE CS-KEYED-PART TO WS-QUEUE-REQUEST
           IF CS-APPROVAL-REF = SPACES
               IF CS-OPERATOR = SPACES
                   MOVE "OPERATOR ID REQUIRED" TO WS-REASON
                   PERFORM LOG-CUST-ERROR
                   MOVE "Y" TO WS-REQUEST-REFUSED-SW
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF WS-AQ-REF(WS-AQ-IDX) = CS-APPROVAL-REF
                       AND WS-AQ-SOURCE(WS-AQ-IDX) = "C"
                       AND WS-AQ-STATUS(WS-AQ-IDX) = "A"
                       AND WS-AQ-REQUEST(WS-AQ-IDX) = WS-QUEUE-REQUEST
                   MOVE WS-AQ-IDX TO WS-CUR-Q-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CUR-Q-IDX = 0
               MOVE "APPROVAL NOT ON QUEUE" TO WS-REASON
               PERFORM LOG-CUST-ERROR
               MOVE "Y" TO WS-REQUEST-REFUSED-SW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AQ-MAKER(WS-CUR-Q-IDX)   TO WS-CUR-MAKER
           MOVE WS-AQ-CHECKER(WS-CUR-Q-IDX) TO WS-CUR-CHECKER
           MOVE WS-AQ-REF(WS-CUR-Q-IDX)     TO WS-CUR-REF.

      *holds the request in hand on the approval queue, once -
      * the same request already waiting there is not queued twice.
       QUEUE-FOR-APPROVAL.
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF WS-AQ-SOURCE(WS-AQ-IDX) = "C"
                       AND (WS-AQ-STATUS(WS-AQ-IDX) = "P"
                           OR WS-AQ-STATUS(WS-AQ-IDX) = "A")
                       AND WS-AQ-REQUEST(WS-AQ-IDX) = WS-QUEUE-REQUEST
                   MOVE SPACES TO REPORT-LINE
                   STRING "ALREADY AWAITING APPROVAL REF="
                       WS-AQ-REF(WS-AQ-IDX)
                       " CUST=" CS-CUST-ID " ACCT=" CS-ACCT-ID
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
           MOVE "C"                 TO WS-AQ-SOURCE(WS-AQ-COUNT)
           MOVE "P"                 TO WS-AQ-STATUS(WS-AQ-COUNT)
           MOVE WS-AU-KEY           TO WS-AQ-SUBJECT(WS-AQ-COUNT)
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
               " ACCT=" CS-ACCT-ID " " WS-SENSITIVE-REASON
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
           MOVE "CUSTMAINT"    TO AU-PROGRAM
           MOVE "A"            TO AU-EVENT
           MOVE CS-ACTION      TO AU-ACTION
           MOVE WS-AU-KEY      TO AU-KEY
           MOVE WS-AU-FIELD    TO AU-FIELD
           MOVE WS-AU-BEFORE   TO AU-BEFORE
           MOVE WS-AU-AFTER    TO AU-AFTER
           MOVE WS-CUR-MAKER   TO AU-MAKER
           MOVE WS-CUR-CHECKER TO AU-CHECKER
           MOVE WS-CUR-REF     TO AU-QUEUE-REF
           WRITE AUDIT-REC.

      *always logs the sorted request currently in hand. An
      * approved request refused here is finished with all the
      * same - its queue row is marked refused.
       LOG-CUST-ERROR.
           MOVE SPACES TO ERROR-LINE
           STRING
               INTO ERROR-LINE
           END-STRING
           WRITE ERROR-LINE
           IF WS-CUR-Q-IDX > 0
               MOVE "R" TO WS-AQ-STATUS(WS-CUR-Q-IDX)
           END-IF
           ADD 1 TO WS-REQS-REJECTED.

      *a re-linked account is still on the list of the
      * customer it left, which may have been written before the
      * new owner's group was reached. The merged image is moved
      * aside and copied back into the next image with those list
      * slots cleared - the old customer's side of the move.
       STRIP-RELINKED-ACCOUNTS.
           IF WS-RL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE"
               USING WS-CUST-NEXT-PATH WS-RL-PATH
           IF RETURN-CODE NOT = 0
               DISPLAY "FATAL: COULD NOT SET ASIDE "
                   "./output/custmast-next.dat. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUST-RELINK-FILE
           OPEN OUTPUT CUST-NEXT-FILE
           MOVE "N" TO EOF-RELINK
           PERFORM READ-RELINK
           PERFORM UNTIL RELINK-EOF
               PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                       UNTIL WS-RL-IDX > WS-RL-COUNT
                   IF WS-RL-OLD-CUST(WS-RL-IDX) = CR-CUST-ID
                       PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                               UNTIL WS-SLOT-IDX > 8
                           IF CR-ACCT-ID(WS-SLOT-IDX)
                                   = WS-RL-ACCT-ID(WS-RL-IDX)
                               MOVE SPACES TO CR-ACCT-ID(WS-SLOT-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               WRITE CUST-NEXT-REC FROM CUST-RELINK-REC
               PERFORM READ-RELINK
           END-PERFORM
           CLOSE CUST-RELINK-FILE
           CLOSE CUST-NEXT-FILE.

       READ-RELINK.
           READ CUST-RELINK-FILE
               AT END
                   MOVE "Y" TO EOF-RELINK
               NOT AT END
                   CONTINUE
           END-READ.

      *the queue goes back out whole: pending and approved
      * rows as they stand, tonight's new holds, and the finished
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

      *install by delete-and-rename, the library-routine
      * pattern PROMOTE established: the CIF master is swapped
      * whole. A failed rename is fatal - the complete image is
      *the honored requests must not re-apply on a second
      * run - emptied the way PROMOTE consumes its restore request.
       CLEAR-REQUESTS.
           IF CREQ-KEYED
               OPEN OUTPUT CREQ-FILE
               CLOSE CREQ-FILE
           END-IF.

       SET-INSTALL-MARKER.
           OPEN OUTPUT CUST-MARKER-FILE
           MOVE "I" TO CK-FLAG
           WRITE CUST-MARKER-REC
           CLOSE CUST-MARKER-FILE.

       CLEAR-INSTALL-MARKER.
           OPEN OUTPUT CUST-MARKER-FILE
           CLOSE CUST-MARKER-FILE.

       WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CUSTS-READ TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "REQUESTS REJECTED:        " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-REQS-QUEUED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "HELD FOR APPROVAL:        " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-REQS-APPROVED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "APPROVED REQUESTS APPLIED:" WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       CLOSE-FILES.
           CLOSE ACCT-MASTER
           CLOSE REPORT-FILE
           CLOSE ERROR-FILE
           CLOSE AUDIT-FILE.
