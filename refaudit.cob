      *----------hierarchy---------
      * D: division: identification, environment, data, procedure
      * S: section:（optional）
      *    (data -> working-storage section, file section
      *    (environment -> input-output section
      * P: paragraph
      *    ST: statement



      *---------------------------------------------
       IDENTIFICATION DIVISION. *> D1 identification
       PROGRAM-ID. REFAUDIT.    *>    D1- program id

      *---------------------------------------------
      *cross-file referential audit, run weekly or whenever
      * the desk asks. The account master, the CIF master, the
      * holds file, the standing-order book and the reject carry
      * pool are each kept by a different program and nothing else
      * checks one against another; this job reads them all
      * together and lists every link that is broken or held on one
      * side only. Nothing here is changed - the audit only reads.
      *four categories, each finding graded:
      *    CUSTOMER LINK  - AM-CUST-ID and the CM-ACCT-ID lists
      *                     must name each other. An ID naming no
      *                     customer, or an account on two lists,
      *                     is HIGH; a link held on one side only,
      *                     or a list naming an account the master
      *                     no longer has, is MEDIUM.
      *    HOLD           - a hold on an account not on the master
      *                     is HIGH, on a closed account MEDIUM.
      *    STANDING ORDER - an order on, or a transfer to, a missing
      *                     or closed account is HIGH; frozen is
      *                     MEDIUM - STDORDER will keep raising it
      *                     and EOD will keep refusing it.
      *    CARRIED REJECT - a reject still in the carry pool for a
      *                     missing or closed account is MEDIUM,
      *                     for a missing or closed transfer
      *                     destination LOW. The desk drops these
      *                     with TRREPAIR's "D" by the reject ID
      *                     the report prints.
      *where only one correction is possible the audit writes
      * it out as a ready-keyed request in the layout the
      * maintenance program already reads, operator "REFAUDIT", to
      * ./output/ - never into the live request files. An operator
      * reviews each row and appends the ones wanted to
      * custmaint.dat or hold-instr.dat. A hold release ahead of
      * its release date, and a re-link of an account stamped with
      * another customer, still go to a checker through APPROVE
      * like any keyed request.
       ENVIRONMENT DIVISION.    *>D2 environment
       INPUT-OUTPUT SECTION.    *>    D2-S1 input-output
       FILE-CONTROL.            *>          D2-S1-P1 file-control
      *DYNAMIC: the link pass walks it front to back, and the
      * satellite files are checked by keyed reads.
           SELECT ACCT-MASTER ASSIGN TO "acct-master.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AM-ACCT-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *the CIF master, held in memory so every account can be
      * looked for on every list.
           SELECT CUST-MASTER-FILE ASSIGN TO "custmast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-FILE-STATUS.
      *the satellite files; each optional - a file that is not
      * there has nothing in it to be broken.
           SELECT HOLDS-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-FILE-STATUS.
           SELECT ORDER-FILE ASSIGN TO "stdorders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT CARRY-FILE ASSIGN TO "rejects-carry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-FILE-STATUS.
      *the suggested corrections, for review before anything
      * is submitted.
           SELECT CUST-SUGGEST-FILE
               ASSIGN TO "./output/refaudit-custmaint.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-SUGGEST-FILE
               ASSIGN TO "./output/refaudit-hold-instr.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "./output/refaudit-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *the shared run-control record, read only and optional:
      * the audit runs outside the nightly sequence and logs under
      * the current business date when there is one.
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
       FD  ACCT-MASTER.
           01  ACCT-MASTER-REC.
               05  AM-ACCT-ID        PIC X(5).
               05  AM-NAME           PIC X(10).
               05  AM-BALANCE        PIC S9(7)V99.
               05  AM-STATUS         PIC X(1).
               05  AM-CURRENCY       PIC X(3).
               05  AM-ACCT-TYPE      PIC X(1).
               05  AM-OVERDRAFT-LIMIT PIC 9(7)V99.
               05  AM-BRANCH         PIC X(3).
      *owning customer on the CIF master; blank means the
      * account has not been linked to a customer yet.
               05  AM-CUST-ID        PIC X(6).

      *same layout CUSTMAINT keeps.
           FD  CUST-MASTER-FILE.
           01  CUST-MASTER-REC.
               05  CM-CUST-ID         PIC X(6).
               05  CM-FULL-NAME       PIC X(30).
               05  CM-ADDR-1          PIC X(30).
               05  CM-ADDR-2          PIC X(30).
               05  CM-STATUS          PIC X(1).
               05  CM-ACCT-LIST.
                   10  CM-ACCT-ID     OCCURS 8 TIMES PIC X(5).

      *same layout EOD writes and ACCTINQ reads.
           FD  HOLDS-FILE.
           01  HOLDS-REC.
               05  HO-ACCT-ID         PIC X(5).
               05  HO-AMOUNT          PIC 9(7)V99.
               05  HO-RELEASE-DATE    PIC 9(8).
               05  HO-PLACED-DATE     PIC 9(8).

      *same layout STDORDER keeps.
           FD  ORDER-FILE.
           01  ORDER-REC.
               05  SO-ACCT-ID        PIC X(5).
               05  SO-TYPE           PIC X(1).
               05  SO-AMOUNT         PIC 9(7)V99.
               05  SO-DEST-ACCT-ID   PIC X(5).
               05  SO-CURRENCY       PIC X(3).
               05  SO-FREQUENCY      PIC X(1).
               05  SO-NEXT-DUE       PIC 9(8).

      *same layout TRREPAIR keeps.
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

      *the request layout CUSTMAINT reads from custmaint.dat.
           FD  CUST-SUGGEST-FILE.
           01  CREQ-REC.
               05  CQ-ACTION          PIC X(1).
               05  CQ-CUST-ID         PIC X(6).
               05  CQ-FULL-NAME       PIC X(30).
               05  CQ-ADDR-1          PIC X(30).
               05  CQ-ADDR-2          PIC X(30).
               05  CQ-ACCT-ID         PIC X(5).
               05  CQ-OPERATOR        PIC X(8).

      *the instruction layout HOLDMNT reads from hold-instr.dat.
           FD  HOLD-SUGGEST-FILE.
           01  INSTR-REC.
               05  HI-ACCT-ID         PIC X(5).
               05  HI-RELEASE-DATE    PIC X(8).
               05  HI-PLACED-DATE     PIC X(8).
               05  HI-ACTION          PIC X(1).
               05  HI-NEW-AMOUNT      PIC X(9).
               05  HI-NEW-RELEASE     PIC X(8).
               05  HI-OPERATOR        PIC X(8).

           FD  REPORT-FILE.
           01  REPORT-LINE           PIC X(80).

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
           01  EOF-MASTER            PIC X VALUE "N".
               88  MASTER-EOF               VALUE "Y".
           01  EOF-CUST              PIC X VALUE "N".
               88  CUST-EOF                 VALUE "Y".
           01  EOF-HOLDS             PIC X VALUE "N".
               88  HOLDS-EOF                VALUE "Y".
           01  EOF-ORDER             PIC X VALUE "N".
               88  ORDER-EOF                VALUE "Y".
           01  EOF-CARRY             PIC X VALUE "N".
               88  CARRY-EOF                VALUE "Y".

           01  WS-MASTER-FILE-STATUS PIC XX.
           01  WS-CUST-FILE-STATUS   PIC XX.
           01  WS-HOLDS-FILE-STATUS  PIC XX.
           01  WS-ORDER-FILE-STATUS  PIC XX.
           01  WS-CARRY-FILE-STATUS  PIC XX.
           01  WS-RUNCTL-FILE-STATUS PIC XX.

      *the event and counters the next run-history row will
      * carry - set by the caller, stamped in WRITE-RUN-HISTORY.
           01  WS-RUNHIST-STATUS     PIC XX.
           01  WS-RH-EVENT           PIC X(1).
           01  WS-RH-OK              PIC 9(7).
           01  WS-RH-FAIL            PIC 9(7).

           01  WS-TODAY              PIC 9(8).
           01  WS-BATCH-DATE         PIC 9(8).

      *the CIF master in hand, same 2000-row ceiling EOD
      * carries. WS-CU-FREE counts the empty list slots still
      * open once tonight's suggested links are allowed for, so
      * two suggestions never both claim a customer's last slot.
           01  WS-CUST-TABLE.
               05  WS-CUST-COUNT     PIC 9(5) COMP VALUE 0.
               05  WS-CUST-ENTRY OCCURS 2000 TIMES.
                   10  WS-CU-CUST-ID     PIC X(6).
                   10  WS-CU-STATUS      PIC X(1).
                   10  WS-CU-ACCT-ID     OCCURS 8 TIMES PIC X(5).
                   10  WS-CU-FREE        PIC 9(2) COMP.
           01  WS-CUST-IDX           PIC 9(5) COMP.
           01  WS-CU-ACCT-IDX        PIC 9(2) COMP.
           01  WS-SLOT-FOUND-SW      PIC X VALUE "N".
               88  SLOT-FOUND               VALUE "Y".

      *what the lists say about the account in hand: whether
      * the customer its AM-CUST-ID names is on the CIF (OWNER-IDX
      * nonzero) and lists it, and how many other customers list
      * it, the first of them at OTHER-IDX.
           01  WS-OWNER-IDX          PIC 9(5) COMP.
           01  WS-OWNER-LISTS-SW     PIC X VALUE "N".
               88  OWNER-LISTS              VALUE "Y".
           01  WS-OTHER-COUNT        PIC 9(5) COMP.
           01  WS-OTHER-IDX          PIC 9(5) COMP.

      *a keyed lookup's answer: "Y" found, with AM-STATUS
      * then holding the account's status.
           01  WS-LOOKUP-ACCT-ID     PIC X(5).
           01  WS-LOOKUP-FOUND-SW    PIC X VALUE "N".
               88  LOOKUP-FOUND             VALUE "Y".

      *the finding being reported. WS-FD-CAT indexes the
      * category table below; WS-FD-REF is whatever second key
      * identifies the row in its own file.
           01  WS-FD-CAT             PIC 9(1).
           01  WS-FD-SEVERITY        PIC X(6).
           01  WS-FD-ACCT-ID         PIC X(5).
           01  WS-FD-REF             PIC X(12).
           01  WS-FD-TEXT            PIC X(40).
           01  WS-SUGGEST-TEXT       PIC X(40).

           01  WS-CAT-NAMES.
               05  FILLER            PIC X(16) VALUE "CUSTOMER LINK".
               05  FILLER            PIC X(16) VALUE "HOLD".
               05  FILLER            PIC X(16) VALUE "STANDING ORDER".
               05  FILLER            PIC X(16) VALUE "CARRIED REJECT".
           01  WS-CAT-NAME-TABLE REDEFINES WS-CAT-NAMES.
               05  WS-CAT-NAME       PIC X(16) OCCURS 4 TIMES.
           01  WS-CAT-TOTALS.
               05  WS-CAT-ENTRY OCCURS 4 TIMES.
                   10  WS-CAT-HIGH       PIC 9(7).
                   10  WS-CAT-MEDIUM     PIC 9(7).
                   10  WS-CAT-LOW        PIC 9(7).
           01  WS-CAT-IDX            PIC 9(1).
           01  WS-CAT-HEADED-SW      PIC X VALUE "N".
               88  CAT-HEADED               VALUE "Y".

           01  WS-COUNTERS.
               05  WS-ACCTS-READ     PIC 9(7) VALUE 0.
               05  WS-CUSTS-READ     PIC 9(7) VALUE 0.
               05  WS-HOLDS-READ     PIC 9(7) VALUE 0.
               05  WS-ORDERS-READ    PIC 9(7) VALUE 0.
               05  WS-CARRY-READ     PIC 9(7) VALUE 0.
               05  WS-FINDINGS       PIC 9(7) VALUE 0.
               05  WS-CUST-SUGGESTED PIC 9(7) VALUE 0.
               05  WS-HOLD-SUGGESTED PIC 9(7) VALUE 0.

           01  WS-COUNT-DISP         PIC ZZZ,ZZZ,ZZ9.
           01  WS-HIGH-DISP          PIC ZZZ,ZZ9.
           01  WS-MEDIUM-DISP        PIC ZZZ,ZZ9.
           01  WS-LOW-DISP           PIC ZZZ,ZZ9.

      *------------------------------------
       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-BATCH-DATE
           PERFORM LOG-RUN-START
           PERFORM LOAD-CUST-TABLE
           PERFORM INIT-FILES
           PERFORM AUDIT-ACCOUNT-LINKS
           PERFORM AUDIT-CUSTOMER-LISTS
           PERFORM AUDIT-HOLDS
           PERFORM AUDIT-STANDING-ORDERS
           PERFORM AUDIT-CARRIED-REJECTS
           PERFORM WRITE-AUDIT-TOTALS
           CLOSE ACCT-MASTER
           CLOSE CUST-SUGGEST-FILE
           CLOSE HOLD-SUGGEST-FILE
           CLOSE REPORT-FILE
      *the audit completed; findings are work for the desk,
      * not a failure - PAYIN's "completed, needs attention".
           IF WS-FINDINGS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM LOG-RUN-END
           STOP RUN.

      *the run-control business date when there is one, else
      * the clock date - the audit needs no step of the nightly
      * sequence to have run.
       GET-BATCH-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-BATCH-DATE
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-FILE-STATUS = "00"
               READ RUN-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RL-BUSINESS-DATE IS NUMERIC
                           MOVE RL-BUSINESS-DATE TO WS-BATCH-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

       LOG-RUN-START.
           MOVE "S" TO WS-RH-EVENT
           MOVE 0   TO WS-RH-OK
           MOVE 0   TO WS-RH-FAIL
           PERFORM WRITE-RUN-HISTORY.

       LOG-RUN-END.
           MOVE "E" TO WS-RH-EVENT
           MOVE WS-ACCTS-READ TO WS-RH-OK
           MOVE WS-FINDINGS   TO WS-RH-FAIL
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
           MOVE "REFAUDIT"    TO RH-PROGRAM
           MOVE WS-RH-EVENT   TO RH-EVENT
           ACCEPT RH-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT RH-STAMP-TIME FROM TIME
           MOVE WS-RH-OK      TO RH-RECS-OK
           MOVE WS-RH-FAIL    TO RH-RECS-FAIL
           MOVE RETURN-CODE   TO RH-RETURN-CODE
           WRITE RUN-HIST-REC
           CLOSE RUN-HIST-FILE.

       LOAD-CUST-TABLE.
           OPEN INPUT CUST-MASTER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE "N" TO EOF-CUST
               PERFORM READ-CUST
               PERFORM UNTIL CUST-EOF
                   IF WS-CUST-COUNT >= 2000
                       DISPLAY "FATAL: MORE THAN 2000 CUSTOMERS "
                           "ON FILE. RUN ABORTED."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CUST-COUNT
                   ADD 1 TO WS-CUSTS-READ
                   MOVE CM-CUST-ID
                       TO WS-CU-CUST-ID(WS-CUST-COUNT)
                   MOVE CM-STATUS
                       TO WS-CU-STATUS(WS-CUST-COUNT)
                   MOVE 0 TO WS-CU-FREE(WS-CUST-COUNT)
                   PERFORM VARYING WS-CU-ACCT-IDX FROM 1 BY 1
                           UNTIL WS-CU-ACCT-IDX > 8
                       MOVE CM-ACCT-ID(WS-CU-ACCT-IDX)
                           TO WS-CU-ACCT-ID(WS-CUST-COUNT,
                                            WS-CU-ACCT-IDX)
                       IF CM-ACCT-ID(WS-CU-ACCT-IDX) = SPACES
                           ADD 1 TO WS-CU-FREE(WS-CUST-COUNT)
                       END-IF
                   END-PERFORM
                   PERFORM READ-CUST
               END-PERFORM
               CLOSE CUST-MASTER-FILE
           END-IF.

       READ-CUST.
           READ CUST-MASTER-FILE
               AT END
                   MOVE "Y" TO EOF-CUST
               NOT AT END
                   CONTINUE
           END-READ.

       INIT-FILES.
           OPEN INPUT ACCT-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN acct-master.dat "
                   "(STATUS " WS-MASTER-FILE-STATUS "). RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CUST-SUGGEST-FILE
           OPEN OUTPUT HOLD-SUGGEST-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE ZEROS TO WS-CAT-TOTALS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM
               "==== REFERENTIAL INTEGRITY AUDIT ===="
           MOVE SPACES TO REPORT-LINE
           STRING "BUSINESS DATE: " WS-BATCH-DATE
               "   RUN DATE: " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *first pass, from the master's side: every account's
      * AM-CUST-ID against the lists.
       AUDIT-ACCOUNT-LINKS.
           MOVE 1 TO WS-FD-CAT
           MOVE "N" TO WS-CAT-HEADED-SW
           MOVE "N" TO EOF-MASTER
           PERFORM READ-MASTER
           PERFORM UNTIL MASTER-EOF
               ADD 1 TO WS-ACCTS-READ
               PERFORM FIND-LISTINGS
               PERFORM CHECK-ACCOUNT-LINK
               PERFORM READ-MASTER
           END-PERFORM.

       READ-MASTER.
           READ ACCT-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-MASTER
               NOT AT END
                   CONTINUE
           END-READ.

      *every list that names the account in hand, counted once
      * per customer however many slots name it.
       FIND-LISTINGS.
           MOVE 0   TO WS-OWNER-IDX
           MOVE "N" TO WS-OWNER-LISTS-SW
           MOVE 0   TO WS-OTHER-COUNT
           MOVE 0   TO WS-OTHER-IDX
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               MOVE "N" TO WS-SLOT-FOUND-SW
               PERFORM VARYING WS-CU-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-CU-ACCT-IDX > 8 OR SLOT-FOUND
                   IF WS-CU-ACCT-ID(WS-CUST-IDX, WS-CU-ACCT-IDX)
                           = AM-ACCT-ID
                       MOVE "Y" TO WS-SLOT-FOUND-SW
                   END-IF
               END-PERFORM
               IF AM-CUST-ID NOT = SPACES
                       AND WS-CU-CUST-ID(WS-CUST-IDX) = AM-CUST-ID
                   MOVE WS-CUST-IDX TO WS-OWNER-IDX
                   IF SLOT-FOUND
                       MOVE "Y" TO WS-OWNER-LISTS-SW
                   END-IF
               ELSE
                   IF SLOT-FOUND
                       ADD 1 TO WS-OTHER-COUNT
                       IF WS-OTHER-IDX = 0
                           MOVE WS-CUST-IDX TO WS-OTHER-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *an account no list names and no AM-CUST-ID claims is
      * simply not linked yet - not a broken link. An account on
      * two lists cannot be settled from the files: the desk has to
      * find out whose it is.
       CHECK-ACCOUNT-LINK.
           MOVE AM-ACCT-ID TO WS-FD-ACCT-ID
           IF AM-CUST-ID = SPACES AND WS-OTHER-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-OTHER-COUNT > 1
                   OR (WS-OTHER-COUNT = 1 AND OWNER-LISTS)
               MOVE "HIGH"  TO WS-FD-SEVERITY
               MOVE WS-CU-CUST-ID(WS-OTHER-IDX) TO WS-FD-REF
               MOVE "ACCOUNT ON MORE THAN ONE CUSTOMER LIST"
                   TO WS-FD-TEXT
               PERFORM WRITE-FINDING
               EXIT PARAGRAPH
           END-IF

      *listed by one customer, stamped with none: the list is
      * the only word on the owner. CUSTMAINT refuses to link an
      * account already on the list, so the list slot is cleared
      * first and the link keyed again - both sides then move
      * together in the one run.
           IF AM-CUST-ID = SPACES
               MOVE "MEDIUM" TO WS-FD-SEVERITY
               MOVE WS-CU-CUST-ID(WS-OTHER-IDX) TO WS-FD-REF
               MOVE "ON CUSTOMER LIST BUT AM-CUST-ID BLANK"
                   TO WS-FD-TEXT
               PERFORM WRITE-FINDING
               MOVE WS-OTHER-IDX TO WS-CUST-IDX
               PERFORM SUGGEST-RELINK
               EXIT PARAGRAPH
           END-IF

      *stamped with a customer the CIF does not have. Where one
      * list names the account, that customer is the owner and the
      * same unlink-and-link puts it right; the link is a re-link
      * away from the bad ID and goes to a checker.
           IF WS-OWNER-IDX = 0
               MOVE "HIGH" TO WS-FD-SEVERITY
               MOVE AM-CUST-ID TO WS-FD-REF
               MOVE "AM-CUST-ID NAMES NO CIF CUSTOMER"
                   TO WS-FD-TEXT
               PERFORM WRITE-FINDING
               IF WS-OTHER-COUNT = 1
                   MOVE WS-OTHER-IDX TO WS-CUST-IDX
                   PERFORM SUGGEST-RELINK
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF OWNER-LISTS
               EXIT PARAGRAPH
           END-IF
      *stamped with a real customer whose list lacks it.
           IF WS-OTHER-COUNT = 1
               MOVE "HIGH" TO WS-FD-SEVERITY
               MOVE AM-CUST-ID TO WS-FD-REF
               MOVE "LISTED BY ANOTHER CUSTOMER:" TO WS-FD-TEXT
               MOVE WS-CU-CUST-ID(WS-OTHER-IDX)
                   TO WS-FD-TEXT(29:6)
               PERFORM WRITE-FINDING
               EXIT PARAGRAPH
           END-IF
           MOVE "MEDIUM" TO WS-FD-SEVERITY
           MOVE AM-CUST-ID TO WS-FD-REF
           MOVE "CUSTOMER LIST DOES NOT NAME ACCOUNT"
               TO WS-FD-TEXT
           PERFORM WRITE-FINDING
           MOVE WS-OWNER-IDX TO WS-CUST-IDX
           IF WS-CU-FREE(WS-CUST-IDX) = 0
               MOVE SPACES TO REPORT-LINE
               STRING "                 NO SUGGESTION - "
                   "CUSTOMER ACCOUNT LIST FULL"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-CU-FREE(WS-CUST-IDX)
           MOVE "L" TO CQ-ACTION
           PERFORM WRITE-CUST-SUGGESTION.

      *unlink then link, same customer, in that order -
      * CUSTMAINT applies one customer's requests in file order.
      * The pair frees and retakes one slot, so the customer's
      * free count is unchanged.
       SUGGEST-RELINK.
           MOVE "X" TO CQ-ACTION
           PERFORM WRITE-CUST-SUGGESTION
           MOVE "L" TO CQ-ACTION
           PERFORM WRITE-CUST-SUGGESTION.

      *CQ-ACTION is set by the caller; the customer is the
      * table row at WS-CUST-IDX and the account WS-FD-ACCT-ID.
       WRITE-CUST-SUGGESTION.
           MOVE WS-CU-CUST-ID(WS-CUST-IDX) TO CQ-CUST-ID
           MOVE SPACES        TO CQ-FULL-NAME
           MOVE SPACES        TO CQ-ADDR-1
           MOVE SPACES        TO CQ-ADDR-2
           MOVE WS-FD-ACCT-ID TO CQ-ACCT-ID
           MOVE "REFAUDIT"    TO CQ-OPERATOR
           WRITE CREQ-REC
           ADD 1 TO WS-CUST-SUGGESTED
           MOVE SPACES TO REPORT-LINE
           STRING "                 SUGGESTED CUSTMAINT " CQ-ACTION
               " CUSTOMER " CQ-CUST-ID " ACCOUNT " CQ-ACCT-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *second pass, from the lists' side. A list naming an
      * account the master still has was settled in the first
      * pass; what is left is a list naming one it does not -
      * CUSTMAINT's "X" clears the slot and tolerates the missing
      * account.
       AUDIT-CUSTOMER-LISTS.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               PERFORM VARYING WS-CU-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-CU-ACCT-IDX > 8
                   IF WS-CU-ACCT-ID(WS-CUST-IDX, WS-CU-ACCT-IDX)
                           NOT = SPACES
                       PERFORM CHECK-LISTED-ACCOUNT
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHECK-LISTED-ACCOUNT.
           MOVE WS-CU-ACCT-ID(WS-CUST-IDX, WS-CU-ACCT-IDX)
               TO WS-LOOKUP-ACCT-ID
           PERFORM LOOKUP-ACCOUNT
           IF LOOKUP-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-FD-CAT
           MOVE "MEDIUM" TO WS-FD-SEVERITY
           MOVE WS-LOOKUP-ACCT-ID TO WS-FD-ACCT-ID
           MOVE WS-CU-CUST-ID(WS-CUST-IDX) TO WS-FD-REF
           MOVE "LISTED ACCOUNT NOT ON MASTER" TO WS-FD-TEXT
           PERFORM WRITE-FINDING
           MOVE "X" TO CQ-ACTION
           PERFORM WRITE-CUST-SUGGESTION.

       LOOKUP-ACCOUNT.
           MOVE WS-LOOKUP-ACCT-ID TO AM-ACCT-ID
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "N" TO WS-LOOKUP-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-LOOKUP-FOUND-SW
           END-READ.

      *a hold on a closed or vanished account can only be
      * released; HOLDMNT names it by account, release date and
      * placement date, exactly as held.
       AUDIT-HOLDS.
           MOVE 2 TO WS-FD-CAT
           MOVE "N" TO WS-CAT-HEADED-SW
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-HOLDS
           PERFORM READ-HOLD
           PERFORM UNTIL HOLDS-EOF
               ADD 1 TO WS-HOLDS-READ
               PERFORM CHECK-ONE-HOLD
               PERFORM READ-HOLD
           END-PERFORM
           CLOSE HOLDS-FILE.

       READ-HOLD.
           READ HOLDS-FILE
               AT END
                   MOVE "Y" TO EOF-HOLDS
               NOT AT END
                   CONTINUE
           END-READ.

       CHECK-ONE-HOLD.
           MOVE HO-ACCT-ID TO WS-LOOKUP-ACCT-ID
           PERFORM LOOKUP-ACCOUNT
           IF LOOKUP-FOUND AND AM-STATUS NOT = "C"
               EXIT PARAGRAPH
           END-IF
           MOVE HO-ACCT-ID      TO WS-FD-ACCT-ID
           MOVE HO-RELEASE-DATE TO WS-FD-REF
           IF LOOKUP-FOUND
               MOVE "MEDIUM" TO WS-FD-SEVERITY
               MOVE "HOLD ON CLOSED ACCOUNT" TO WS-FD-TEXT
           ELSE
               MOVE "HIGH"   TO WS-FD-SEVERITY
               MOVE "HOLD ON ACCOUNT NOT ON MASTER" TO WS-FD-TEXT
           END-IF
           PERFORM WRITE-FINDING
           MOVE HO-ACCT-ID      TO HI-ACCT-ID
           MOVE HO-RELEASE-DATE TO HI-RELEASE-DATE
           MOVE HO-PLACED-DATE  TO HI-PLACED-DATE
           MOVE "R"             TO HI-ACTION
           MOVE SPACES          TO HI-NEW-AMOUNT
           MOVE SPACES          TO HI-NEW-RELEASE
           MOVE "REFAUDIT"      TO HI-OPERATOR
           WRITE INSTR-REC
           ADD 1 TO WS-HOLD-SUGGESTED
           MOVE SPACES TO REPORT-LINE
           STRING "                 SUGGESTED HOLDMNT R ACCOUNT "
               HI-ACCT-ID " RELEASE " HI-RELEASE-DATE
               " PLACED " HI-PLACED-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *no maintenance request exists for the order book - an
      * order is cancelled or redirected by the branch - so these
      * are reported only.
       AUDIT-STANDING-ORDERS.
           MOVE 3 TO WS-FD-CAT
           MOVE "N" TO WS-CAT-HEADED-SW
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-ORDER
           PERFORM READ-ORDER
           PERFORM UNTIL ORDER-EOF
               ADD 1 TO WS-ORDERS-READ
               PERFORM CHECK-ONE-ORDER
               PERFORM READ-ORDER
           END-PERFORM
           CLOSE ORDER-FILE.

       READ-ORDER.
           READ ORDER-FILE
               AT END
                   MOVE "Y" TO EOF-ORDER
               NOT AT END
                   CONTINUE
           END-READ.

      *the order's own account first, then a transfer's
      * destination; an order can break both ways at once.
       CHECK-ONE-ORDER.
           MOVE SO-ACCT-ID  TO WS-FD-ACCT-ID
           MOVE SO-NEXT-DUE TO WS-FD-REF
           MOVE SO-ACCT-ID  TO WS-LOOKUP-ACCT-ID
           PERFORM LOOKUP-ACCOUNT
           IF NOT LOOKUP-FOUND
               MOVE "HIGH" TO WS-FD-SEVERITY
               MOVE "ORDER ON ACCOUNT NOT ON MASTER" TO WS-FD-TEXT
               PERFORM WRITE-FINDING
           ELSE
               IF AM-STATUS = "C"
                   MOVE "HIGH" TO WS-FD-SEVERITY
                   MOVE "ORDER ON CLOSED ACCOUNT" TO WS-FD-TEXT
                   PERFORM WRITE-FINDING
               END-IF
               IF AM-STATUS = "F"
                   MOVE "MEDIUM" TO WS-FD-SEVERITY
                   MOVE "ORDER ON FROZEN ACCOUNT" TO WS-FD-TEXT
                   PERFORM WRITE-FINDING
               END-IF
           END-IF
           IF SO-TYPE NOT = "T"
               EXIT PARAGRAPH
           END-IF
           MOVE SO-DEST-ACCT-ID TO WS-LOOKUP-ACCT-ID
           PERFORM LOOKUP-ACCOUNT
           IF NOT LOOKUP-FOUND
               MOVE "HIGH" TO WS-FD-SEVERITY
               MOVE "TRANSFER TO ACCOUNT NOT ON MASTER:"
                   TO WS-FD-TEXT
               MOVE SO-DEST-ACCT-ID TO WS-FD-TEXT(36:5)
               PERFORM WRITE-FINDING
               EXIT PARAGRAPH
           END-IF
           IF AM-STATUS = "C"
               MOVE "HIGH" TO WS-FD-SEVERITY
               MOVE "TRANSFER TO CLOSED ACCOUNT:" TO WS-FD-TEXT
               MOVE SO-DEST-ACCT-ID TO WS-FD-TEXT(29:5)
               PERFORM WRITE-FINDING
           END-IF
           IF AM-STATUS = "F"
               MOVE "MEDIUM" TO WS-FD-SEVERITY
               MOVE "TRANSFER TO FROZEN ACCOUNT:" TO WS-FD-TEXT
               MOVE SO-DEST-ACCT-ID TO WS-FD-TEXT(29:5)
               PERFORM WRITE-FINDING
           END-IF.

      *carried rejects are worked through TRREPAIR's own
      * instruction file, which is not one of the request files
      * this audit suggests into; the reject ID on the finding is
      * what the desk keys to drop it.
       AUDIT-CARRIED-REJECTS.
           MOVE 4 TO WS-FD-CAT
           MOVE "N" TO WS-CAT-HEADED-SW
           OPEN INPUT CARRY-FILE
           IF WS-CARRY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-CARRY
           PERFORM READ-CARRY
           PERFORM UNTIL CARRY-EOF
               ADD 1 TO WS-CARRY-READ
               PERFORM CHECK-ONE-CARRIED
               PERFORM READ-CARRY
           END-PERFORM
           CLOSE CARRY-FILE.

       READ-CARRY.
           READ CARRY-FILE
               AT END
                   MOVE "Y" TO EOF-CARRY
               NOT AT END
                   CONTINUE
           END-READ.

       CHECK-ONE-CARRIED.
           MOVE RC-ACCT-ID TO WS-FD-ACCT-ID
           MOVE SPACES     TO WS-FD-REF
           STRING RC-ID-DATE RC-ID-SEQ
               DELIMITED BY SIZE INTO WS-FD-REF
           END-STRING
           MOVE RC-ACCT-ID TO WS-LOOKUP-ACCT-ID
           PERFORM LOOKUP-ACCOUNT
           IF NOT LOOKUP-FOUND
               MOVE "MEDIUM" TO WS-FD-SEVERITY
               MOVE "REJECT FOR ACCOUNT NOT ON MASTER" TO WS-FD-TEXT
               PERFORM WRITE-FINDING
               EXIT PARAGRAPH
           END-IF
           IF AM-STATUS = "C"
               MOVE "MEDIUM" TO WS-FD-SEVERITY
               MOVE "REJECT FOR CLOSED ACCOUNT" TO WS-FD-TEXT
               PERFORM WRITE-FINDING
               EXIT PARAGRAPH
           END-IF
           IF RC-TYPE NOT = "T" OR RC-DEST-ACCT-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE RC-DEST-ACCT-ID TO WS-LOOKUP-ACCT-ID
           PERFORM LOOKUP-ACCOUNT
           IF NOT LOOKUP-FOUND
               MOVE "LOW" TO WS-FD-SEVERITY
               MOVE "TRANSFER TO ACCOUNT NOT ON MASTER:"
                   TO WS-FD-TEXT
               MOVE RC-DEST-ACCT-ID TO WS-FD-TEXT(36:5)
               PERFORM WRITE-FINDING
               EXIT PARAGRAPH
           END-IF
           IF AM-STATUS = "C"
               MOVE "LOW" TO WS-FD-SEVERITY
               MOVE "TRANSFER TO CLOSED ACCOUNT:" TO WS-FD-TEXT
               MOVE RC-DEST-ACCT-ID TO WS-FD-TEXT(29:5)
               PERFORM WRITE-FINDING
           END-IF.

      *one report line per finding, under its category's
      * heading (printed with the category's first finding), and
      * counted by category and severity for the totals.
       WRITE-FINDING.
           IF NOT CAT-HEADED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "---- " WS-CAT-NAME(WS-FD-CAT) " ----"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "SEVER. ACCT  REFERENCE    FINDING"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE "Y" TO WS-CAT-HEADED-SW
           END-IF
           ADD 1 TO WS-FINDINGS
           IF WS-FD-SEVERITY = "HIGH"
               ADD 1 TO WS-CAT-HIGH(WS-FD-CAT)
           END-IF
           IF WS-FD-SEVERITY = "MEDIUM"
               ADD 1 TO WS-CAT-MEDIUM(WS-FD-CAT)
           END-IF
           IF WS-FD-SEVERITY = "LOW"
               ADD 1 TO WS-CAT-LOW(WS-FD-CAT)
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-FD-SEVERITY " " WS-FD-ACCT-ID " " WS-FD-REF
               " " WS-FD-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-AUDIT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM "==== AUDIT SUMMARY ===="

           MOVE WS-ACCTS-READ TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS READ:            " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CUSTS-READ TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMERS READ:           " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-HOLDS-READ TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "HOLDS READ:               " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ORDERS-READ TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "STANDING ORDERS READ:     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CARRY-READ TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "CARRIED REJECTS READ:     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CATEGORY                 HIGH  MEDIUM     LOW"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 4
               MOVE WS-CAT-HIGH(WS-CAT-IDX)   TO WS-HIGH-DISP
               MOVE WS-CAT-MEDIUM(WS-CAT-IDX) TO WS-MEDIUM-DISP
               MOVE WS-CAT-LOW(WS-CAT-IDX)    TO WS-LOW-DISP
               MOVE SPACES TO REPORT-LINE
               STRING WS-CAT-NAME(WS-CAT-IDX) "      "
                   WS-HIGH-DISP " " WS-MEDIUM-DISP " " WS-LOW-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FINDINGS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "FINDINGS:                 " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CUST-SUGGESTED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTMAINT ROWS SUGGESTED: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-HOLD-SUGGESTED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "HOLDMNT ROWS SUGGESTED:   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
