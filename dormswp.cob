               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "./output/dormswp-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *the permanent run-history log every job in the batch
      * sequence appends to at start and clean finish; NIGHTRPT
      * reads it for the night's timeline and timings.
           SELECT RUN-HIST-FILE ASSIGN TO "runhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

      *---------------------------------------------
       DATA DIVISION.           *> D3 data
               05  TH-TR-TYPE         PIC X(2).
               05  TH-TR-AMOUNT       PIC 9(7)V99.
               05  TH-BALANCE-AFTER   PIC S9(7)V99.
               05  TH-REV-LINK.
                   10  TH-REV-FLAG        PIC X(1).
                   10  TH-REV-POST-DATE   PIC 9(8).
                   10  TH-REV-SEQ         PIC 9(7).
                   10  TH-REV-TR-TYPE     PIC X(2).
               05  TH-CHEQUE-NO       PIC X(10).

      *same layout EOD's catalog writer keeps.
           FD  TXN-HIST-CATALOG.
               05  MR-OVERDRAFT-LIMIT PIC 9(7)V99.
               05  MR-NEW-STATUS     PIC X(1).
               05  MR-BRANCH         PIC X(3).
               05  MR-OPERATOR       PIC X(8).

           FD  RUN-CONTROL.
           01  RUN-CONTROL-REC.
           FD  REPORT-FILE.
           01  REPORT-LINE           PIC X(80).

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

           01  WS-BATCH-DATE         PIC 9(8).

      *the event and counters the next run-history row will
      * carry - set by the caller, stamped in WRITE-RUN-HISTORY.
           01  WS-RUNHIST-STATUS     PIC XX.
           01  WS-RH-EVENT           PIC X(1).
           01  WS-RH-OK              PIC 9(7).
           01  WS-RH-FAIL            PIC 9(7).

      *inactivity threshold, defaulted when dormant-config.dat
      * is absent: a year without a posting makes an account
      * dormant.

       MAIN.
           PERFORM CHECK-RUN-CONTROL
           PERFORM LOG-RUN-START
           PERFORM LOAD-DORMANT-CONFIG
           PERFORM INIT-FILES
           PERFORM EXTRACT-ACTIVITY-DATES
           PERFORM SWEEP-ALL-ACCOUNTS
           PERFORM WRITE-SWEEP-REPORT
           PERFORM CLOSE-FILES
           PERFORM LOG-RUN-END
           STOP RUN.

       LOG-RUN-START.
           MOVE "S" TO WS-RH-EVENT
           MOVE 0   TO WS-RH-OK
           MOVE 0   TO WS-RH-FAIL
           PERFORM WRITE-RUN-HISTORY.

       LOG-RUN-END.
           MOVE "E" TO WS-RH-EVENT
           MOVE WS-ACCTS-READ  TO WS-RH-OK
           MOVE 0              TO WS-RH-FAIL
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
           MOVE "DORMSWP"     TO RH-PROGRAM
           MOVE WS-RH-EVENT   TO RH-EVENT
           ACCEPT RH-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT RH-STAMP-TIME FROM TIME
           MOVE WS-RH-OK      TO RH-RECS-OK
           MOVE WS-RH-FAIL    TO RH-RECS-FAIL
           MOVE RETURN-CODE   TO RH-RETURN-CODE
           WRITE RUN-HIST-REC
           CLOSE RUN-HIST-FILE.

      *the aging arithmetic keys on the batch sequence's
      * business date - a sweep in the small hours must age against
      * the date the batch is working, not the calendar's.
      * touched, and counting them would keep every interest-
      * bearing account forever one day "active" - the sweep would
      * be vacuous for exactly the accounts the examiner's listing
      * is about. "RD"/"RC" reversals are the bank correcting its
      * own posting, not the customer acting, so they do not count
      * either.
               IF TH-TR-TYPE NOT = "I "
                       AND TH-TR-TYPE NOT = "F "
                       AND TH-TR-TYPE NOT = "A "
                       AND TH-TR-TYPE NOT = "RD"
                       AND TH-TR-TYPE NOT = "RC"
                   MOVE TH-ACCT-ID   TO AV-ACCT-ID
                   MOVE TH-POST-DATE TO AV-POST-DATE
                   WRITE ACTIVITY-RAW-REC
           MOVE 0          TO MR-OVERDRAFT-LIMIT
           MOVE "D"        TO MR-NEW-STATUS
           MOVE SPACES     TO MR-BRANCH
           MOVE "DORMSWP"  TO MR-OPERATOR
           WRITE MAINT-REC
           ADD 1 TO WS-ACCTS-SWEPT.

