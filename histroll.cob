               FILE STATUS IS WS-HISTCAT-NEXT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "./output/histroll-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *the shared run-control record, read only and optional:
      * a rollover run inside the batch sequence logs under the
      * business date the sequence is working; one run from the
      * console with no batch on file logs under the calendar date.
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
               05  TH-TR-TYPE         PIC X(2).
               05  TH-TR-AMOUNT       PIC 9(7)V99.
               05  TH-BALANCE-AFTER   PIC S9(7)V99.
               05  TH-REV-LINK.
                   10  TH-REV-FLAG        PIC X(1).
                   10  TH-REV-POST-DATE   PIC 9(8).
                   10  TH-REV-SEQ         PIC 9(7).
                   10  TH-REV-TR-TYPE     PIC X(2).
               05  TH-CHEQUE-NO       PIC X(10).

           FD  SEG-OUT-FILE.
           01  SEG-OUT-REC.
               05  SG-TR-TYPE         PIC X(2).
               05  SG-TR-AMOUNT       PIC 9(7)V99.
               05  SG-BALANCE-AFTER   PIC S9(7)V99.
               05  SG-REV-LINK.
                   10  SG-REV-FLAG        PIC X(1).
                   10  SG-REV-POST-DATE   PIC 9(8).
                   10  SG-REV-SEQ         PIC 9(7).
                   10  SG-REV-TR-TYPE     PIC X(2).
               05  SG-CHEQUE-NO       PIC X(10).

           FD  LEGACY-HIST-FILE.
           01  LEGACY-HIST-REC.
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
           01  EOF-HIST              PIC X VALUE "N".
           01  WS-TODAY-SPLIT REDEFINES WS-TODAY.
               05  WS-TODAY-YEAR     PIC 9(4).
               05  FILLER            PIC 9(4).
           01  WS-BATCH-DATE         PIC 9(8).
           01  WS-RUNCTL-FILE-STATUS PIC XX.

      *the event and counters the next run-history row will
      * carry - set by the caller, stamped in WRITE-RUN-HISTORY.
           01  WS-RUNHIST-STATUS     PIC XX.
           01  WS-RH-EVENT           PIC X(1).
           01  WS-RH-OK              PIC 9(7).
           01  WS-RH-FAIL            PIC 9(7).

      *the catalog, held whole for the close-out rewrite.
           01  WS-HCAT-TABLE.

       MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM GET-BATCH-DATE
           PERFORM LOG-RUN-START
           PERFORM RECOVER-HIST-CATALOG
           DISPLAY "ENTER YEAR TO CLOSE OUT (OR MIGRATE):"
           ACCEPT WS-ROLL-REQ
           WRITE REPORT-LINE FROM "===== ARCHIVE ROLLOVER RUN ====="
           IF WS-ROLL-REQ = "MIGRATE"
               PERFORM MIGRATE-LEGACY-ARCHIVE
               MOVE WS-MIGRATED-ROWS TO WS-RH-OK
           ELSE
               PERFORM CLOSE-OUT-ONE-YEAR
               MOVE WS-SEG-RECS TO WS-RH-OK
           END-IF
           CLOSE REPORT-FILE
           PERFORM LOG-RUN-END
           STOP RUN.

       GET-BATCH-DATE.
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
           MOVE 0   TO WS-RH-FAIL
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
           MOVE "HISTROLL"    TO RH-PROGRAM
           MOVE WS-RH-EVENT   TO RH-EVENT
           ACCEPT RH-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT RH-STAMP-TIME FROM TIME
           MOVE WS-RH-OK      TO RH-RECS-OK
           MOVE WS-RH-FAIL    TO RH-RECS-FAIL
           MOVE RETURN-CODE   TO RH-RETURN-CODE
           WRITE RUN-HIST-REC
           CLOSE RUN-HIST-FILE.

      *recovery probe: a crash between the delete and the
      * rename in INSTALL-HIST-CATALOG leaves no catalog but a
      * complete next image on disk - adopt it before anything
                   MOVE LH-TR-TYPE       TO SG-TR-TYPE
                   MOVE LH-TR-AMOUNT     TO SG-TR-AMOUNT
                   MOVE LH-BALANCE-AFTER TO SG-BALANCE-AFTER
                   MOVE SPACES           TO SG-REV-LINK
                   MOVE SPACES           TO SG-CHEQUE-NO
                   WRITE SEG-OUT-REC
                   ADD 1 TO WS-YR-RECS(WS-YR-IDX)
                   ADD 1 TO WS-MIGRATED-ROWS
