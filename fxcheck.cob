               FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "./output/fxcheck-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *the permanent run-history log every job in the batch
      * sequence appends to at start and clean finish; NIGHTRPT
      * reads it for the night's timeline and timings.
           SELECT RUN-HIST-FILE ASSIGN TO "runhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

      *---------------------------------------------
       DATA DIVISION.           *> D3 data
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
           01  EOF-FX                PIC X VALUE "N".
           01  WS-PREV-PRESENT-SW    PIC X VALUE "N".
               88  PREV-PRESENT             VALUE "Y".

      *the check runs ahead of STDORDER, before the run-control
      * record has been moved on to tonight - it logs under the
      * calendar date STDORDER is about to open.
           01  WS-BATCH-DATE         PIC 9(8).

      *the event and counters the next run-history row will
      * carry - set by the caller, stamped in WRITE-RUN-HISTORY.
           01  WS-RUNHIST-STATUS     PIC XX.
           01  WS-RH-EVENT           PIC X(1).
           01  WS-RH-OK              PIC 9(7).
           01  WS-RH-FAIL            PIC 9(7).

      *tonight's table and the prior day's, held in memory for
      * the row-by-row comparison - same 50-row ceiling EOD's own
      * copy of the table carries.
       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOG-RUN-START
           PERFORM LOAD-FXCHECK-CONFIG
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           IF WS-BREAK-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM LOG-RUN-END
           STOP RUN.

       LOG-RUN-START.
           MOVE "S" TO WS-RH-EVENT
           MOVE 0   TO WS-RH-OK
           MOVE 0   TO WS-RH-FAIL
           PERFORM WRITE-RUN-HISTORY.

       LOG-RUN-END.
           MOVE "E" TO WS-RH-EVENT
           MOVE WS-FX-COUNT    TO WS-RH-OK
           MOVE WS-BREAK-COUNT TO WS-RH-FAIL
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
           MOVE "FXCHECK"     TO RH-PROGRAM
           MOVE WS-RH-EVENT   TO RH-EVENT
           ACCEPT RH-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT RH-STAMP-TIME FROM TIME
           MOVE WS-RH-OK      TO RH-RECS-OK
           MOVE WS-RH-FAIL    TO RH-RECS-FAIL
           MOVE RETURN-CODE   TO RH-RETURN-CODE
           WRITE RUN-HIST-REC
           CLOSE RUN-HIST-FILE.

       LOAD-FXCHECK-CONFIG.
           OPEN INPUT FXCHECK-CONFIG-FILE
           IF WS-CONFIG-FILE-STATUS = "00"
