               88  HIST-EOF                 VALUE "Y".

           01  WS-RUNHIST-STATUS     PIC XX.
      *the event and counters this run's own history row will
      * carry - set by the caller, stamped in WRITE-RUN-HISTORY.
           01  WS-RH-EVENT           PIC X(1).
           01  WS-RH-OK              PIC 9(7).
           01  WS-RH-FAIL            PIC 9(7).
           01  WS-HIST-OPEN-SW       PIC X VALUE "N".
               88  HIST-OPENED              VALUE "Y".

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PROCESS-HISTORY
      *this run's own start is logged only once the log has
      * been read, so the timeline never shows the report itself
      * as a job still in flight.
           PERFORM LOG-RUN-START
           PERFORM REPORT-UNFINISHED-RUNS
           PERFORM WRITE-NIGHT-TRAILER
           CLOSE REPORT-FILE
           PERFORM LOG-RUN-END
           STOP RUN.

       LOG-RUN-START.
           MOVE "S" TO WS-RH-EVENT
           MOVE 0   TO WS-RH-OK
           MOVE 0   TO WS-RH-FAIL
           PERFORM WRITE-RUN-HISTORY.

       LOG-RUN-END.
           MOVE "E" TO WS-RH-EVENT
           MOVE WS-NIGHT-ROWS  TO WS-RH-OK
           MOVE WS-UNFINISHED  TO WS-RH-FAIL
           PERFORM WRITE-RUN-HISTORY.

      *appends one row to the permanent run-history log under
      * the business date reported on, opened and closed around
      * the single write. The log was only ever read above, so
      * nothing else holds it here.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               OPEN OUTPUT RUN-HIST-FILE
           END-IF
           MOVE WS-RPT-DATE   TO RH-BUSINESS-DATE
           MOVE "NIGHTRPT"    TO RH-PROGRAM
           MOVE WS-RH-EVENT   TO RH-EVENT
           ACCEPT RH-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT RH-STAMP-TIME FROM TIME
           MOVE WS-RH-OK      TO RH-RECS-OK
           MOVE WS-RH-FAIL    TO RH-RECS-FAIL
           MOVE RETURN-CODE   TO RH-RETURN-CODE
           WRITE RUN-HIST-REC
           CLOSE RUN-HIST-FILE.

       GET-REPORT-DATE.
           DISPLAY "ENTER BUSINESS DATE (YYYYMMDD, BLANK FOR "
               "LATEST):"
