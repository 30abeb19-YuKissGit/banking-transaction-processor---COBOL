      *----------hierarchy---------
      * D: division: identification, environment, data, procedure
      * S: section:（optional）
      *    (data -> working-storage section, file section
      *    (environment -> input-output section
      * P: paragraph
      *    ST: statement



      *---------------------------------------------
       IDENTIFICATION DIVISION. *> D1 identification
       PROGRAM-ID. STOPMNT.     *>    D1- program id

      *---------------------------------------------
      *maintenance on the stop-payment file CHQCLR checks each
      * inward cheque against. Instructions in stop-instr.dat say
      *    "P" - place a stop on one cheque, or on a range of
      *          them, optionally only for a given amount,
      *    "L" - lift the stop placed on that account from that
      *          first cheque number.
      * The stops in force are staged as a complete image and
      * renamed over stoppay.dat - the whole-file install HOLDMNT
      * gives the holds file - and the instruction file is emptied
      * once honored, so nothing re-applies on the next run. A
      * register on the report lists every stop touched.
       ENVIRONMENT DIVISION.    *>D2 environment
       INPUT-OUTPUT SECTION.    *>    D2-S1 input-output
       FILE-CONTROL.            *>          D2-S1-P1 file-control
      *the stops in force, same layout CHQCLR reads; optional -
      * the first stop ever placed starts the file.
           SELECT STOP-FILE ASSIGN TO "stoppay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-FILE-STATUS.
      *the next image of the stop file, assembled complete and
      * then RENAMED over stoppay.dat, so the file is only ever
      * replaced whole.
           SELECT STOP-NEXT-FILE
               ASSIGN TO "./output/stoppay-next.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-NEXT-STATUS.
      *one row per customer request; optional - a day with no
      * stop requests is a pass-through.
           SELECT INSTR-FILE ASSIGN TO "stop-instr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTR-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "./output/stopmnt-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *---------------------------------------------
       DATA DIVISION.           *> D3 data

      *------------------------------------
       FILE SECTION.            *>    D3-S1
      *a blank SP-CHQ-TO stops the one cheque in SP-CHQ-FROM;
      * a zero SP-AMOUNT stops it whatever it is written for.
       FD  STOP-FILE.
           01  STOP-REC.
               05  SP-ACCT-ID         PIC X(5).
               05  SP-CHQ-FROM        PIC X(10).
               05  SP-CHQ-TO          PIC X(10).
               05  SP-AMOUNT          PIC 9(7)V99.
               05  SP-PLACED-DATE     PIC 9(8).
               05  SP-REASON          PIC X(20).

           FD  STOP-NEXT-FILE.
           01  STOP-NEXT-REC.
               05  SN-ACCT-ID         PIC X(5).
               05  SN-CHQ-FROM        PIC X(10).
               05  SN-CHQ-TO          PIC X(10).
               05  SN-AMOUNT          PIC 9(7)V99.
               05  SN-PLACED-DATE     PIC 9(8).
               05  SN-REASON          PIC X(20).

      *cheque numbers are keyed as ten zero-padded digits, the
      * way the clearing house sends them; a blank amount places
      * an any-amount stop. A lift needs only the action, account
      * and first cheque number.
           FD  INSTR-FILE.
           01  INSTR-REC.
               05  SI-ACTION          PIC X(1).
               05  SI-ACCT-ID         PIC X(5).
               05  SI-CHQ-FROM        PIC X(10).
               05  SI-CHQ-TO          PIC X(10).
               05  SI-AMOUNT          PIC X(9).
               05  SI-REASON          PIC X(20).

           FD  REPORT-FILE.
           01  REPORT-LINE           PIC X(80).

      *------------------------------------
       WORKING-STORAGE SECTION.                   *>    D3-S2
           01  EOF-STOP              PIC X VALUE "N".
               88  STOP-EOF                 VALUE "Y".
           01  EOF-INSTR             PIC X VALUE "N".
               88  INSTR-EOF                VALUE "Y".

           01  WS-STOP-FILE-STATUS   PIC XX.
           01  WS-STOP-NEXT-STATUS   PIC XX.
           01  WS-INSTR-FILE-STATUS  PIC XX.
      *remembers the instruction file was there so it can be
      * emptied at end of run - the file status itself has moved
      * on by then.
           01  WS-INSTR-SEEN-SW      PIC X VALUE "N".
               88  INSTR-SEEN               VALUE "Y".
      *the two paths the stop-file install renames between.
           01  WS-STOP-PATH          PIC X(30) VALUE "stoppay.dat".
           01  WS-STOP-NEXT-PATH     PIC X(30)
                   VALUE "./output/stoppay-next.dat".

      *the day a stop is placed on, stamped on the row so the
      * desk can see how long it has stood.
           01  WS-TODAY              PIC 9(8).

      *the stops in hand, same 2000-row ceiling CHQCLR carries.
      * WS-ST-DISP-SW: "N" standing, "L" lifted - lifted rows
      * are left out of the next image.
           01  WS-STOP-TABLE.
               05  WS-STOP-COUNT     PIC 9(5) COMP VALUE 0.
               05  WS-STOP-ENTRY OCCURS 2000 TIMES.
                   10  WS-ST-ACCT-ID      PIC X(5).
                   10  WS-ST-CHQ-FROM     PIC X(10).
                   10  WS-ST-CHQ-TO       PIC X(10).
                   10  WS-ST-AMOUNT       PIC 9(7)V99.
                   10  WS-ST-PLACED-DATE  PIC 9(8).
                   10  WS-ST-REASON       PIC X(20).
                   10  WS-ST-DISP-SW      PIC X(1).
           01  WS-ST-IDX             PIC 9(5) COMP.

           01  WS-INSTR-TABLE.
               05  WS-INSTR-COUNT    PIC 9(3) COMP VALUE 0.
               05  WS-INSTR-ENTRY OCCURS 500 TIMES.
                   10  WS-IN-ACTION       PIC X(1).
                   10  WS-IN-ACCT-ID      PIC X(5).
                   10  WS-IN-CHQ-FROM     PIC X(10).
                   10  WS-IN-CHQ-TO       PIC X(10).
                   10  WS-IN-AMOUNT       PIC X(9).
      *numeric view of the amount once it has passed the
      * NUMERIC check - the same implied V99 every other amount
      * field in the shop carries.
                   10  WS-IN-AMOUNT-N REDEFINES WS-IN-AMOUNT
                                          PIC 9(7)V99.
                   10  WS-IN-REASON       PIC X(20).
                   10  WS-IN-USED-SW      PIC X(1).
           01  WS-IN-IDX             PIC 9(3) COMP.

           01  WS-COUNTERS.
               05  WS-STOPS-READ     PIC 9(5) VALUE 0.
               05  WS-STOPS-PLACED   PIC 9(5) VALUE 0.
               05  WS-STOPS-LIFTED   PIC 9(5) VALUE 0.
               05  WS-STOPS-KEPT     PIC 9(5) VALUE 0.
               05  WS-INSTR-BAD      PIC 9(5) VALUE 0.

           01  WS-AMT-DISP           PIC ZZZ,ZZZ,ZZ9.99.
           01  WS-COUNT-DISP         PIC ZZZ,ZZZ,ZZ9.

      *------------------------------------
       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE FROM "===== STOP-PAYMENT MAINTENANCE ====="
           PERFORM RECOVER-STOP-FILE
           PERFORM LOAD-STOP-TABLE
           PERFORM LOAD-INSTRUCTIONS
           PERFORM APPLY-ALL-INSTRUCTIONS
           PERFORM WRITE-NEXT-STOP-FILE
           PERFORM INSTALL-STOP-FILE
           PERFORM CLEAR-INSTRUCTIONS
           PERFORM WRITE-MAINT-REPORT
           CLOSE REPORT-FILE
           STOP RUN.

      *recovery probe: a crash between the delete and the
      * rename in INSTALL-STOP-FILE leaves no stoppay.dat but a
      * complete next image on disk - adopt it before loading.
       RECOVER-STOP-FILE.
           OPEN INPUT STOP-FILE
           IF WS-STOP-FILE-STATUS = "00"
               CLOSE STOP-FILE
           ELSE
               OPEN INPUT STOP-NEXT-FILE
               IF WS-STOP-NEXT-STATUS = "00"
                   CLOSE STOP-NEXT-FILE
                   CALL "CBL_RENAME_FILE"
                       USING WS-STOP-NEXT-PATH WS-STOP-PATH
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-STOP-TABLE.
           OPEN INPUT STOP-FILE
           IF WS-STOP-FILE-STATUS = "00"
               MOVE "N" TO EOF-STOP
               PERFORM READ-STOP
               PERFORM UNTIL STOP-EOF
                   IF WS-STOP-COUNT >= 2000
                       DISPLAY "FATAL: MORE THAN 2000 STOP-"
                           "PAYMENTS IN FORCE. RUN ABORTED."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-STOP-COUNT
                   MOVE SP-ACCT-ID  TO WS-ST-ACCT-ID(WS-STOP-COUNT)
                   MOVE SP-CHQ-FROM TO WS-ST-CHQ-FROM(WS-STOP-COUNT)
                   MOVE SP-CHQ-TO   TO WS-ST-CHQ-TO(WS-STOP-COUNT)
                   MOVE SP-AMOUNT   TO WS-ST-AMOUNT(WS-STOP-COUNT)
                   MOVE SP-PLACED-DATE
                       TO WS-ST-PLACED-DATE(WS-STOP-COUNT)
                   MOVE SP-REASON   TO WS-ST-REASON(WS-STOP-COUNT)
                   MOVE "N"         TO WS-ST-DISP-SW(WS-STOP-COUNT)
                   ADD 1 TO WS-STOPS-READ
                   PERFORM READ-STOP
               END-PERFORM
               CLOSE STOP-FILE
           END-IF.

       READ-STOP.
           READ STOP-FILE
               AT END
                   MOVE "Y" TO EOF-STOP
               NOT AT END
                   CONTINUE
           END-READ.

       LOAD-INSTRUCTIONS.
           OPEN INPUT INSTR-FILE
           IF WS-INSTR-FILE-STATUS = "00"
               MOVE "Y" TO WS-INSTR-SEEN-SW
               MOVE "N" TO EOF-INSTR
               PERFORM READ-INSTR
               PERFORM UNTIL INSTR-EOF
                   IF WS-INSTR-COUNT >= 500
                       DISPLAY "FATAL: MORE THAN 500 STOP-PAYMENT "
                           "INSTRUCTIONS. RUN ABORTED."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-INSTR-COUNT
                   MOVE SI-ACTION   TO WS-IN-ACTION(WS-INSTR-COUNT)
                   MOVE SI-ACCT-ID  TO WS-IN-ACCT-ID(WS-INSTR-COUNT)
                   MOVE SI-CHQ-FROM TO WS-IN-CHQ-FROM(WS-INSTR-COUNT)
                   MOVE SI-CHQ-TO   TO WS-IN-CHQ-TO(WS-INSTR-COUNT)
                   MOVE SI-AMOUNT   TO WS-IN-AMOUNT(WS-INSTR-COUNT)
                   MOVE SI-REASON   TO WS-IN-REASON(WS-INSTR-COUNT)
                   MOVE "N" TO WS-IN-USED-SW(WS-INSTR-COUNT)
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

       APPLY-ALL-INSTRUCTIONS.
           PERFORM APPLY-ONE-INSTRUCTION
               VARYING WS-IN-IDX FROM 1 BY 1
               UNTIL WS-IN-IDX > WS-INSTR-COUNT.

       APPLY-ONE-INSTRUCTION.
           IF WS-IN-ACTION(WS-IN-IDX) = "P"
               PERFORM PLACE-STOP
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ACTION(WS-IN-IDX) = "L"
               PERFORM LIFT-STOP
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "INSTRUCTION FOR ACCT="
               WS-IN-ACCT-ID(WS-IN-IDX)
               " HAS INVALID ACTION "
               WS-IN-ACTION(WS-IN-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO WS-INSTR-BAD.

      *a stop CHQCLR could not compare - no account, cheque
      * numbers that are not numbers, a range that runs backwards
      * - would silently stop nothing, so it is refused for the
      * desk to re-key instead.
       PLACE-STOP.
           IF WS-IN-ACCT-ID(WS-IN-IDX) = SPACES
                   OR WS-IN-CHQ-FROM(WS-IN-IDX) NOT NUMERIC
                   OR (WS-IN-CHQ-TO(WS-IN-IDX) NOT = SPACES
                       AND WS-IN-CHQ-TO(WS-IN-IDX) NOT NUMERIC)
               PERFORM REFUSE-BAD-STOP
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-CHQ-TO(WS-IN-IDX) NOT = SPACES
                   AND WS-IN-CHQ-TO(WS-IN-IDX)
                       < WS-IN-CHQ-FROM(WS-IN-IDX)
               PERFORM REFUSE-BAD-STOP
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-AMOUNT(WS-IN-IDX) = SPACES
               MOVE 0 TO WS-IN-AMOUNT-N(WS-IN-IDX)
           END-IF
           IF WS-IN-AMOUNT(WS-IN-IDX) NOT NUMERIC
               PERFORM REFUSE-BAD-STOP
               EXIT PARAGRAPH
           END-IF
           IF WS-STOP-COUNT >= 2000
               DISPLAY "FATAL: MORE THAN 2000 STOP-"
                   "PAYMENTS IN FORCE. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STOP-COUNT
           MOVE WS-IN-ACCT-ID(WS-IN-IDX)
               TO WS-ST-ACCT-ID(WS-STOP-COUNT)
           MOVE WS-IN-CHQ-FROM(WS-IN-IDX)
               TO WS-ST-CHQ-FROM(WS-STOP-COUNT)
           MOVE WS-IN-CHQ-TO(WS-IN-IDX)
               TO WS-ST-CHQ-TO(WS-STOP-COUNT)
           MOVE WS-IN-AMOUNT-N(WS-IN-IDX)
               TO WS-ST-AMOUNT(WS-STOP-COUNT)
           MOVE WS-TODAY TO WS-ST-PLACED-DATE(WS-STOP-COUNT)
           MOVE WS-IN-REASON(WS-IN-IDX)
               TO WS-ST-REASON(WS-STOP-COUNT)
           MOVE "N" TO WS-ST-DISP-SW(WS-STOP-COUNT)
           ADD 1 TO WS-STOPS-PLACED
           MOVE WS-IN-AMOUNT-N(WS-IN-IDX) TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "PLACED ACCT=" WS-IN-ACCT-ID(WS-IN-IDX)
               " CHQ=" WS-IN-CHQ-FROM(WS-IN-IDX)
               "-" WS-IN-CHQ-TO(WS-IN-IDX)
               " AMT=" WS-AMT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       REFUSE-BAD-STOP.
           MOVE SPACES TO REPORT-LINE
           STRING "STOP FOR ACCT=" WS-IN-ACCT-ID(WS-IN-IDX)
               " CHQ=" WS-IN-CHQ-FROM(WS-IN-IDX)
               " HAS BAD CHEQUE RANGE OR AMOUNT - REFUSED"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO WS-INSTR-BAD.

      *first still-standing stop on the account starting at
      * the keyed cheque number is lifted. A lift matching nothing
      * is refused on the record - the desk must know the stop it
      * aimed at is not there.
       LIFT-STOP.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STOP-COUNT
               IF WS-ST-DISP-SW(WS-ST-IDX) = "N"
                       AND WS-ST-ACCT-ID(WS-ST-IDX)
                           = WS-IN-ACCT-ID(WS-IN-IDX)
                       AND WS-ST-CHQ-FROM(WS-ST-IDX)
                           = WS-IN-CHQ-FROM(WS-IN-IDX)
                   MOVE "Y" TO WS-IN-USED-SW(WS-IN-IDX)
                   MOVE "L" TO WS-ST-DISP-SW(WS-ST-IDX)
                   ADD 1 TO WS-STOPS-LIFTED
                   MOVE SPACES TO REPORT-LINE
                   STRING "LIFTED ACCT=" WS-ST-ACCT-ID(WS-ST-IDX)
                       " CHQ=" WS-ST-CHQ-FROM(WS-ST-IDX)
                       "-" WS-ST-CHQ-TO(WS-ST-IDX)
                       " PLACED " WS-ST-PLACED-DATE(WS-ST-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IN-USED-SW(WS-IN-IDX) = "N"
               MOVE SPACES TO REPORT-LINE
               STRING "LIFT FOR ACCT=" WS-IN-ACCT-ID(WS-IN-IDX)
                   " CHQ=" WS-IN-CHQ-FROM(WS-IN-IDX)
                   " MATCHES NO STOP IN FORCE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-INSTR-BAD
           END-IF.

      *everything except lifted rows goes into the next image.
       WRITE-NEXT-STOP-FILE.
           OPEN OUTPUT STOP-NEXT-FILE
           PERFORM WRITE-ONE-NEXT-STOP
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STOP-COUNT
           CLOSE STOP-NEXT-FILE.

       WRITE-ONE-NEXT-STOP.
           IF WS-ST-DISP-SW(WS-ST-IDX) = "L"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ST-ACCT-ID(WS-ST-IDX)     TO SN-ACCT-ID
           MOVE WS-ST-CHQ-FROM(WS-ST-IDX)    TO SN-CHQ-FROM
           MOVE WS-ST-CHQ-TO(WS-ST-IDX)      TO SN-CHQ-TO
           MOVE WS-ST-AMOUNT(WS-ST-IDX)      TO SN-AMOUNT
           MOVE WS-ST-PLACED-DATE(WS-ST-IDX) TO SN-PLACED-DATE
           MOVE WS-ST-REASON(WS-ST-IDX)      TO SN-REASON
           WRITE STOP-NEXT-REC
           ADD 1 TO WS-STOPS-KEPT.

      *install by delete-and-rename, the same swap HOLDMNT
      * makes. A failed rename is fatal - the complete image is
      * still on disk under the next-image name, and
      * RECOVER-STOP-FILE adopts it on the rerun.
       INSTALL-STOP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-STOP-PATH
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE"
               USING WS-STOP-NEXT-PATH WS-STOP-PATH
           IF RETURN-CODE NOT = 0
               DISPLAY "FATAL: COULD NOT INSTALL stoppay.dat "
                   "- COMPLETE IMAGE REMAINS AT "
                   "./output/stoppay-next.dat. RUN ABORTED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *the honored instructions must not re-apply on the next
      * run - emptied the way HOLDMNT consumes its own.
       CLEAR-INSTRUCTIONS.
           IF INSTR-SEEN
               OPEN OUTPUT INSTR-FILE
               CLOSE INSTR-FILE
           END-IF.

       WRITE-MAINT-REPORT.
           MOVE WS-STOPS-READ TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "STOPS ON FILE:            " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-STOPS-PLACED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "STOPS PLACED:             " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-STOPS-LIFTED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "STOPS LIFTED:             " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-STOPS-KEPT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "STOPS CARRIED FORWARD:    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-INSTR-BAD TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "INSTRUCTIONS REFUSED:     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
