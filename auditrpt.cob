      *----------hierarchy---------
      * D: division: identification, environment, data, procedure
      * S: section:（optional）
      *    (data -> working-storage section, file section
      *    (environment -> input-output section
      * P: paragraph
      *    ST: statement



      *---------------------------------------------
       IDENTIFICATION DIVISION. *> D1 identification
       PROGRAM-ID. AUDITRPT.    *>    D1- program id

      *---------------------------------------------
      *the day's maintenance changes, by operator. Every
      * change ACCTMAINT, CUSTMAINT and HOLDMNT applies, and every
      * request APPROVE declines, is a row on audit-log.dat; this
      * report lists one day's rows grouped under the operator who
      * keyed them, each with the field's before and after values
      * and the operator who approved it. The day is the one named
      * in auditrpt-req.dat, or today when no request is keyed -
      * the same optional one-row request PROMOTE takes.
       ENVIRONMENT DIVISION.    *>D2 environment
       INPUT-OUTPUT SECTION.    *>    D2-S1 input-output
       FILE-CONTROL.            *>          D2-S1-P1 file-control
      *the permanent audit log; optional - no log yet means
      * nothing has changed.
           SELECT AUDIT-FILE ASSIGN TO "audit-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-SORT-FILE
               ASSIGN TO "./output/auditrpt-sort.tmp".
           SELECT AUDIT-SORTED-FILE
               ASSIGN TO "./output/auditrpt-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *the day to report, one row; optional.
           SELECT REQ-FILE ASSIGN TO "auditrpt-req.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "./output/auditrpt-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *---------------------------------------------
       DATA DIVISION.           *> D3 data

      *------------------------------------
       FILE SECTION.            *>    D3-S1
      *same layout ACCTMAINT appends. AU-EVENT: "A" change
      * applied, "D" request declined by its checker.
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

           SD  AUDIT-SORT-FILE.
           01  AUDIT-SORT-REC.
               05  AX-STAMP-DATE      PIC 9(8).
               05  AX-STAMP-TIME      PIC 9(8).
               05  AX-PROGRAM         PIC X(10).
               05  AX-EVENT           PIC X(1).
               05  AX-ACTION          PIC X(1).
               05  AX-KEY             PIC X(6).
               05  AX-FIELD           PIC X(20).
               05  AX-BEFORE          PIC X(30).
               05  AX-AFTER           PIC X(30).
               05  AX-MAKER           PIC X(8).
               05  AX-CHECKER         PIC X(8).
               05  AX-QUEUE-REF       PIC X(12).

           FD  AUDIT-SORTED-FILE.
           01  AUDIT-SORTED-REC.
               05  AS-STAMP-DATE      PIC 9(8).
               05  AS-STAMP-TIME      PIC 9(8).
               05  AS-STAMP-TIME-X REDEFINES AS-STAMP-TIME.
                   10  AS-STAMP-HHMMSS PIC X(6).
                   10  FILLER          PIC X(2).
               05  AS-PROGRAM         PIC X(10).
               05  AS-EVENT           PIC X(1).
               05  AS-ACTION          PIC X(1).
               05  AS-KEY             PIC X(6).
               05  AS-FIELD           PIC X(20).
               05  AS-BEFORE          PIC X(30).
               05  AS-AFTER           PIC X(30).
               05  AS-MAKER           PIC X(8).
               05  AS-CHECKER         PIC X(8).
               05  AS-QUEUE-REF       PIC X(12).

           FD  REQ-FILE.
           01  REQ-REC.
               05  RQ-REPORT-DATE     PIC 9(8).

           FD  REPORT-FILE.
           01  REPORT-LINE           PIC X(80).

      *------------------------------------
       WORKING-STORAGE SECTION.                   *>    D3-S2
           01  EOF-SORTED            PIC X VALUE "N".
               88  SORTED-EOF               VALUE "Y".

           01  WS-AUDIT-FILE-STATUS  PIC XX.
           01  WS-REQ-FILE-STATUS    PIC XX.
           01  WS-AUDIT-PRESENT-SW   PIC X VALUE "N".
               88  AUDIT-PRESENT            VALUE "Y".

           01  WS-REPORT-DATE        PIC 9(8).
           01  WS-CUR-OPERATOR       PIC X(8).
           01  WS-FIRST-OPERATOR-SW  PIC X VALUE "Y".
               88  FIRST-OPERATOR           VALUE "Y".
           01  WS-EVENT-DESC         PIC X(8).

           01  WS-COUNTERS.
               05  WS-ROWS-READ      PIC 9(7) VALUE 0.
               05  WS-ROWS-LISTED    PIC 9(7) VALUE 0.
               05  WS-OPERATORS      PIC 9(7) VALUE 0.
               05  WS-OPER-ROWS      PIC 9(7) VALUE 0.
               05  WS-ROWS-DECLINED  PIC 9(7) VALUE 0.

           01  WS-COUNT-DISP         PIC ZZZ,ZZZ,ZZ9.

      *------------------------------------
       PROCEDURE DIVISION.

       MAIN.
           OPEN OUTPUT REPORT-FILE
           PERFORM SET-REPORT-DATE
           MOVE SPACES TO REPORT-LINE
           STRING "===== MAINTENANCE AUDIT BY OPERATOR FOR "
               WS-REPORT-DATE " ====="
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM SORT-AUDIT-LOG
           PERFORM LIST-AUDIT-ROWS
           PERFORM WRITE-AUDIT-TOTALS
           CLOSE REPORT-FILE
           STOP RUN.

      *a keyed date that is not a number is ignored rather
      * than trusted, and today's changes are listed.
       SET-REPORT-DATE.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           OPEN INPUT REQ-FILE
           IF WS-REQ-FILE-STATUS = "00"
               READ REQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RQ-REPORT-DATE IS NUMERIC
                           MOVE RQ-REPORT-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE REQ-FILE
           END-IF.

      *operator order, and within one operator the order the
      * changes were made.
       SORT-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               CLOSE AUDIT-FILE
               MOVE "Y" TO WS-AUDIT-PRESENT-SW
               SORT AUDIT-SORT-FILE
                   ON ASCENDING KEY AX-MAKER
                                    AX-STAMP-DATE
                                    AX-STAMP-TIME
                   WITH DUPLICATES IN ORDER
                   USING AUDIT-FILE
                   GIVING AUDIT-SORTED-FILE
           END-IF.

      *control break on the maker: a heading as each operator
      * starts, a count as each one ends.
       LIST-AUDIT-ROWS.
           IF NOT AUDIT-PRESENT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AUDIT-SORTED-FILE
           MOVE "N" TO EOF-SORTED
           PERFORM READ-SORTED
           PERFORM UNTIL SORTED-EOF
               ADD 1 TO WS-ROWS-READ
               IF AS-STAMP-DATE = WS-REPORT-DATE
                   IF FIRST-OPERATOR
                           OR AS-MAKER NOT = WS-CUR-OPERATOR
                       PERFORM START-OPERATOR
                   END-IF
                   PERFORM LIST-ONE-ROW
               END-IF
               PERFORM READ-SORTED
           END-PERFORM
           IF NOT FIRST-OPERATOR
               PERFORM END-OPERATOR
           END-IF
           CLOSE AUDIT-SORTED-FILE.

       READ-SORTED.
           READ AUDIT-SORTED-FILE
               AT END
                   MOVE "Y" TO EOF-SORTED
               NOT AT END
                   CONTINUE
           END-READ.

       START-OPERATOR.
           IF NOT FIRST-OPERATOR
               PERFORM END-OPERATOR
           END-IF
           MOVE "N" TO WS-FIRST-OPERATOR-SW
           MOVE AS-MAKER TO WS-CUR-OPERATOR
           MOVE 0 TO WS-OPER-ROWS
           ADD 1 TO WS-OPERATORS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATOR: " WS-CUR-OPERATOR
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       END-OPERATOR.
           MOVE WS-OPER-ROWS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  CHANGES BY " WS-CUR-OPERATOR ":"
               WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *two lines a row: what was changed and who approved it,
      * then the field's value before and after.
       LIST-ONE-ROW.
           ADD 1 TO WS-OPER-ROWS
           ADD 1 TO WS-ROWS-LISTED
           IF AS-EVENT = "D"
               MOVE "DECLINED" TO WS-EVENT-DESC
               ADD 1 TO WS-ROWS-DECLINED
           ELSE
               MOVE "APPLIED " TO WS-EVENT-DESC
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " AS-STAMP-HHMMSS
               " " AS-PROGRAM
               " " WS-EVENT-DESC
               " " AS-ACTION
               " " AS-KEY
               " " AS-FIELD
               " CHECKER=" AS-CHECKER
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "      FROM " AS-BEFORE
               " TO " AS-AFTER
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-AUDIT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ROWS-READ TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "AUDIT ROWS ON FILE:       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ROWS-LISTED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "CHANGES LISTED:           " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ROWS-DECLINED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "OF WHICH DECLINED:        " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-OPERATORS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATORS:                " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
