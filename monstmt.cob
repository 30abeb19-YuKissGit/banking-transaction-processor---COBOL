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
               05  CR-TR-TYPE         PIC X(2).
               05  CR-TR-AMOUNT       PIC 9(7)V99.
               05  CR-BALANCE-AFTER   PIC S9(7)V99.
               05  CR-REV-LINK.
                   10  CR-REV-FLAG        PIC X(1).
                   10  CR-REV-POST-DATE   PIC 9(8).
                   10  CR-REV-SEQ         PIC 9(7).
                   10  CR-REV-TR-TYPE     PIC X(2).
               05  CR-CHEQUE-NO       PIC X(10).

           SD  CYCLE-SORT-FILE.
           01  CYCLE-SORT-REC.
               05  CS-TR-TYPE         PIC X(2).
               05  CS-TR-AMOUNT       PIC 9(7)V99.
               05  CS-BALANCE-AFTER   PIC S9(7)V99.
               05  CS-REV-LINK.
                   10  CS-REV-FLAG        PIC X(1).
                   10  CS-REV-POST-DATE   PIC 9(8).
                   10  CS-REV-SEQ         PIC 9(7).
                   10  CS-REV-TR-TYPE     PIC X(2).
               05  CS-CHEQUE-NO       PIC X(10).

           FD  CYCLE-SORTED-FILE.
           01  CYCLE-SORTED-REC.
               05  CY-TR-TYPE         PIC X(2).
               05  CY-TR-AMOUNT       PIC 9(7)V99.
               05  CY-BALANCE-AFTER   PIC S9(7)V99.
               05  CY-REV-LINK.
                   10  CY-REV-FLAG        PIC X(1).
                   10  CY-REV-POST-DATE   PIC 9(8).
                   10  CY-REV-SEQ         PIC 9(7).
                   10  CY-REV-TR-TYPE     PIC X(2).
               05  CY-CHEQUE-NO       PIC X(10).

           FD  STMT-FILE.
           01  STMT-LINE              PIC X(80).
      * re-derived from the first posting's balance-after and
      * amount, so the statement needs nothing but the archive and
      * the master row in hand.
      *the interest and fee subtotals are signed: a reversal of
      * interest or of a fee nets back out of them, and a reversal
      * in this cycle of an original from an earlier one can take a
      * subtotal below zero.
           01  WS-OPENING-BAL        PIC S9(7)V99.
           01  WS-CLOSING-BAL        PIC S9(7)V99.
           01  WS-ACCT-INTEREST      PIC S9(9)V99.
           01  WS-ACCT-FEES          PIC S9(9)V99.
           01  WS-ACCT-POSTINGS      PIC 9(7).

           01  WS-COUNTERS.
               05  WS-STMTS-IDLE     PIC 9(7) VALUE 0.
               05  WS-POSTINGS-LISTED PIC 9(7) VALUE 0.
               05  WS-ORPHAN-POSTINGS PIC 9(7) VALUE 0.
               05  WS-CYCLE-INTEREST PIC S9(9)V99 VALUE 0.
               05  WS-CYCLE-FEES     PIC S9(9)V99 VALUE 0.

           01  WS-AMT-DISP           PIC ZZZ,ZZZ,ZZ9.99.
           01  WS-SUBTOTAL-DISP      PIC -ZZ,ZZZ,ZZ9.99.
           01  WS-REV-NOTE           PIC X(16).
           01  WS-BAL-DISP           PIC -(7)9.99.
           01  WS-TYPE-DISP          PIC X(14).
           01  WS-COUNT-DISP         PIC ZZZ,ZZZ,ZZ9.
                   MOVE TH-TR-TYPE       TO CR-TR-TYPE
                   MOVE TH-TR-AMOUNT     TO CR-TR-AMOUNT
                   MOVE TH-BALANCE-AFTER TO CR-BALANCE-AFTER
                   MOVE TH-REV-LINK      TO CR-REV-LINK
                   MOVE TH-CHEQUE-NO     TO CR-CHEQUE-NO
                   WRITE CYCLE-RAW-REC
               END-IF
               PERFORM READ-HIST
               PERFORM READ-CYCLE-SORTED
           END-PERFORM

           MOVE WS-ACCT-INTEREST TO WS-SUBTOTAL-DISP
           MOVE SPACES TO STMT-LINE
           STRING "  INTEREST THIS CYCLE: " WS-SUBTOTAL-DISP
               DELIMITED BY SIZE INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE

           MOVE WS-ACCT-FEES TO WS-SUBTOTAL-DISP
           MOVE SPACES TO STMT-LINE
           STRING "  FEES THIS CYCLE:     " WS-SUBTOTAL-DISP
               DELIMITED BY SIZE INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
      *the cycle's opening balance is the balance the first
      * posting in range started from: its archived balance-after
      * backed off by its own amount. Credits are backed out by
      * subtraction, debits by addition; "RC" is a reversal that
      * put a debit back on, so it backs out as a credit.
       DERIVE-OPENING-BALANCE.
           IF CY-TR-TYPE = "D " OR CY-TR-TYPE = "TC"
                   OR CY-TR-TYPE = "I " OR CY-TR-TYPE = "RC"
                   OR CY-TR-TYPE = "EC"
               COMPUTE WS-OPENING-BAL =
                   CY-BALANCE-AFTER - CY-TR-AMOUNT
           ELSE
                   CY-BALANCE-AFTER + CY-TR-AMOUNT
           END-IF.

      *each half of a reversed pair is flagged on its own
      * line, so the customer sees the original was backed out
      * and which posting the reversal undid.
       WRITE-ONE-POSTING-LINE.
           PERFORM FORMAT-CYCLE-TYPE
           MOVE CY-TR-AMOUNT     TO WS-AMT-DISP
           MOVE CY-BALANCE-AFTER TO WS-BAL-DISP
           MOVE SPACES TO WS-REV-NOTE
           IF CY-REV-FLAG = "R"
               MOVE " REVERSED" TO WS-REV-NOTE
           END-IF
           IF CY-REV-FLAG = "V"
               STRING " REV OF " CY-REV-POST-DATE
                   DELIMITED BY SIZE INTO WS-REV-NOTE
               END-STRING
           END-IF
           MOVE SPACES TO STMT-LINE
           STRING "    " CY-POST-DATE
               "  " WS-TYPE-DISP
               WS-AMT-DISP
               "  BAL: " WS-BAL-DISP
               WS-REV-NOTE
               DELIMITED BY SIZE INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
      *a paid cheque names the cheque on a line of its own -
      * the posting line has no room left once a reversal note
      * is on it.
           IF CY-TR-TYPE = "CQ"
               MOVE SPACES TO STMT-LINE
               STRING "              CHEQUE NO " CY-CHEQUE-NO
                   DELIMITED BY SIZE INTO STMT-LINE
               END-STRING
               WRITE STMT-LINE
           END-IF
           IF CY-TR-TYPE = "I "
               ADD CY-TR-AMOUNT TO WS-ACCT-INTEREST
               ADD CY-TR-AMOUNT TO WS-CYCLE-INTEREST
               ADD CY-TR-AMOUNT TO WS-ACCT-FEES
               ADD CY-TR-AMOUNT TO WS-CYCLE-FEES
           END-IF
      *a reversal nets its original's code back out of the
      * subtotal the original was counted in.
           IF CY-REV-FLAG = "V"
               IF CY-REV-TR-TYPE = "I "
                   SUBTRACT CY-TR-AMOUNT FROM WS-ACCT-INTEREST
                   SUBTRACT CY-TR-AMOUNT FROM WS-CYCLE-INTEREST
               END-IF
               IF CY-REV-TR-TYPE = "F " OR CY-REV-TR-TYPE = "A "
                   SUBTRACT CY-TR-AMOUNT FROM WS-ACCT-FEES
                   SUBTRACT CY-TR-AMOUNT FROM WS-CYCLE-FEES
               END-IF
           END-IF
           ADD 1 TO WS-ACCT-POSTINGS
           ADD 1 TO WS-POSTINGS-LISTED.

      *same code-to-label mapping the EOD statement print uses.
       FORMAT-CYCLE-TYPE.
           IF CY-TR-TYPE = "RD"
               MOVE "REVERSAL DR   " TO WS-TYPE-DISP
               EXIT PARAGRAPH
           END-IF
           IF CY-TR-TYPE = "RC"
               MOVE "REVERSAL CR   " TO WS-TYPE-DISP
               EXIT PARAGRAPH
           END-IF
           IF CY-TR-TYPE = "CQ"
               MOVE "CHEQUE PAID   " TO WS-TYPE-DISP
               EXIT PARAGRAPH
           END-IF
           IF CY-TR-TYPE = "EC"
               MOVE "ELECTRONIC CR " TO WS-TYPE-DISP
               EXIT PARAGRAPH
           END-IF
           IF CY-TR-TYPE = "EP"
               MOVE "PAYMENT SENT  " TO WS-TYPE-DISP
               EXIT PARAGRAPH
           END-IF
           IF CY-TR-TYPE = "D "
               MOVE "DEPOSIT       " TO WS-TYPE-DISP
           ELSE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CYCLE-INTEREST TO WS-SUBTOTAL-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL INTEREST LISTED:   " WS-SUBTOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CYCLE-FEES TO WS-SUBTOTAL-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL FEES LISTED:       " WS-SUBTOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
