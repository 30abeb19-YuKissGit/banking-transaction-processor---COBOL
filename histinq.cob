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
               END-READ
           END-IF.

      *the archive sequence number is printed so a reversal
      * can be keyed against the line; a reversed pair gets a
      * second line under each half naming the other one, and a
      * paid cheque a second line naming the cheque.
       WRITE-ONE-HISTORY-LINE.
           PERFORM FORMAT-HIST-TYPE
           MOVE TH-TR-AMOUNT      TO WS-AMT-DISP
           MOVE TH-BALANCE-AFTER  TO WS-BAL-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  " TH-POST-DATE
               " " TH-SEQ
               "  " WS-TYPE-DISP
               WS-AMT-DISP
               "  BAL: " WS-BAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF TH-TR-TYPE = "CQ"
               MOVE SPACES TO REPORT-LINE
               STRING "                   CHEQUE NO "
                   TH-CHEQUE-NO
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF TH-REV-FLAG = "R"
               MOVE SPACES TO REPORT-LINE
               STRING "                   REVERSED BY "
                   TH-REV-POST-DATE " SEQ " TH-REV-SEQ
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF TH-REV-FLAG = "V"
               MOVE SPACES TO REPORT-LINE
               STRING "                   REVERSAL OF "
                   TH-REV-POST-DATE " SEQ " TH-REV-SEQ
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           ADD 1 TO WS-ROWS-PRINTED.

      *same code-to-label mapping the EOD statement print uses.
       FORMAT-HIST-TYPE.
           IF TH-TR-TYPE = "RD"
               MOVE "REVERSAL DR   " TO WS-TYPE-DISP
               EXIT PARAGRAPH
           END-IF
           IF TH-TR-TYPE = "RC"
               MOVE "REVERSAL CR   " TO WS-TYPE-DISP
               EXIT PARAGRAPH
           END-IF
           IF TH-TR-TYPE = "CQ"
               MOVE "CHEQUE PAID   " TO WS-TYPE-DISP
               EXIT PARAGRAPH
           END-IF
           IF TH-TR-TYPE = "EC"
               MOVE "ELECTRONIC CR " TO WS-TYPE-DISP
               EXIT PARAGRAPH
           END-IF
           IF TH-TR-TYPE = "EP"
               MOVE "PAYMENT SENT  " TO WS-TYPE-DISP
               EXIT PARAGRAPH
           END-IF
           IF TH-TR-TYPE = "D "
               MOVE "DEPOSIT       " TO WS-TYPE-DISP
           ELSE
