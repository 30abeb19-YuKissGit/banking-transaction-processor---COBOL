               05  TH-TR-TYPE         PIC X(2).
               05  TH-TR-AMOUNT       PIC 9(7)V99.
               05  TH-BALANCE-AFTER   PIC S9(7)V99.
               05  TH-REV-LINK.
                   10  TH-REV-FLAG        PIC X(1).
                   10  TH-REV-POST-DATE   PIC 9(8).
                   10  TH-REV-SEQ         PIC 9(7).
                   10  TH-REV-TR-TYPE     PIC X(2).
               05  TH-CHEQUE-NO       PIC X(10).

           FD  PROOF-RAW-FILE.
           01  PROOF-RAW-REC.
               05  TR-CURRENCY       PIC X(3).
               05  TR-RELEASE-DATE   PIC X(8).
               05  TR-BRANCH         PIC X(3).
               05  TR-REFERENCE      PIC X(15).

           FD  FX-RATE-FILE.
           01  FX-RATE-REC.
               05  RJ-CURRENCY       PIC X(3).
               05  RJ-RELEASE-DATE   PIC X(8).
               05  RJ-BRANCH         PIC X(3).
               05  RJ-REFERENCE      PIC X(15).

      *IP-NEG "-" marks a leg of a rejected transaction,
      * backed out of the independent totals it was counted into.
               05  WS-TRANS-W        PIC 9(7) VALUE 0.
               05  WS-TRANS-T        PIC 9(7) VALUE 0.
               05  WS-TRANS-H        PIC 9(7) VALUE 0.
               05  WS-TRANS-R        PIC 9(7) VALUE 0.
               05  WS-TRANS-Q        PIC 9(7) VALUE 0.
               05  WS-TRANS-P        PIC 9(7) VALUE 0.
               05  WS-TRANS-OTHER    PIC 9(7) VALUE 0.
               05  WS-HIST-D         PIC 9(7) VALUE 0.
               05  WS-HIST-I         PIC 9(7) VALUE 0.
               05  WS-HIST-A         PIC 9(7) VALUE 0.
               05  WS-HIST-W         PIC 9(7) VALUE 0.
               05  WS-HIST-TD        PIC 9(7) VALUE 0.
               05  WS-HIST-R         PIC 9(7) VALUE 0.
               05  WS-HIST-CQ        PIC 9(7) VALUE 0.
               05  WS-HIST-EP        PIC 9(7) VALUE 0.
               05  WS-REJ-D          PIC 9(7) VALUE 0.
               05  WS-REJ-I          PIC 9(7) VALUE 0.
               05  WS-REJ-A          PIC 9(7) VALUE 0.
               05  WS-REJ-W          PIC 9(7) VALUE 0.
               05  WS-REJ-T          PIC 9(7) VALUE 0.
               05  WS-REJ-H          PIC 9(7) VALUE 0.
               05  WS-REJ-R          PIC 9(7) VALUE 0.
               05  WS-REJ-Q          PIC 9(7) VALUE 0.
               05  WS-REJ-P          PIC 9(7) VALUE 0.
               05  WS-REJ-OTHER      PIC 9(7) VALUE 0.
           01  WS-TIE-EXPECTED       PIC 9(7).
           01  WS-TIE-ACTUAL         PIC 9(7).
                   MOVE TH-TR-AMOUNT TO PR-TR-AMOUNT
                   WRITE PROOF-RAW-REC
                   ADD 1 TO WS-PROOF-ROWS
      *an electronic credit is a "D" line PAYIN loaded, so it
      * ties out with the deposits.
                   IF TH-TR-TYPE = "D " OR TH-TR-TYPE = "EC"
                       ADD 1 TO WS-HIST-D
                   END-IF
                   IF TH-TR-TYPE = "I "
                   IF TH-TR-TYPE = "TD"
                       ADD 1 TO WS-HIST-TD
                   END-IF
                   IF TH-TR-TYPE = "RD" OR TH-TR-TYPE = "RC"
                       ADD 1 TO WS-HIST-R
                   END-IF
                   IF TH-TR-TYPE = "CQ"
                       ADD 1 TO WS-HIST-CQ
                   END-IF
                   IF TH-TR-TYPE = "EP"
                       ADD 1 TO WS-HIST-EP
                   END-IF
               END-IF
               PERFORM READ-HIST
           END-PERFORM
      * whose account or rate cannot be resolved is skipped - its
      * rejected twin (same record, same skip) cancels identically,
      * so nothing lands lopsided in the totals. Holds move no
      * money and contribute no legs; nor do reversals, whose
      * journal rows are left out of the comparison above.
       WRITE-INDEPENDENT-LEGS.
           IF WS-LEG-TYPE = "D" OR WS-LEG-TYPE = "I"
               PERFORM WRITE-ONE-CREDIT-LEG
           END-IF
           IF WS-LEG-TYPE = "W" OR WS-LEG-TYPE = "A"
                   OR WS-LEG-TYPE = "Q" OR WS-LEG-TYPE = "P"
               PERFORM WRITE-ONE-DEBIT-LEG
           END-IF
           IF WS-LEG-TYPE = "T"
           PERFORM UNTIL POSTING-EOF
                   OR PD-ACCT-ID NOT = AM-ACCT-ID
               IF PD-TR-TYPE = "D " OR PD-TR-TYPE = "TC"
                       OR PD-TR-TYPE = "I " OR PD-TR-TYPE = "RC"
                       OR PD-TR-TYPE = "EC"
                   ADD PD-TR-AMOUNT TO WS-EXPECTED
                   IF PD-TR-TYPE NOT = "RC"
                       ADD PD-TR-AMOUNT TO WS-JRN-CREDITS
                   END-IF
               ELSE
                   SUBTRACT PD-TR-AMOUNT FROM WS-EXPECTED
                   IF PD-TR-TYPE = "F "
                       PERFORM CHECK-ONE-FEE-AMOUNT
                   ELSE
                       IF PD-TR-TYPE NOT = "RD"
                           ADD PD-TR-AMOUNT TO WS-JRN-DEBITS
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-POSTING
      * journalling the same wrong figure it posted. Fees are kept
      * out of the debit comparison (they exist only inside EOD)
      * and are proven one by one in CHECK-ONE-FEE-AMOUNT instead.
      * Reversal rows (RD/RC) are kept out of both sides: their
      * amount is the archived original's, not anything this
      * program can recompute from the "R" line's own currency.
           IF IND-CHECK-ON
               IF WS-JRN-CREDITS NOT = WS-IND-CREDITS
                   COMPUTE WS-DIFF = WS-JRN-CREDITS - WS-IND-CREDITS
                               IF TR-TYPE = "H"
                                   ADD 1 TO WS-TRANS-H
                               ELSE
                                   IF TR-TYPE = "R"
                                       ADD 1 TO WS-TRANS-R
                                   ELSE
                                       IF TR-TYPE = "Q"
                                           ADD 1 TO WS-TRANS-Q
                                       ELSE
                                           IF TR-TYPE = "P"
                                               ADD 1 TO WS-TRANS-P
                                           ELSE
                                               ADD 1 TO WS-TRANS-OTHER
                                           END-IF
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
           COMPUTE WS-TIE-ACTUAL = WS-HIST-TD + WS-REJ-T
           PERFORM CHECK-ONE-TIE-OUT

           MOVE "REVERSALS"   TO WS-TIE-LABEL
           MOVE WS-TRANS-R    TO WS-TIE-EXPECTED
           COMPUTE WS-TIE-ACTUAL = WS-HIST-R + WS-REJ-R
           PERFORM CHECK-ONE-TIE-OUT

           MOVE "CHEQUES"     TO WS-TIE-LABEL
           MOVE WS-TRANS-Q    TO WS-TIE-EXPECTED
           COMPUTE WS-TIE-ACTUAL = WS-HIST-CQ + WS-REJ-Q
           PERFORM CHECK-ONE-TIE-OUT

           MOVE "PAYMENTS OUT" TO WS-TIE-LABEL
           MOVE WS-TRANS-P    TO WS-TIE-EXPECTED
           COMPUTE WS-TIE-ACTUAL = WS-HIST-EP + WS-REJ-P
           PERFORM CHECK-ONE-TIE-OUT

      *a rejected hold is in the log; an applied one leaves
      * no journal row, so only an impossible excess of rejects can
      * be called out.
                               IF EL-TYPE = "H"
                                   ADD 1 TO WS-REJ-H
                               ELSE
                                   IF EL-TYPE = "R"
                                       ADD 1 TO WS-REJ-R
                                   ELSE
                                       IF EL-TYPE = "Q"
                                           ADD 1 TO WS-REJ-Q
                                       ELSE
                                           IF EL-TYPE = "P"
                                               ADD 1 TO WS-REJ-P
                                           ELSE
                                               ADD 1 TO WS-REJ-OTHER
                                           END-IF
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
