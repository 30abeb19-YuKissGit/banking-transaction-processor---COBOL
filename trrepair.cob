               05  RJ-CURRENCY       PIC X(3).
               05  RJ-RELEASE-DATE   PIC X(8).
               05  RJ-BRANCH         PIC X(3).
               05  RJ-REFERENCE      PIC X(15).

      *the carry pool: a reject file row plus the permanent
      * reject ID minted the first time TRREPAIR saw it.
               05  RC-CURRENCY       PIC X(3).
               05  RC-RELEASE-DATE   PIC X(8).
               05  RC-BRANCH         PIC X(3).
               05  RC-REFERENCE      PIC X(15).

           FD  CARRY-NEXT-FILE.
           01  CARRY-NEXT-REC.
               05  RN-CURRENCY       PIC X(3).
               05  RN-RELEASE-DATE   PIC X(8).
               05  RN-BRANCH         PIC X(3).
               05  RN-REFERENCE      PIC X(15).

      *one row per operator decision; override fields of
      * spaces (or all zeros for the amount) keep the original.
               05  RW-CURRENCY       PIC X(3).
               05  RW-RELEASE-DATE   PIC X(8).
               05  RW-BRANCH         PIC X(3).
               05  RW-REFERENCE      PIC X(15).

           SD  REPAIR-SORT-FILE.
           01  REPAIR-SORT-REC.
               05  RS-CURRENCY       PIC X(3).
               05  RS-RELEASE-DATE   PIC X(8).
               05  RS-BRANCH         PIC X(3).
               05  RS-REFERENCE      PIC X(15).

           FD  REPAIR-OUT-FILE.
           01  REPAIR-OUT-REC.
               05  RO-CURRENCY       PIC X(3).
               05  RO-RELEASE-DATE   PIC X(8).
               05  RO-BRANCH         PIC X(3).
               05  RO-REFERENCE      PIC X(15).

           FD  REPORT-FILE.
           01  REPORT-LINE           PIC X(80).
                   10  WS-RJ-CURRENCY     PIC X(3).
                   10  WS-RJ-RELEASE-DATE PIC X(8).
                   10  WS-RJ-BRANCH       PIC X(3).
                   10  WS-RJ-REFERENCE    PIC X(15).
      *"R" resubmitted, "D" dropped, "N" still open.
                   10  WS-RJ-DISP-SW      PIC X(1).
           01  WS-RJ-IDX             PIC 9(5) COMP.
                   MOVE RC-RELEASE-DATE
                       TO WS-RJ-RELEASE-DATE(WS-REJ-COUNT)
                   MOVE RC-BRANCH    TO WS-RJ-BRANCH(WS-REJ-COUNT)
                   MOVE RC-REFERENCE
                       TO WS-RJ-REFERENCE(WS-REJ-COUNT)
                   MOVE "N"          TO WS-RJ-DISP-SW(WS-REJ-COUNT)
                   ADD 1 TO WS-REJ-CARRIED-IN
                   PERFORM READ-CARRY
                   MOVE RJ-RELEASE-DATE
                       TO WS-RJ-RELEASE-DATE(WS-REJ-COUNT)
                   MOVE RJ-BRANCH    TO WS-RJ-BRANCH(WS-REJ-COUNT)
                   MOVE RJ-REFERENCE
                       TO WS-RJ-REFERENCE(WS-REJ-COUNT)
                   MOVE "N"          TO WS-RJ-DISP-SW(WS-REJ-COUNT)
                   ADD 1 TO WS-REJ-TONIGHT
                   PERFORM READ-REJECT
           MOVE WS-RJ-CURRENCY(WS-RJ-IDX)     TO RW-CURRENCY
           MOVE WS-RJ-RELEASE-DATE(WS-RJ-IDX) TO RW-RELEASE-DATE
           MOVE WS-RJ-BRANCH(WS-RJ-IDX)       TO RW-BRANCH
           MOVE WS-RJ-REFERENCE(WS-RJ-IDX)    TO RW-REFERENCE
           IF WS-IN-NEW-ACCT-ID(WS-IN-IDX) NOT = SPACES
               MOVE WS-IN-NEW-ACCT-ID(WS-IN-IDX) TO RW-ACCT-ID
           END-IF
           MOVE WS-RJ-CURRENCY(WS-RJ-IDX)     TO RN-CURRENCY
           MOVE WS-RJ-RELEASE-DATE(WS-RJ-IDX) TO RN-RELEASE-DATE
           MOVE WS-RJ-BRANCH(WS-RJ-IDX)       TO RN-BRANCH
           MOVE WS-RJ-REFERENCE(WS-RJ-IDX)    TO RN-REFERENCE
           WRITE CARRY-NEXT-REC
           ADD 1 TO WS-REJ-CARRIED-OUT
           MOVE SPACES TO REPORT-LINE
