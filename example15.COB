           05 WS-BILL-READ             PIC 9(07) VALUE ZERO.
           05 WS-BILL-WRITTEN          PIC 9(07) VALUE ZERO.
           05 WS-BILL-REJECTED         PIC 9(07) VALUE ZERO.
           05 WS-BILL-BILLED           PIC 9(07) VALUE ZERO.
           05 WS-BILL-NOCYCLE          PIC 9(07) VALUE ZERO.
           05 WS-BILL-CHGOFF           PIC 9(07) VALUE ZERO.
       01  WS-REPROC-TOTALS.
           05 WS-REPROC-READ           PIC 9(07) VALUE ZERO.
           05 WS-REPROC-WRITTEN        PIC 9(07) VALUE ZERO.
                   MOVE RUNCTL-TOTAL-READ     TO WS-BILL-READ
                   MOVE RUNCTL-TOTAL-WRITTEN  TO WS-BILL-WRITTEN
                   MOVE RUNCTL-TOTAL-REJECTED TO WS-BILL-REJECTED
                   IF RUNCTL-TOTAL-BILLED NUMERIC
                       AND RUNCTL-TOTAL-NOCYCLE NUMERIC THEN
                       MOVE RUNCTL-TOTAL-BILLED  TO WS-BILL-BILLED
                       MOVE RUNCTL-TOTAL-NOCYCLE TO WS-BILL-NOCYCLE
                   ELSE
                       MOVE RUNCTL-TOTAL-WRITTEN TO WS-BILL-BILLED
                       MOVE ZERO                 TO WS-BILL-NOCYCLE
                   END-IF
                   IF RUNCTL-TOTAL-CHGOFF NUMERIC THEN
                       MOVE RUNCTL-TOTAL-CHGOFF  TO WS-BILL-CHGOFF
                   ELSE
                       MOVE ZERO                 TO WS-BILL-CHGOFF
                   END-IF
               WHEN "REPROC"
                   SET WS-REPROC-FOUND TO TRUE
                   MOVE RUNCTL-TOTAL-READ     TO WS-REPROC-READ
               COMPUTE WS-CHK-RHS =
                   WS-BILL-WRITTEN + WS-BILL-REJECTED
               PERFORM A006A-WRITE-CHECK
               MOVE "BILLED / NOT IN CYCLE" TO WS-SUM-CHECK-DESC
               MOVE WS-BILL-BILLED  TO WS-SUM-LHS
               MOVE WS-BILL-NOCYCLE TO WS-SUM-RHS
               MOVE SPACES TO WS-SUM-VERDICT
               WRITE SUMMARY-RPT-RECORD FROM WS-SUM-CHECK-LINE
               MOVE "WRITTEN = BILLED + NO CYCLE + CHGD OFF"
                   TO WS-SUM-CHECK-DESC
               MOVE WS-BILL-WRITTEN TO WS-CHK-LHS
               COMPUTE WS-CHK-RHS =
                   WS-BILL-BILLED + WS-BILL-NOCYCLE + WS-BILL-CHGOFF
               PERFORM A006A-WRITE-CHECK
           END-IF.
           IF WS-REPROC-FOUND THEN
               MOVE "REPROC READ = RECOVERED + REREJECTED"
