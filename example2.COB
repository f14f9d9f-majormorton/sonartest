           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RUNCTL.
           SELECT PASTDUE-FILE ASSIGN TO DISK18
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PASTDUE.
           SELECT GLWORK-FILE ASSIGN TO DISK15
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  OLD-RECORD.
           05 OLD-CUST-ID              PIC X(06).
           05 FILLER                   PIC X(194).
       FD  NEW-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  NEW-RECORD.
           05 NEW-CUST-ID              PIC X(06).
           05 FILLER                   PIC X(194).
       FD  RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RATE-RECORD.
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RPT-RECORD              PIC X(80).
       FD  REJECT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  REJECT-RECORD               PIC X(200).
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 139 CHARACTERS.
       01  CHECKPOINT-RECORD.
           05 CHECKPOINT-CUST-ID       PIC XX9999.
           05 CHECKPOINT-COUNT         PIC 9(07).
           05 CHECKPOINT-TOTAL-BALANCE PIC 9(09)V99.
           05 CHECKPOINT-TOTAL-CHARGES PIC 9(09)V99.
           05 CHECKPOINT-TOTAL-COLL    PIC 9(07).
           05 CHECKPOINT-TOTAL-BILLED  PIC 9(07).
           05 CHECKPOINT-TOTAL-NOCYCLE PIC 9(07).
           05 CHECKPOINT-TOTAL-CHGOFF  PIC 9(07).
           05 CHECKPOINT-TOTAL-LATE-CNT PIC 9(07).
           05 CHECKPOINT-TOTAL-LATE-FEES PIC 9(09)V99.
           05 FILLER                   PIC X(02).
       FD  CATCHG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  CHARGE-RECORD               PIC X(80).
       FD  REPROC-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  REPROC-RECORD               PIC X(200).
       FD  RECOVERY-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RECOVERY-RPT-RECORD         PIC X(80).
       FD  RUN-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNCTL.
       FD  PASTDUE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PASTDUE-RECORD              PIC X(80).
       FD  GLWORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLWREC.
       77  WS-FS-COLL                  PIC X(02).
       77  WS-FS-RUNCTL                PIC X(02).
       77  WS-FS-GLW                   PIC X(02).
       77  WS-FS-PASTDUE               PIC X(02).
       77  WS-LEDGER-EOF-SW            PIC X(01) VALUE "N".
           88 WS-LEDGER-EOF                       VALUE "Y".
       77  WS-DUP-RUN-SW               PIC X(01) VALUE "N".
       77  WS-SKIP-COUNT               PIC 9(07) VALUE ZERO.
       77  WS-CKPT-QUOTIENT            PIC 9(07).
       77  WS-CKPT-REMAINDER           PIC 9(05).
       77  WS-CYCLE-SUB                PIC 9(02).
       77  WS-CUST-CYCLE-KEY           PIC X(02).
       77  WS-CYCLE-PARM-ERR-SW        PIC X(01) VALUE "N".
           88 WS-CYCLE-PARM-ERROR                 VALUE "Y".
       77  WS-IN-CYCLE-SW              PIC X(01) VALUE "N".
           88 WS-IN-CYCLE                         VALUE "Y".
           88 WS-NOT-IN-CYCLE                     VALUE "N".
           COPY CUSTREC.
       01  WS-PRIOR-STATUS             PIC X(10).
       01  WS-PRIOR-CATEGORY           PIC X(10).
              88 WS-FORCED-DUP-RUN               VALUE "F".
           05 WS-PARM-FORCE-GEN        PIC X(01).
              88 WS-FORCED-GEN-RUN               VALUE "F".
           05 FILLER                   PIC X(01).
           05 WS-PARM-CYCLES.
              10 WS-PARM-CYCLE         PIC X(02) OCCURS 5 TIMES.
           05 FILLER                   PIC X(48).
       01  WS-COLL-LINE.
           05 WS-COLL-CUST-ID          PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-TOTAL-RECOVERED       PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-REREJECTED      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-COLLECTIONS     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-BILLED          PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-NOT-IN-CYCLE    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-CHGOFF-SKIPPED  PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-LATE-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-LATE-FEES       PIC 9(09)V99 VALUE ZERO.
       77  WS-CUST-BALANCE-N           PIC 9(05)V99.
       77  WS-CUST-RATE-N              PIC 9(02)V99.
       77  WS-FINANCE-CHARGE           PIC 9(05)V99.
       77  WS-CHARGED-BALANCE          PIC 9(07)V99.
       77  WS-AGE-CURRENT-N            PIC 9(05)V99.
       77  WS-AGE-90-N                 PIC 9(05)V99.
       77  WS-AGE-120-N                PIC 9(05)V99.
       77  WS-LATE-FEE-AMT             PIC 9(05)V99 VALUE 25.00.
       77  WS-LATE-FEE                 PIC 9(05)V99.
       77  WS-MIN-DUE-N                PIC 9(05)V99.
       77  WS-PAID-TO-DUE-N            PIC 9(05)V99.
       77  WS-SHORTFALL                PIC 9(05)V99.
       01  WS-CHARGE-LINE.
           05 WS-CHG-CUST-ID           PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CHG-AMOUNT            PIC ZZZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CHG-NEW-BALANCE       PIC ZZZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CHG-TYPE              PIC X(08).
           05 FILLER                   PIC X(15) VALUE SPACES.
       01  WS-PASTDUE-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "PAST-DUE REPORT - MINIMUM PAYMENT NOT MET BY DUE DATE".
       01  WS-PASTDUE-COL-LINE.
           05 FILLER                   PIC X(40) VALUE
              "CUST    NAME                  DUE DATE ".
           05 FILLER                   PIC X(40) VALUE
              "  AMT DUE      PAID  SHORTFALL  LATE FEE".
       01  WS-PASTDUE-LINE.
           05 WS-PD-CUST-ID            PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-PD-CUST-NAME          PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-PD-DUE-DATE           PIC 9(08).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-PD-MIN-DUE            PIC ZZZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-PD-PAID               PIC ZZZZ9.99.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-PD-SHORTFALL          PIC ZZZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-PD-LATE-FEE           PIC ZZZZ9.99.
       01  WS-CTL-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "EXAMPLE2 CONTROL TOTALS".
              "TOTAL FIN CHARGES...".
           05 WS-CTL-CHARGES           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(46) VALUE SPACES.
       01  WS-CTL-LATE-LINE.
           05 FILLER                   PIC X(20) VALUE
              "TOTAL LATE FEES.....".
           05 WS-CTL-LATE-FEES         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(46) VALUE SPACES.
       01  WS-CTL-RECOV-LINE.
           05 WS-CTL-RECOV-LABEL       PIC X(20).
           05 WS-CTL-RECOV-COUNT       PIC Z,ZZZ,ZZ9.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PARM-LINE.
           ACCEPT WS-PARM-LINE.
           MOVE 1 TO WS-CYCLE-SUB.
           PERFORM A001G-EDIT-PARM-CYCLE
               UNTIL WS-CYCLE-SUB > 5.
           IF WS-CYCLE-PARM-ERROR THEN
               DISPLAY "EXAMPLE2 CYCLE PARM INVALID - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REPROCESS-MODE THEN
               OPEN INPUT  REPROC-FILE
               OPEN I-O    NEW-FILE
               OPEN EXTEND BILL-FILE
               OPEN EXTEND CHARGE-FILE
               OPEN EXTEND COLL-FILE
               OPEN EXTEND PASTDUE-FILE
               OPEN OUTPUT RECOVERY-RPT-FILE
               GO TO A001D-FINISH-INIT
           END-IF.
               OPEN EXTEND BILL-FILE
               OPEN EXTEND CHARGE-FILE
               OPEN EXTEND COLL-FILE
               OPEN EXTEND PASTDUE-FILE
           ELSE
               OPEN OUTPUT NEW-FILE
               OPEN OUTPUT EXCEPT-FILE
               OPEN OUTPUT BILL-FILE
               OPEN OUTPUT CHARGE-FILE
               OPEN OUTPUT COLL-FILE
               OPEN OUTPUT PASTDUE-FILE
               WRITE PASTDUE-RECORD FROM WS-PASTDUE-HDR-LINE
               WRITE PASTDUE-RECORD FROM WS-PASTDUE-COL-LINE
           END-IF.
       A001D-FINISH-INIT.
           OPEN OUTPUT CTL-RPT-FILE.
                   WHEN RUNCTL-STATUS = "MAINT"
                   WHEN RUNCTL-STATUS = "POSTING"
                   WHEN RUNCTL-STATUS = "EDIT"
                   WHEN RUNCTL-STATUS = "CHGOFF"
                       MOVE RUNCTL-TOTAL-WRITTEN
                           TO WS-PRIOR-WRITTEN
                       MOVE RUNCTL-TOTAL-BALANCE
               MOVE WS-CUST-BALANCE TO WS-CUST-BALANCE-N
               ADD WS-CUST-BALANCE-N TO WS-PRECHECK-BALANCE
           END-IF.
       A001G-EDIT-PARM-CYCLE.
           IF WS-PARM-CYCLE (WS-CYCLE-SUB) NOT = SPACES THEN
               IF WS-PARM-CYCLE (WS-CYCLE-SUB) NOT NUMERIC
                   OR WS-PARM-CYCLE (WS-CYCLE-SUB) > "28" THEN
                   SET WS-CYCLE-PARM-ERROR TO TRUE
               END-IF
           END-IF.
           ADD 1 TO WS-CYCLE-SUB.
       A001A-CHECK-RESTART.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-FS-CKPT = "00" THEN
                       TO WS-TOTAL-CHARGES
                   MOVE CHECKPOINT-TOTAL-COLL
                       TO WS-TOTAL-COLLECTIONS
                   MOVE CHECKPOINT-TOTAL-BILLED
                       TO WS-TOTAL-BILLED
                   MOVE CHECKPOINT-TOTAL-NOCYCLE
                       TO WS-TOTAL-NOT-IN-CYCLE
                   MOVE CHECKPOINT-TOTAL-CHGOFF
                       TO WS-TOTAL-CHGOFF-SKIPPED
                   MOVE CHECKPOINT-TOTAL-LATE-CNT
                       TO WS-TOTAL-LATE-COUNT
                   MOVE CHECKPOINT-TOTAL-LATE-FEES
                       TO WS-TOTAL-LATE-FEES
                   SET WS-RESTART-RUN TO TRUE
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.
           ADD 1 TO WS-TOTAL-READ.
       A004-CHECK-LIMIT.
           IF WS-CUST-STATUS = "CHARGEOFF" THEN
               GO TO A005-CHECK-PMT-HISTORY
           END-IF.
           MOVE WS-CUST-STATUS TO WS-PRIOR-STATUS.
           IF WS-CUST-STATUS = "SUSPEND" THEN
               IF WS-CUST-BALANCE <= WS-CUST-LIMIT THEN
           IF WS-RATE-NOT-FOUND THEN
               PERFORM A007A-WRITE-REJECT
           ELSE
               IF WS-CUST-STATUS = "CHARGEOFF" THEN
                   ADD 1 TO WS-TOTAL-CHGOFF-SKIPPED
               ELSE
                   PERFORM A007G-CHECK-CYCLE
                   IF WS-IN-CYCLE THEN
                       PERFORM A007D-COMPUTE-FINANCE-CHARGE
                       PERFORM A007J-CHECK-MIN-DUE THRU A007J-EXIT
                       ADD 1 TO WS-TOTAL-BILLED
                   ELSE
                       ADD 1 TO WS-TOTAL-NOT-IN-CYCLE
                   END-IF
               END-IF
               WRITE NEW-RECORD FROM WS-CUST-RECORD
               ADD 1 TO WS-TOTAL-WRITTEN
               MOVE WS-CUST-BALANCE TO WS-CUST-BALANCE-N
           MOVE WS-TOTAL-BALANCE      TO CHECKPOINT-TOTAL-BALANCE.
           MOVE WS-TOTAL-CHARGES      TO CHECKPOINT-TOTAL-CHARGES.
           MOVE WS-TOTAL-COLLECTIONS  TO CHECKPOINT-TOTAL-COLL.
           MOVE WS-TOTAL-BILLED       TO CHECKPOINT-TOTAL-BILLED.
           MOVE WS-TOTAL-NOT-IN-CYCLE TO CHECKPOINT-TOTAL-NOCYCLE.
           MOVE WS-TOTAL-CHGOFF-SKIPPED TO CHECKPOINT-TOTAL-CHGOFF.
           MOVE WS-TOTAL-LATE-COUNT   TO CHECKPOINT-TOTAL-LATE-CNT.
           MOVE WS-TOTAL-LATE-FEES    TO CHECKPOINT-TOTAL-LATE-FEES.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
           MOVE WS-CUST-STATUS   TO WS-BILL-CUST-STATUS.
           WRITE BILL-RECORD FROM WS-BILL-LINE.
       A007D-COMPUTE-FINANCE-CHARGE.
           PERFORM A007F-ROLL-AGING.
           MOVE WS-CUST-BALANCE TO WS-CUST-BALANCE-N.
           MOVE WS-CUST-RATE    TO WS-CUST-RATE-N.
           COMPUTE WS-FINANCE-CHARGE ROUNDED =
               MOVE 99999.99 TO WS-CHARGED-BALANCE
           END-IF.
           MOVE WS-CHARGED-BALANCE TO WS-CUST-BALANCE.
           COMPUTE WS-AGE-CURRENT-N =
               WS-CHARGED-BALANCE - WS-CUST-BALANCE-N.
           MOVE WS-AGE-CURRENT-N TO WS-CUST-AGE-CURRENT.
           ADD WS-FINANCE-CHARGE TO WS-TOTAL-CHARGES.
           MOVE WS-CUST-ID         TO WS-CHG-CUST-ID.
           MOVE WS-CUST-NAME       TO WS-CHG-CUST-NAME.
           MOVE WS-CUST-RATE       TO WS-CHG-RATE.
           MOVE WS-FINANCE-CHARGE  TO WS-CHG-AMOUNT.
           MOVE WS-CHARGED-BALANCE TO WS-CHG-NEW-BALANCE.
           MOVE "FINCHG"           TO WS-CHG-TYPE.
           WRITE CHARGE-RECORD FROM WS-CHARGE-LINE.
       A007F-ROLL-AGING.
           IF WS-CUST-AGING = SPACES THEN
               MOVE WS-CUST-BALANCE TO WS-CUST-AGE-CURRENT
               MOVE ZERO TO WS-CUST-AGE-30
               MOVE ZERO TO WS-CUST-AGE-60
               MOVE ZERO TO WS-CUST-AGE-90
               MOVE ZERO TO WS-CUST-AGE-120
           END-IF.
           MOVE WS-CUST-AGE-90  TO WS-AGE-90-N.
           MOVE WS-CUST-AGE-120 TO WS-AGE-120-N.
           ADD WS-AGE-90-N TO WS-AGE-120-N.
           MOVE WS-AGE-120-N        TO WS-CUST-AGE-120.
           MOVE WS-CUST-AGE-60      TO WS-CUST-AGE-90.
           MOVE WS-CUST-AGE-30      TO WS-CUST-AGE-60.
           MOVE WS-CUST-AGE-CURRENT TO WS-CUST-AGE-30.
           MOVE ZERO TO WS-CUST-AGE-CURRENT.
       A007J-CHECK-MIN-DUE.
           IF WS-CUST-MISSED-CNT NOT NUMERIC THEN
               MOVE ZERO TO WS-CUST-MISSED-CNT
           END-IF.
           IF WS-CUST-DUE-STATUS = "M" THEN
               MOVE ZERO TO WS-CUST-MISSED-CNT
           END-IF.
           IF WS-CUST-DUE-STATUS NOT = "O"
               OR WS-CUST-DUE-DATE NOT NUMERIC THEN
               GO TO A007J-EXIT
           END-IF.
           IF WS-CUST-DUE-DATE NOT < WS-RUN-DATE THEN
               GO TO A007J-EXIT
           END-IF.
           MOVE WS-CUST-MIN-DUE TO WS-MIN-DUE-N.
           IF WS-CUST-PAID-TO-DUE NOT = SPACES THEN
               MOVE WS-CUST-PAID-TO-DUE TO WS-PAID-TO-DUE-N
           ELSE
               MOVE ZERO TO WS-PAID-TO-DUE-N
           END-IF.
           IF WS-PAID-TO-DUE-N NOT < WS-MIN-DUE-N THEN
               MOVE "M" TO WS-CUST-DUE-STATUS
               MOVE ZERO TO WS-CUST-MISSED-CNT
               GO TO A007J-EXIT
           END-IF.
           COMPUTE WS-SHORTFALL = WS-MIN-DUE-N - WS-PAID-TO-DUE-N.
           MOVE WS-LATE-FEE-AMT TO WS-LATE-FEE.
           IF WS-LATE-FEE > WS-MIN-DUE-N THEN
               MOVE WS-MIN-DUE-N TO WS-LATE-FEE
           END-IF.
           MOVE WS-CUST-BALANCE TO WS-CUST-BALANCE-N.
           COMPUTE WS-CHARGED-BALANCE =
               WS-CUST-BALANCE-N + WS-LATE-FEE.
           IF WS-CHARGED-BALANCE > 99999.99 THEN
               MOVE 99999.99 TO WS-CHARGED-BALANCE
           END-IF.
           COMPUTE WS-LATE-FEE =
               WS-CHARGED-BALANCE - WS-CUST-BALANCE-N.
           MOVE WS-CHARGED-BALANCE TO WS-CUST-BALANCE.
           MOVE WS-CUST-AGE-CURRENT TO WS-AGE-CURRENT-N.
           ADD WS-LATE-FEE TO WS-AGE-CURRENT-N.
           MOVE WS-AGE-CURRENT-N TO WS-CUST-AGE-CURRENT.
           MOVE "L" TO WS-CUST-DUE-STATUS.
           IF WS-CUST-MISSED-CNT < 99 THEN
               ADD 1 TO WS-CUST-MISSED-CNT
           END-IF.
           ADD 1 TO WS-TOTAL-LATE-COUNT.
           ADD WS-LATE-FEE TO WS-TOTAL-LATE-FEES.
           MOVE WS-CUST-ID         TO WS-CHG-CUST-ID.
           MOVE WS-CUST-NAME       TO WS-CHG-CUST-NAME.
           MOVE WS-CUST-RATE       TO WS-CHG-RATE.
           MOVE WS-LATE-FEE        TO WS-CHG-AMOUNT.
           MOVE WS-CHARGED-BALANCE TO WS-CHG-NEW-BALANCE.
           MOVE "LATEFEE"          TO WS-CHG-TYPE.
           WRITE CHARGE-RECORD FROM WS-CHARGE-LINE.
           MOVE WS-CUST-ID         TO WS-PD-CUST-ID.
           MOVE WS-CUST-NAME       TO WS-PD-CUST-NAME.
           MOVE WS-CUST-DUE-DATE   TO WS-PD-DUE-DATE.
           MOVE WS-MIN-DUE-N       TO WS-PD-MIN-DUE.
           MOVE WS-PAID-TO-DUE-N   TO WS-PD-PAID.
           MOVE WS-SHORTFALL       TO WS-PD-SHORTFALL.
           MOVE WS-LATE-FEE        TO WS-PD-LATE-FEE.
           WRITE PASTDUE-RECORD FROM WS-PASTDUE-LINE.
       A007J-EXIT.
           EXIT.
       A007G-CHECK-CYCLE.
           IF WS-PARM-CYCLES = SPACES THEN
               SET WS-IN-CYCLE TO TRUE
           ELSE
               SET WS-NOT-IN-CYCLE TO TRUE
               IF WS-CUST-CYCLE = SPACES THEN
                   MOVE "01" TO WS-CUST-CYCLE-KEY
               ELSE
                   MOVE WS-CUST-CYCLE TO WS-CUST-CYCLE-KEY
               END-IF
               MOVE 1 TO WS-CYCLE-SUB
               PERFORM A007H-MATCH-ONE-CYCLE
                   UNTIL WS-IN-CYCLE OR WS-CYCLE-SUB > 5
           END-IF.
       A007H-MATCH-ONE-CYCLE.
           IF WS-PARM-CYCLE (WS-CYCLE-SUB) = WS-CUST-CYCLE-KEY THEN
               SET WS-IN-CYCLE TO TRUE
           END-IF.
           ADD 1 TO WS-CYCLE-SUB.
       A007A-WRITE-REJECT.
           WRITE REJECT-RECORD FROM WS-CUST-RECORD.
           ADD 1 TO WS-TOTAL-REJECTED.
           CLOSE BILL-FILE.
           CLOSE CHARGE-FILE.
           CLOSE COLL-FILE.
           CLOSE PASTDUE-FILE.
           STOP RUN.
       A008B-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-TOTAL-WRITTEN  TO RUNCTL-TOTAL-WRITTEN.
           MOVE WS-TOTAL-REJECTED TO RUNCTL-TOTAL-REJECTED.
           MOVE WS-TOTAL-BALANCE  TO RUNCTL-TOTAL-BALANCE.
           MOVE WS-TOTAL-BILLED   TO RUNCTL-TOTAL-BILLED.
           MOVE WS-TOTAL-NOT-IN-CYCLE TO RUNCTL-TOTAL-NOCYCLE.
           MOVE WS-TOTAL-CHGOFF-SKIPPED TO RUNCTL-TOTAL-CHGOFF.
           WRITE RUNCTL-RECORD.
           CLOSE RUN-CTL-FILE.
       A008D-WRITE-GL-WORK.
           MOVE "FINCHG"         TO GLW-AMOUNT-TYPE.
           MOVE WS-TOTAL-CHARGES TO GLW-AMOUNT.
           WRITE GLW-RECORD.
           MOVE SPACES TO GLW-RECORD.
           MOVE WS-RUN-DATE        TO GLW-RUN-DATE.
           MOVE "BILLING"          TO GLW-SOURCE.
           MOVE "LATEFEE"          TO GLW-AMOUNT-TYPE.
           MOVE WS-TOTAL-LATE-FEES TO GLW-AMOUNT.
           WRITE GLW-RECORD.
           CLOSE GLWORK-FILE.
       A008A-PRINT-CONTROL-TOTALS.
           WRITE CTL-RPT-RECORD FROM WS-CTL-HDR-LINE.
           MOVE "COLLECTION EXTRACTS." TO WS-CTL-RECOV-LABEL.
           MOVE WS-TOTAL-COLLECTIONS TO WS-CTL-RECOV-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-RECOV-LINE.
           MOVE "CUSTOMERS BILLED..." TO WS-CTL-RECOV-LABEL.
           MOVE WS-TOTAL-BILLED TO WS-CTL-RECOV-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-RECOV-LINE.
           MOVE "NOT IN CYCLE......." TO WS-CTL-RECOV-LABEL.
           MOVE WS-TOTAL-NOT-IN-CYCLE TO WS-CTL-RECOV-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-RECOV-LINE.
           MOVE "CHARGED OFF........" TO WS-CTL-RECOV-LABEL.
           MOVE WS-TOTAL-CHGOFF-SKIPPED TO WS-CTL-RECOV-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-RECOV-LINE.
           MOVE "LATE FEES ASSESSED." TO WS-CTL-RECOV-LABEL.
           MOVE WS-TOTAL-LATE-COUNT TO WS-CTL-RECOV-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-RECOV-LINE.
           MOVE WS-TOTAL-LATE-FEES TO WS-CTL-LATE-FEES.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LATE-LINE.
           IF WS-REPROCESS-MODE THEN
               MOVE "RECOVERED.........." TO WS-CTL-RECOV-LABEL
               MOVE WS-TOTAL-RECOVERED TO WS-CTL-RECOV-COUNT
