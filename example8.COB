           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CTL.
           SELECT CHGJRNL-FILE ASSIGN TO DISK17
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-JRNL.
           SELECT ADJ-FILE ASSIGN TO DISK8
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-ADJ.
           SELECT STMTACT-FILE ASSIGN TO DISK9
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS STMTACT-KEY
           FILE STATUS  IS WS-FS-STMTACT.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  NEW-RECORD.
           05 NEW-CUST-KEY             PIC X(06).
           05 FILLER                   PIC X(194).
       FD  OLD-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  OLD-RECORD.
           05 OLD-CUST-KEY             PIC X(06).
           05 FILLER                   PIC X(194).
       FD  PMT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PMT-RECORD                  PIC X(80).
       FD  CTL-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RPT-RECORD              PIC X(80).
       FD  ADJ-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ADJREC.
       FD  CHGJRNL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CHGJRNL.
       FD  STMTACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY STMTACT.

       WORKING-STORAGE SECTION.
       77  WS-FS-NEW                   PIC X(02).
       77  WS-FS-ADDR                  PIC X(02).
       77  WS-FS-STMT                  PIC X(02).
       77  WS-FS-CTL                   PIC X(02).
       77  WS-FS-ADJ                   PIC X(02).
       77  WS-FS-JRNL                  PIC X(02).
       77  WS-FS-STMTACT               PIC X(02).
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-DUE-DAYS                 PIC 9(02) VALUE 21.
       77  WS-MIN-PMT-PCT              PIC 9V99 VALUE 0.05.
           88 WS-PMT-EOF                          VALUE "Y".
       77  WS-CHG-EOF-SW               PIC X(01) VALUE "N".
           88 WS-CHG-EOF                          VALUE "Y".
       77  WS-ADJ-EOF-SW               PIC X(01) VALUE "N".
           88 WS-ADJ-EOF                          VALUE "Y".
       77  WS-OPEN-FOUND-SW            PIC X(01) VALUE "N".
           88 WS-OPEN-FOUND                       VALUE "Y".
       77  WS-ADDR-FOUND-SW            PIC X(01) VALUE "N".
           88 WS-ADDR-FOUND                       VALUE "Y".
       77  WS-DUE-DATE-SET-SW          PIC X(01) VALUE "N".
           88 WS-DUE-DATE-SET                     VALUE "Y".
       77  WS-CYCLE-PARM-ERR-SW        PIC X(01) VALUE "N".
           88 WS-CYCLE-PARM-ERROR                 VALUE "Y".
       77  WS-IN-CYCLE-SW              PIC X(01) VALUE "N".
           88 WS-IN-CYCLE                         VALUE "Y".
           88 WS-NOT-IN-CYCLE                     VALUE "N".
       77  WS-CYCLE-SUB                PIC 9(02).
       77  WS-CUST-CYCLE-KEY           PIC X(02).
       77  WS-OPEN-BALANCE-N           PIC 9(05)V99.
       77  WS-CLOSE-BALANCE-N          PIC 9(05)V99.
       77  WS-ACT-AMOUNT-N             PIC 9(05)V99.
       77  WS-ACT-KIND                 PIC X(01).
       77  WS-HOLD-SEQ                 PIC 9(07) VALUE ZERO.
       77  WS-HOLD-SW                  PIC X(01) VALUE "N".
           88 WS-HOLDING-ACTIVITY                 VALUE "Y".
       77  WS-HELD-DONE-SW             PIC X(01) VALUE "N".
           88 WS-HELD-DONE                        VALUE "Y".
       77  WS-PURGE-HELD-SW            PIC X(01) VALUE "N".
           88 WS-PURGE-ALL-HELD                   VALUE "Y".
       77  WS-NEW-PERIOD-SW            PIC X(01) VALUE "N".
           88 WS-NEW-PERIOD-SET                   VALUE "Y".
       77  WS-MIN-PAYMENT              PIC 9(05)V99.
       77  WS-PRIOR-DUE-DATE           PIC X(08).
       77  WS-JRNL-AMOUNT-ED           PIC -9(07).99.
       77  WS-JRNL-FIELD               PIC X(08).
       77  WS-JRNL-BEFORE              PIC X(20).
       77  WS-JRNL-AFTER               PIC X(20).
       77  WS-DUE-OPEN-SW              PIC X(01) VALUE "N".
           88 WS-DUE-STILL-OPEN                   VALUE "Y".
       77  WS-DATE-DAYS-MAX            PIC 9(02).
       77  WS-LEAP-QUOT                PIC 9(04).
       77  WS-LEAP-REM                 PIC 9(04).
       01  WS-PARM-LINE.
           05 WS-PARM-CYCLES.
              10 WS-PARM-CYCLE         PIC X(02) OCCURS 5 TIMES.
           05 FILLER                   PIC X(70).
       01  WS-PRIOR-MIN-DUE            PIC X(08).
       01  WS-PRIOR-MIN-DUE-ED REDEFINES WS-PRIOR-MIN-DUE
                                       PIC 99999.99.
       01  WS-DUE-DATE                 PIC 9(08).
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05 WS-DUE-CCYY              PIC 9(04).
           05 WS-OLD-CUST-ID           PIC X(06).
           05 WS-OLD-CUST-NAME         PIC X(20).
           05 WS-OLD-CUST-BALANCE      PIC 99999.99.
           05 FILLER                   PIC X(166).
       01  WS-PMT-TRAN.
           05 WS-PMT-CUST-ID           PIC X(06).
           05 WS-PMT-TRAN-TYPE         PIC X(01).
              88 WS-PMT-PAYMENT                   VALUE "P".
              88 WS-PMT-CHARGE                    VALUE "C".
              88 WS-PMT-RETURNED                  VALUE "R".
           05 WS-PMT-AMOUNT.
              10 WS-PMT-AMT-INT        PIC X(05).
              10 WS-PMT-AMT-POINT      PIC X(01).
                                       PIC ZZZZ9.99.
           05 FILLER                   PIC X(02).
           05 WS-CHGIN-NEW-BALANCE     PIC X(08).
           05 FILLER                   PIC X(02).
           05 WS-CHGIN-TYPE            PIC X(08).
           05 FILLER                   PIC X(15).
       01  WS-STMT-HDR1-LINE.
           05 FILLER                   PIC X(22) VALUE
              "STATEMENT OF ACCOUNT".
       01  WS-CONTROL-TOTALS.
           05 WS-TOTAL-MASTERS-READ    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-STATEMENTS      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-NOT-IN-CYCLE    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-CHARGED-OFF     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-ACTIVITY-LINES  PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-NO-OPENING      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-NO-ADDRESS      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-PMT-SKIPPED     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-PMT-INVALID     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-CHG-SKIPPED     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-ADJ-SKIPPED     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-ADJUSTMENTS     PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-FIN-CHARGES     PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-LATE-FEES       PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-DUE-SET         PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-DUE-CARRIED     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-REWRITE-FAILED  PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-JRNL-WRITTEN    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-CLOSE-BALANCE   PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-STMT-BAL-SEEDED PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-HELD-WRITTEN    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-HELD-DUPLICATE  PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-HELD-RELEASED   PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-HELD-PURGED     PIC 9(07) VALUE ZERO.
       01  WS-CTL-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "EXAMPLE8 STATEMENT TOTALS".
       PROCEDURE DIVISION.
       A001-INIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PARM-LINE.
           ACCEPT WS-PARM-LINE.
           MOVE 1 TO WS-CYCLE-SUB.
           PERFORM A001A-EDIT-PARM-CYCLE
               UNTIL WS-CYCLE-SUB > 5.
           IF WS-CYCLE-PARM-ERROR THEN
               DISPLAY "EXAMPLE8 CYCLE PARM INVALID - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O    NEW-FILE.
           OPEN INPUT  OLD-FILE.
           OPEN INPUT  PMT-FILE.
           OPEN INPUT  CHARGE-FILE.
           OPEN INPUT  ADDR-FILE.
           OPEN INPUT  ADJ-FILE.
           OPEN OUTPUT STMT-FILE.
           OPEN OUTPUT CTL-RPT-FILE.
           OPEN EXTEND CHGJRNL-FILE.
           IF WS-FS-JRNL NOT = "00" THEN
               OPEN OUTPUT CHGJRNL-FILE
           END-IF.
           OPEN I-O    STMTACT-FILE.
           IF WS-FS-STMTACT NOT = "00" THEN
               OPEN OUTPUT STMTACT-FILE
               CLOSE STMTACT-FILE
               OPEN I-O STMTACT-FILE
           END-IF.
           PERFORM A002-COMPUTE-DUE-DATE.
           PERFORM A002A-GET-PMT-TRAN.
           PERFORM A002B-GET-CHARGE-DETAIL.
           PERFORM A002D-GET-ADJUSTMENT.
           GO TO A003-GET-CUST-RECORD.
       A002-COMPUTE-DUE-DATE.
           MOVE WS-RUN-DATE TO WS-DUE-DATE.
       A002B-GET-CHARGE-DETAIL.
           READ CHARGE-FILE INTO WS-CHGIN-DETAIL
               AT END SET WS-CHG-EOF TO TRUE.
       A002D-GET-ADJUSTMENT.
           READ ADJ-FILE
               AT END SET WS-ADJ-EOF TO TRUE.
       A003-GET-CUST-RECORD.
           READ NEW-FILE INTO WS-CUST-RECORD
               AT END GO TO A008-TERM.
           ADD 1 TO WS-TOTAL-MASTERS-READ.
           PERFORM A003A-CHECK-CYCLE.
           IF WS-NOT-IN-CYCLE THEN
               ADD 1 TO WS-TOTAL-NOT-IN-CYCLE
               PERFORM A003C-HOLD-ACTIVITY
               GO TO A003-GET-CUST-RECORD
           END-IF.
           IF WS-CUST-STATUS = "CHARGEOFF" THEN
               ADD 1 TO WS-TOTAL-CHARGED-OFF
               SET WS-PURGE-ALL-HELD TO TRUE
               PERFORM A004C-RELEASE-HELD-ACTIVITY
               GO TO A003-GET-CUST-RECORD
           END-IF.
       A004-START-STATEMENT.
           MOVE WS-RUN-DATE TO WS-STMT-HDR1-DATE.
           WRITE STMT-RECORD FROM WS-STMT-HDR1-LINE.
           MOVE SPACES TO WS-STMT-AMT-DATE.
           MOVE WS-OPEN-BALANCE-N TO WS-STMT-AMOUNT.
           WRITE STMT-RECORD FROM WS-STMT-AMT-LINE.
           MOVE "N" TO WS-PURGE-HELD-SW.
           PERFORM A004C-RELEASE-HELD-ACTIVITY.
       A005-PRINT-ACTIVITY.
           PERFORM A005A-SKIP-LOW-PMT-TRAN
               UNTIL WS-PMT-EOF
           PERFORM A006B-PRINT-ONE-CHARGE
               UNTIL WS-CHG-EOF
               OR WS-CHGIN-CUST-ID NOT = WS-CUST-ID.
       A006C-PRINT-ADJUSTMENTS.
           PERFORM A006D-SKIP-LOW-ADJ
               UNTIL WS-ADJ-EOF
               OR ADJ-CUST-ID >= WS-CUST-ID.
           PERFORM A006E-PRINT-ONE-ADJ
               UNTIL WS-ADJ-EOF
               OR ADJ-CUST-ID NOT = WS-CUST-ID.
       A007-FINISH-STATEMENT.
           MOVE WS-CUST-BALANCE TO WS-CLOSE-BALANCE-N.
           ADD WS-CLOSE-BALANCE-N TO WS-TOTAL-CLOSE-BALANCE.
           MOVE WS-CLOSE-BALANCE-N TO WS-STMT-AMOUNT.
           WRITE STMT-RECORD FROM WS-STMT-AMT-LINE.
           PERFORM A007A-COMPUTE-MIN-PAYMENT.
           PERFORM A007B-SET-DUE-PERIOD.
           MOVE WS-OPEN-BALANCE-N  TO WS-CUST-PRIOR-STMT-BAL.
           MOVE WS-CLOSE-BALANCE-N TO WS-CUST-LAST-STMT-BAL.
           MOVE WS-RUN-DATE        TO WS-CUST-LAST-STMT-DATE.
           REWRITE NEW-RECORD FROM WS-CUST-RECORD.
           IF WS-FS-NEW = "00" THEN
               IF WS-NEW-PERIOD-SET THEN
                   ADD 1 TO WS-TOTAL-DUE-SET
                   PERFORM A007C-JOURNAL-DUE-PERIOD
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-REWRITE-FAILED
           END-IF.
           MOVE WS-CUST-MIN-DUE  TO WS-MIN-PAYMENT.
           MOVE WS-MIN-PAYMENT   TO WS-STMT-MIN-PAYMENT.
           MOVE WS-CUST-DUE-DATE TO WS-STMT-DUE-DATE.
           WRITE STMT-RECORD FROM WS-STMT-DUE-LINE.
           WRITE STMT-RECORD FROM WS-STMT-SEP-LINE.
           ADD 1 TO WS-TOTAL-STATEMENTS.
           GO TO A003-GET-CUST-RECORD.
       A003C-HOLD-ACTIVITY.
           IF WS-CUST-LAST-STMT-BAL = SPACES THEN
               PERFORM A003D-SEED-STMT-BALANCE
           END-IF.
           SET WS-HOLDING-ACTIVITY TO TRUE.
           PERFORM A005-PRINT-ACTIVITY.
           PERFORM A006-PRINT-FIN-CHARGE.
           PERFORM A006C-PRINT-ADJUSTMENTS.
           MOVE "N" TO WS-HOLD-SW.
       A003D-SEED-STMT-BALANCE.
           PERFORM A004E-GET-OLD-BALANCE.
           MOVE WS-OPEN-BALANCE-N TO WS-CUST-LAST-STMT-BAL.
           MOVE ZERO              TO WS-CUST-LAST-STMT-DATE.
           REWRITE NEW-RECORD FROM WS-CUST-RECORD.
           IF WS-FS-NEW = "00" THEN
               ADD 1 TO WS-TOTAL-STMT-BAL-SEEDED
           ELSE
               ADD 1 TO WS-TOTAL-REWRITE-FAILED
           END-IF.
       A004A-GET-OPENING-BALANCE.
           EVALUATE TRUE
               WHEN WS-CUST-LAST-STMT-DATE NUMERIC
                   AND WS-CUST-LAST-STMT-DATE = WS-RUN-DATE
                   AND WS-CUST-PRIOR-STMT-BAL NOT = SPACES
                   MOVE WS-CUST-PRIOR-STMT-BAL TO WS-OPEN-BALANCE-N
               WHEN WS-CUST-LAST-STMT-BAL NOT = SPACES
                   MOVE WS-CUST-LAST-STMT-BAL TO WS-OPEN-BALANCE-N
               WHEN OTHER
                   PERFORM A004E-GET-OLD-BALANCE
           END-EVALUATE.
       A004C-RELEASE-HELD-ACTIVITY.
           MOVE WS-CUST-ID TO STMTACT-CUST-ID.
           MOVE ZERO       TO STMTACT-HOLD-DATE.
           MOVE ZERO       TO STMTACT-SEQ.
           MOVE "N" TO WS-HELD-DONE-SW.
           START STMTACT-FILE KEY IS NOT LESS THAN STMTACT-KEY
               INVALID KEY
                   SET WS-HELD-DONE TO TRUE
           END-START.
           PERFORM A004D-RELEASE-ONE-HELD
               UNTIL WS-HELD-DONE.
           MOVE "N" TO WS-PURGE-HELD-SW.
       A004D-RELEASE-ONE-HELD.
           READ STMTACT-FILE NEXT RECORD
               AT END
                   SET WS-HELD-DONE TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-HELD-DONE
                   CONTINUE
               WHEN STMTACT-CUST-ID NOT = WS-CUST-ID
                   SET WS-HELD-DONE TO TRUE
               WHEN WS-PURGE-ALL-HELD
               WHEN STMTACT-BILLED-DATE NOT = ZERO
                   AND STMTACT-BILLED-DATE < WS-RUN-DATE
                   DELETE STMTACT-FILE RECORD
                   ADD 1 TO WS-TOTAL-HELD-PURGED
               WHEN OTHER
                   MOVE STMTACT-KIND   TO WS-ACT-KIND
                   MOVE STMTACT-LABEL  TO WS-STMT-AMT-LABEL
                   MOVE STMTACT-DATE   TO WS-STMT-AMT-DATE
                   MOVE STMTACT-AMOUNT TO WS-ACT-AMOUNT-N
                   PERFORM A005E-PRINT-ACTIVITY-LINE
                   ADD 1 TO WS-TOTAL-HELD-RELEASED
                   IF STMTACT-BILLED-DATE = ZERO THEN
                       MOVE WS-RUN-DATE TO STMTACT-BILLED-DATE
                       REWRITE STMTACT-RECORD
                   END-IF
           END-EVALUATE.
       A004E-GET-OLD-BALANCE.
           MOVE WS-CUST-ID TO OLD-CUST-KEY.
           MOVE "N" TO WS-OPEN-FOUND-SW.
           READ OLD-FILE INTO WS-OLD-CUST-RECORD
           IF WS-PMT-AMT-INT NOT NUMERIC
               OR WS-PMT-AMT-POINT NOT = "."
               OR WS-PMT-AMT-DEC NOT NUMERIC
               OR (NOT WS-PMT-PAYMENT AND NOT WS-PMT-CHARGE
               AND NOT WS-PMT-RETURNED) THEN
               ADD 1 TO WS-TOTAL-PMT-INVALID
           ELSE
               IF WS-PMT-RETURNED THEN
                   ADD 1 TO WS-TOTAL-PMT-SKIPPED
               ELSE
                   IF WS-PMT-PAYMENT THEN
                       MOVE "PAYMENT............."
                           TO WS-STMT-AMT-LABEL
                   ELSE
                       MOVE "CHARGE.............."
                           TO WS-STMT-AMT-LABEL
                   END-IF
                   MOVE WS-PMT-TRAN-TYPE TO WS-ACT-KIND
                   MOVE WS-PMT-DATE TO WS-STMT-AMT-DATE
                   MOVE WS-PMT-AMOUNT-ED TO WS-ACT-AMOUNT-N
                   PERFORM A005D-PUT-ACTIVITY
               END-IF
           END-IF.
           PERFORM A002A-GET-PMT-TRAN.
       A006A-SKIP-LOW-CHARGE.
           ADD 1 TO WS-TOTAL-CHG-SKIPPED.
           PERFORM A002B-GET-CHARGE-DETAIL.
       A006B-PRINT-ONE-CHARGE.
           MOVE SPACES TO WS-STMT-AMT-DATE.
           MOVE WS-CHGIN-AMOUNT-ED TO WS-ACT-AMOUNT-N.
           IF WS-CHGIN-TYPE = "LATEFEE" THEN
               MOVE "LATE FEE............" TO WS-STMT-AMT-LABEL
               MOVE "L" TO WS-ACT-KIND
           ELSE
               MOVE "FINANCE CHARGE......" TO WS-STMT-AMT-LABEL
               MOVE "F" TO WS-ACT-KIND
           END-IF.
           PERFORM A005D-PUT-ACTIVITY.
           PERFORM A002B-GET-CHARGE-DETAIL.
       A006D-SKIP-LOW-ADJ.
           ADD 1 TO WS-TOTAL-ADJ-SKIPPED.
           PERFORM A002D-GET-ADJUSTMENT.
       A006E-PRINT-ONE-ADJ.
           EVALUATE ADJ-TYPE
               WHEN "NSFRTN"
                   MOVE "RETURNED PAYMENT...." TO WS-STMT-AMT-LABEL
               WHEN "NSFFEE"
                   MOVE "RETURNED ITEM FEE..." TO WS-STMT-AMT-LABEL
               WHEN OTHER
                   MOVE "ADJUSTMENT.........." TO WS-STMT-AMT-LABEL
           END-EVALUATE.
           MOVE "A" TO WS-ACT-KIND.
           MOVE ADJ-DATE TO WS-STMT-AMT-DATE.
           MOVE ADJ-AMOUNT TO WS-ACT-AMOUNT-N.
           PERFORM A005D-PUT-ACTIVITY.
           PERFORM A002D-GET-ADJUSTMENT.
       A005D-PUT-ACTIVITY.
           IF WS-HOLDING-ACTIVITY THEN
               PERFORM A005F-HOLD-ACTIVITY-LINE
           ELSE
               PERFORM A005E-PRINT-ACTIVITY-LINE
           END-IF.
       A005E-PRINT-ACTIVITY-LINE.
           MOVE WS-ACT-AMOUNT-N TO WS-STMT-AMOUNT.
           WRITE STMT-RECORD FROM WS-STMT-AMT-LINE.
           EVALUATE WS-ACT-KIND
               WHEN "F"
                   ADD WS-ACT-AMOUNT-N TO WS-TOTAL-FIN-CHARGES
               WHEN "L"
                   ADD WS-ACT-AMOUNT-N TO WS-TOTAL-LATE-FEES
               WHEN "A"
                   ADD WS-ACT-AMOUNT-N TO WS-TOTAL-ADJUSTMENTS
                   ADD 1 TO WS-TOTAL-ACTIVITY-LINES
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ACTIVITY-LINES
           END-EVALUATE.
       A005F-HOLD-ACTIVITY-LINE.
           ADD 1 TO WS-HOLD-SEQ.
           MOVE SPACES            TO STMTACT-RECORD.
           MOVE WS-CUST-ID        TO STMTACT-CUST-ID.
           MOVE WS-RUN-DATE       TO STMTACT-HOLD-DATE.
           MOVE WS-HOLD-SEQ       TO STMTACT-SEQ.
           MOVE WS-ACT-KIND       TO STMTACT-KIND.
           MOVE WS-STMT-AMT-LABEL TO STMTACT-LABEL.
           MOVE WS-STMT-AMT-DATE  TO STMTACT-DATE.
           MOVE WS-ACT-AMOUNT-N   TO STMTACT-AMOUNT.
           MOVE ZERO              TO STMTACT-BILLED-DATE.
           WRITE STMTACT-RECORD
               INVALID KEY
                   ADD 1 TO WS-TOTAL-HELD-DUPLICATE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-HELD-WRITTEN
           END-WRITE.
       A007A-COMPUTE-MIN-PAYMENT.
           COMPUTE WS-MIN-PAYMENT ROUNDED =
               WS-CLOSE-BALANCE-N * WS-MIN-PMT-PCT.
                   MOVE WS-MIN-PMT-FLOOR TO WS-MIN-PAYMENT
               END-IF
           END-IF.
       A007B-SET-DUE-PERIOD.
           MOVE "N" TO WS-DUE-OPEN-SW.
           MOVE "N" TO WS-NEW-PERIOD-SW.
           IF WS-CUST-DUE-STATUS = "O"
               AND WS-CUST-DUE-DATE NUMERIC THEN
               IF WS-CUST-DUE-DATE NOT < WS-RUN-DATE THEN
                   SET WS-DUE-STILL-OPEN TO TRUE
               END-IF
           END-IF.
           IF WS-DUE-STILL-OPEN THEN
               ADD 1 TO WS-TOTAL-DUE-CARRIED
           ELSE
               MOVE WS-CUST-MIN-DUE  TO WS-PRIOR-MIN-DUE
               MOVE WS-CUST-DUE-DATE TO WS-PRIOR-DUE-DATE
               MOVE WS-MIN-PAYMENT   TO WS-CUST-MIN-DUE
               MOVE WS-DUE-DATE      TO WS-CUST-DUE-DATE
               MOVE ZERO             TO WS-CUST-PAID-TO-DUE
               IF WS-MIN-PAYMENT > ZERO THEN
                   MOVE "O" TO WS-CUST-DUE-STATUS
               ELSE
                   MOVE "M" TO WS-CUST-DUE-STATUS
               END-IF
               SET WS-NEW-PERIOD-SET TO TRUE
           END-IF.
       A007C-JOURNAL-DUE-PERIOD.
           MOVE "MIN-DUE" TO WS-JRNL-FIELD.
           IF WS-PRIOR-MIN-DUE = SPACES THEN
               MOVE SPACES TO WS-JRNL-BEFORE
           ELSE
               MOVE WS-PRIOR-MIN-DUE-ED TO WS-MIN-PAYMENT
               MOVE WS-MIN-PAYMENT    TO WS-JRNL-AMOUNT-ED
               MOVE WS-JRNL-AMOUNT-ED TO WS-JRNL-BEFORE
           END-IF.
           MOVE WS-CUST-MIN-DUE   TO WS-MIN-PAYMENT.
           MOVE WS-MIN-PAYMENT    TO WS-JRNL-AMOUNT-ED.
           MOVE WS-JRNL-AMOUNT-ED TO WS-JRNL-AFTER.
           PERFORM A007D-WRITE-JOURNAL.
           MOVE "DUE-DATE"        TO WS-JRNL-FIELD.
           MOVE WS-PRIOR-DUE-DATE TO WS-JRNL-BEFORE.
           MOVE WS-CUST-DUE-DATE  TO WS-JRNL-AFTER.
           PERFORM A007D-WRITE-JOURNAL.
       A007D-WRITE-JOURNAL.
           MOVE SPACES         TO JRNL-RECORD.
           MOVE WS-CUST-ID     TO JRNL-CUST-ID.
           MOVE WS-JRNL-FIELD  TO JRNL-FIELD.
           MOVE WS-JRNL-BEFORE TO JRNL-BEFORE.
           MOVE WS-JRNL-AFTER  TO JRNL-AFTER.
           MOVE "EXAMPLE8"     TO JRNL-SOURCE.
           MOVE WS-RUN-DATE    TO JRNL-RUN-DATE.
           MOVE "STMT"         TO JRNL-TRAN-REF.
           WRITE JRNL-RECORD.
           ADD 1 TO WS-TOTAL-JRNL-WRITTEN.
       A001A-EDIT-PARM-CYCLE.
           IF WS-PARM-CYCLE (WS-CYCLE-SUB) NOT = SPACES THEN
               IF WS-PARM-CYCLE (WS-CYCLE-SUB) NOT NUMERIC
                   OR WS-PARM-CYCLE (WS-CYCLE-SUB) > "28" THEN
                   SET WS-CYCLE-PARM-ERROR TO TRUE
               END-IF
           END-IF.
           ADD 1 TO WS-CYCLE-SUB.
       A003A-CHECK-CYCLE.
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
               PERFORM A003B-MATCH-ONE-CYCLE
                   UNTIL WS-IN-CYCLE OR WS-CYCLE-SUB > 5
           END-IF.
       A003B-MATCH-ONE-CYCLE.
           IF WS-PARM-CYCLE (WS-CYCLE-SUB) = WS-CUST-CYCLE-KEY THEN
               SET WS-IN-CYCLE TO TRUE
           END-IF.
           ADD 1 TO WS-CYCLE-SUB.
       A009-SET-DAYS-MAX.
           EVALUATE WS-DUE-MM
               WHEN 1
               UNTIL WS-PMT-EOF.
           PERFORM A008C-COUNT-TRAILING-CHARGES
               UNTIL WS-CHG-EOF.
           PERFORM A008D-COUNT-TRAILING-ADJ
               UNTIL WS-ADJ-EOF.
           PERFORM A008A-PRINT-CONTROL-TOTALS.
           CLOSE NEW-FILE.
           CLOSE OLD-FILE.
           CLOSE PMT-FILE.
           CLOSE CHARGE-FILE.
           CLOSE ADDR-FILE.
           CLOSE ADJ-FILE.
           CLOSE STMT-FILE.
           CLOSE CTL-RPT-FILE.
           CLOSE CHGJRNL-FILE.
           CLOSE STMTACT-FILE.
           STOP RUN.
       A008B-COUNT-TRAILING-TRANS.
           ADD 1 TO WS-TOTAL-PMT-SKIPPED.
       A008C-COUNT-TRAILING-CHARGES.
           ADD 1 TO WS-TOTAL-CHG-SKIPPED.
           PERFORM A002B-GET-CHARGE-DETAIL.
       A008D-COUNT-TRAILING-ADJ.
           ADD 1 TO WS-TOTAL-ADJ-SKIPPED.
           PERFORM A002D-GET-ADJUSTMENT.
       A008A-PRINT-CONTROL-TOTALS.
           WRITE CTL-RPT-RECORD FROM WS-CTL-HDR-LINE.
           MOVE "MASTERS READ......." TO WS-CTL-LABEL.
           MOVE "STATEMENTS WRITTEN." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-STATEMENTS TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "NOT IN CYCLE......." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-NOT-IN-CYCLE TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "CHARGED OFF........" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-CHARGED-OFF TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "ACTIVITY LINES....." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-ACTIVITY-LINES TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "CHG LINES SKIPPED.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-CHG-SKIPPED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "DUE DATES SET......" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-DUE-SET TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "DUE DATES CARRIED.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-DUE-CARRIED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "REWRITE FAILED....." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-REWRITE-FAILED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "JOURNAL RECORDS...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-JRNL-WRITTEN TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "ADJ LINES SKIPPED.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-ADJ-SKIPPED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "OPENING BAL SEEDED." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-STMT-BAL-SEEDED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "ACTIVITY HELD......" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-HELD-WRITTEN TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "HELD DUPLICATES...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-HELD-DUPLICATE TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "HELD RELEASED......" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-HELD-RELEASED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "HELD PURGED........" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-HELD-PURGED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "TOTAL FIN CHARGES.." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-FIN-CHARGES TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "TOTAL LATE FEES...." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-LATE-FEES TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "TOTAL ADJUSTMENTS.." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-ADJUSTMENTS TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "TOTAL CLOSING BAL.." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-CLOSE-BALANCE TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
