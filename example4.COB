           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-DTL.
           SELECT CHGJRNL-FILE ASSIGN TO DISK17
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-JRNL.
           SELECT PMTITEM-FILE ASSIGN TO DISK8
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PMTITEM-KEY
           FILE STATUS  IS WS-FS-ITEM.
           SELECT ADJ-FILE ASSIGN TO DISK5
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-ADJ.
           SELECT NSF-WORK-FILE ASSIGN TO DISK9
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-NSFW.
           SELECT SUSP-FILE ASSIGN TO DISK10
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SUSP-KEY
           FILE STATUS  IS WS-FS-SUSP.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  OLD-RECORD.
           05 OLD-CUST-KEY             PIC X(06).
           05 FILLER                   PIC X(194).
       FD  PMT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PMT-RECORD                  PIC X(80).
       FD  NEW-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  NEW-RECORD.
           05 NEW-CUST-KEY             PIC X(06).
           05 FILLER                   PIC X(194).
       FD  REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REGISTER-RECORD             PIC X(80).
       FD  PMTDTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PMTDTL.
       FD  CHGJRNL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CHGJRNL.
       FD  PMTITEM-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PMTITEM.
       FD  ADJ-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ADJREC.
       FD  NSF-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NSF-WORK-RECORD             PIC X(80).
       FD  SUSP-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUSPREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-OLD                   PIC X(02).
       77  WS-FS-RUNCTL                PIC X(02).
       77  WS-FS-GLW                   PIC X(02).
       77  WS-FS-DTL                   PIC X(02).
       77  WS-FS-JRNL                  PIC X(02).
       77  WS-FS-ITEM                  PIC X(02).
       77  WS-FS-ADJ                   PIC X(02).
       77  WS-FS-NSFW                  PIC X(02).
       77  WS-FS-SUSP                  PIC X(02).
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-RUN-YYMM                 PIC 9(06) VALUE ZERO.
       77  WS-OLD-EOF-SW               PIC X(01) VALUE "N".
       77  WS-DTL-ONTIME-CNT           PIC 9(05) VALUE ZERO.
       77  WS-DTL-LATE-CNT             PIC 9(05) VALUE ZERO.
       77  WS-WORK-MONTH               PIC 9(06).
       77  WS-WORK-AGE-CURRENT         PIC S9(07)V99.
       77  WS-WORK-AGE-30              PIC S9(07)V99.
       77  WS-WORK-AGE-60              PIC S9(07)V99.
       77  WS-WORK-AGE-90              PIC S9(07)V99.
       77  WS-WORK-AGE-120             PIC S9(07)V99.
       77  WS-AGE-REMAIN               PIC S9(07)V99.
       77  WS-APPLIED-30               PIC S9(07)V99.
       77  WS-APPLIED-60               PIC S9(07)V99.
       77  WS-APPLIED-90               PIC S9(07)V99.
       77  WS-APPLIED-120              PIC S9(07)V99.
       77  WS-JRNL-BAL-BEFORE          PIC S9(07)V99.
       77  WS-JRNL-AMOUNT-ED           PIC -9(07).99.
       77  WS-JRNL-RATIO-ED            PIC 9.999.
       77  WS-JRNL-FIELD               PIC X(08).
       77  WS-JRNL-BEFORE              PIC X(20).
       77  WS-JRNL-AFTER               PIC X(20).
       77  WS-NSF-FEE                  PIC 9(05)V99 VALUE 25.00.
       77  WS-NSF-MONTH                PIC 9(06).
       77  WS-ADJ-TYPE                 PIC X(08).
       77  WS-HISTORY-ADJ              PIC S9(03)V999.
       77  WS-CUST-NSF-TOTAL           PIC 9(07)V99.
       77  WS-RECOVERED-N              PIC 9(05)V99.
       77  WS-PAID-TO-DUE-N            PIC 9(06)V99.
       77  WS-DUE-PMT-DATE             PIC 9(08).
       77  WS-DUE-APPLY-SW             PIC X(01) VALUE "N".
           88 WS-DUE-APPLIES                      VALUE "Y".
       77  WS-ITEM-FOUND-SW            PIC X(01) VALUE "N".
           88 WS-ITEM-FOUND                       VALUE "Y".
           88 WS-ITEM-NOT-FOUND                   VALUE "N".
       77  WS-ITEM-SCAN-DONE-SW        PIC X(01) VALUE "N".
           88 WS-ITEM-SCAN-DONE                   VALUE "Y".
       77  WS-NSF-EOF-SW               PIC X(01) VALUE "N".
           88 WS-NSF-EOF                          VALUE "Y".
           COPY CUSTREC.
       01  WS-JRNL-TRAN-REF.
           05 WS-JRNL-REF-CODE         PIC X(01).
           05 WS-JRNL-REF-SEQ          PIC 9(07).
       01  WS-PMT-TRAN.
           05 WS-PMT-CUST-ID           PIC X(06).
           05 WS-PMT-TRAN-TYPE         PIC X(01).
              88 WS-PMT-PAYMENT                   VALUE "P".
              88 WS-PMT-CHARGE                    VALUE "C".
              88 WS-PMT-RETURNED                  VALUE "R".
           05 WS-PMT-AMOUNT.
              10 WS-PMT-AMT-INT        PIC X(05).
              10 WS-PMT-AMT-POINT      PIC X(01).
              10 WS-PMT-DATE-DD        PIC X(02).
           05 WS-PMT-ON-TIME           PIC X(01).
              88 WS-PMT-WAS-ON-TIME               VALUE "Y".
           05 WS-PMT-CHECK-NO          PIC X(10).
           05 WS-PMT-BATCH-NO          PIC X(06).
           05 WS-PMT-SOURCE            PIC X(01).
              88 WS-PMT-FROM-SUSPENSE             VALUE "S".
           05 WS-PMT-SUSP-KEY          PIC X(15).
           05 FILLER                   PIC X(24).
       01  WS-REG-DETAIL-LINE.
           05 WS-REG-CUST-ID           PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REG-CUST-CHGS         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REG-CUST-BALANCE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REG-CUST-NSF          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(06) VALUE SPACES.
       01  WS-NSF-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "RETURNED PAYMENTS (NSF)".
       01  WS-NSF-COL-LINE.
           05 FILLER                   PIC X(40) VALUE
              "CUST    PMT DATE  CHECK NO    RETURNED".
           05 FILLER                   PIC X(40) VALUE
              "       FEE  DISPOSITION".
       01  WS-NSF-DETAIL-LINE.
           05 WS-NSF-CUST-ID           PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-NSF-PMT-DATE          PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-NSF-CHECK-NO          PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-NSF-AMOUNT            PIC ZZZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-NSF-FEE-AMT           PIC ZZZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-NSF-DISPOSITION       PIC X(20).
           05 FILLER                   PIC X(10) VALUE SPACES.
       01  WS-CONTROL-TOTALS.
           05 WS-TOTAL-OLD-READ        PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-PMT-READ        PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-UNAPPLIED       PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-NEW-BALANCE     PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-DTL-WRITTEN     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-JRNL-WRITTEN    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-NSF-POSTED      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-NSF-NOMATCH     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-NSF-RETURNED    PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-NSF-FEES        PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-ITEMS-SAVED     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-ADJ-WRITTEN     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-RECOV-POSTED    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-CHGOFF-REJ      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-RECOVERIES      PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-SUSP-WRITTEN    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-SUSP-ON-FILE    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-SUSP-AMOUNT     PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-SUSP-APPLD-CNT  PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-SUSP-CLEARED    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-SUSP-APPLIED    PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-SUSP-RECOV      PIC 9(09)V99 VALUE ZERO.
       01  WS-CTL-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "EXAMPLE4 POSTING TOTALS".
           IF WS-FS-DTL NOT = "00" THEN
               OPEN OUTPUT PMTDTL-FILE
           END-IF.
           OPEN EXTEND CHGJRNL-FILE.
           IF WS-FS-JRNL NOT = "00" THEN
               OPEN OUTPUT CHGJRNL-FILE
           END-IF.
           OPEN I-O    PMTITEM-FILE.
           IF WS-FS-ITEM NOT = "00" THEN
               OPEN OUTPUT PMTITEM-FILE
               CLOSE PMTITEM-FILE
               OPEN I-O PMTITEM-FILE
           END-IF.
           OPEN OUTPUT ADJ-FILE.
           OPEN OUTPUT NSF-WORK-FILE.
           OPEN I-O    SUSP-FILE.
           IF WS-FS-SUSP NOT = "00" THEN
               OPEN OUTPUT SUSP-FILE
               CLOSE SUSP-FILE
               OPEN I-O SUSP-FILE
           END-IF.
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-YYMM.
           SUBTRACT 1 FROM WS-PMT-HISTORY-WINDOW
               GIVING WS-PMT-WINDOW-LESS-1.
               SET WS-HOLD-ACTIVE TO TRUE
               MOVE WS-CUST-BALANCE TO WS-WORK-BALANCE
               MOVE WS-CUST-PAYMENT-HISTORY TO WS-WORK-HISTORY
               PERFORM A004A-LOAD-AGING
           ELSE
               SET WS-HOLD-EMPTY TO TRUE
           END-IF.
           MOVE ZERO TO WS-CUST-PMT-TOTAL.
           MOVE ZERO TO WS-CUST-CHG-TOTAL.
           MOVE ZERO TO WS-CUST-NSF-TOTAL.
       A005-APPLY-TRANS.
           PERFORM A005A-POST-ONE-TRAN
               UNTIL WS-PMT-EOF
           IF NOT WS-PMT-EOF THEN
               ADD 1 TO WS-TOTAL-PMT-READ
           END-IF.
       A004A-LOAD-AGING.
           IF WS-CUST-AGING = SPACES THEN
               MOVE WS-CUST-BALANCE TO WS-CUST-AGE-CURRENT
               MOVE ZERO TO WS-CUST-AGE-30
               MOVE ZERO TO WS-CUST-AGE-60
               MOVE ZERO TO WS-CUST-AGE-90
               MOVE ZERO TO WS-CUST-AGE-120
           END-IF.
           MOVE WS-CUST-AGE-CURRENT TO WS-WORK-AGE-CURRENT.
           MOVE WS-CUST-AGE-30      TO WS-WORK-AGE-30.
           MOVE WS-CUST-AGE-60      TO WS-WORK-AGE-60.
           MOVE WS-CUST-AGE-90      TO WS-WORK-AGE-90.
           MOVE WS-CUST-AGE-120     TO WS-WORK-AGE-120.
       A005A-POST-ONE-TRAN.
           MOVE WS-PMT-CUST-ID   TO WS-REG-CUST-ID.
           MOVE WS-PMT-TRAN-TYPE TO WS-REG-TRAN-TYPE.
           MOVE ZERO             TO WS-REG-AMOUNT.
           MOVE WS-PMT-TRAN-TYPE  TO WS-JRNL-REF-CODE.
           MOVE WS-TOTAL-PMT-READ TO WS-JRNL-REF-SEQ.
           MOVE WS-WORK-BALANCE   TO WS-JRNL-BAL-BEFORE.
           EVALUATE TRUE
               WHEN WS-HOLD-EMPTY AND WS-PMT-RETURNED
                   MOVE "NOT ON MASTER" TO WS-REG-NOTE
                   MOVE "NOT ON MASTER" TO WS-NSF-DISPOSITION
                   MOVE ZERO TO WS-NSF-AMOUNT
                   MOVE ZERO TO WS-NSF-FEE-AMT
                   PERFORM A005N-WRITE-NSF-LINE
                   ADD 1 TO WS-TOTAL-NSF-NOMATCH
                   ADD 1 TO WS-TOTAL-UNMATCHED
               WHEN WS-HOLD-EMPTY
                   MOVE "NOT ON MASTER" TO WS-REG-NOTE
                   IF WS-PMT-AMT-INT NUMERIC
                       AND WS-PMT-AMT-POINT = "."
                       AND WS-PMT-AMT-DEC NUMERIC THEN
                       MOVE WS-PMT-AMOUNT-ED TO WS-PMT-AMOUNT-N
                       MOVE WS-PMT-AMOUNT-N  TO WS-REG-AMOUNT
                       IF WS-PMT-PAYMENT THEN
                           PERFORM A005V-WRITE-SUSPENSE
                       ELSE
                           ADD WS-PMT-AMOUNT-N TO WS-TOTAL-UNAPPLIED
                       END-IF
                   END-IF
                   ADD 1 TO WS-TOTAL-UNMATCHED
               WHEN WS-PMT-AMT-INT NOT NUMERIC
                   OR WS-PMT-AMT-POINT NOT = "."
                   OR WS-PMT-AMT-DEC NOT NUMERIC
                   MOVE "INVALID AMOUNT" TO WS-REG-NOTE
                   ADD 1 TO WS-TOTAL-INVALID
               WHEN WS-PMT-PAYMENT AND WS-CUST-STATUS = "CHARGEOFF"
                   PERFORM A005R-POST-RECOVERY
               WHEN (WS-PMT-CHARGE OR WS-PMT-RETURNED)
                   AND WS-CUST-STATUS = "CHARGEOFF"
                   MOVE WS-PMT-AMOUNT-ED TO WS-PMT-AMOUNT-N
                   MOVE WS-PMT-AMOUNT-N  TO WS-REG-AMOUNT
                   MOVE "CHARGED OFF" TO WS-REG-NOTE
                   ADD 1 TO WS-TOTAL-CHGOFF-REJ
               WHEN WS-PMT-PAYMENT
                   PERFORM A005B-POST-PAYMENT
               WHEN WS-PMT-CHARGE
                   PERFORM A005C-POST-CHARGE
               WHEN WS-PMT-RETURNED
                   PERFORM A005J-POST-RETURN THRU A005J-EXIT
               WHEN OTHER
                   MOVE "INVALID TRAN TYPE" TO WS-REG-NOTE
                   ADD 1 TO WS-TOTAL-INVALID
           END-EVALUATE.
           IF WS-PMT-FROM-SUSPENSE THEN
               PERFORM A005Y-CLEAR-SUSPENSE-ITEM THRU A005Y-EXIT
           END-IF.
           WRITE REGISTER-RECORD FROM WS-REG-DETAIL-LINE.
           PERFORM A002B-GET-PMT-TRAN.
       A005B-POST-PAYMENT.
           MOVE WS-PMT-AMOUNT-ED TO WS-PMT-AMOUNT-N.
           MOVE WS-PMT-AMOUNT-N  TO WS-REG-AMOUNT.
           SUBTRACT WS-PMT-AMOUNT-N FROM WS-WORK-BALANCE.
           PERFORM A005F-APPLY-PMT-TO-AGING.
           ADD WS-PMT-AMOUNT-N TO WS-CUST-PMT-TOTAL.
           IF WS-PMT-FROM-SUSPENSE THEN
               ADD WS-PMT-AMOUNT-N TO WS-TOTAL-SUSP-APPLIED
               ADD 1 TO WS-TOTAL-SUSP-APPLD-CNT
           ELSE
               ADD WS-PMT-AMOUNT-N TO WS-TOTAL-PAYMENTS
           END-IF.
           IF WS-PMT-ON-TIME = SPACE THEN
               PERFORM A005W-SET-ON-TIME
           END-IF.
           IF WS-PMT-WAS-ON-TIME THEN
               MOVE 1.000 TO WS-ONTIME-VALUE
           ELSE
               (WS-WORK-HISTORY * WS-PMT-WINDOW-LESS-1
                + WS-ONTIME-VALUE) / WS-PMT-HISTORY-WINDOW.
           PERFORM A005D-TALLY-PMT-DETAIL.
           PERFORM A005K-SAVE-PMT-ITEM.
           PERFORM A005S-ADD-PAID-TO-DUE.
           PERFORM A005G-JOURNAL-BALANCE.
           IF WS-PMT-FROM-SUSPENSE THEN
               MOVE "SUSPENSE APPLIED" TO WS-REG-NOTE
           ELSE
               MOVE "POSTED" TO WS-REG-NOTE
           END-IF.
           ADD 1 TO WS-TOTAL-POSTED.
       A005C-POST-CHARGE.
           MOVE WS-PMT-AMOUNT-ED TO WS-PMT-AMOUNT-N.
           MOVE WS-PMT-AMOUNT-N  TO WS-REG-AMOUNT.
           ADD WS-PMT-AMOUNT-N TO WS-WORK-BALANCE.
           ADD WS-PMT-AMOUNT-N TO WS-WORK-AGE-CURRENT.
           ADD WS-PMT-AMOUNT-N TO WS-CUST-CHG-TOTAL.
           ADD WS-PMT-AMOUNT-N TO WS-TOTAL-CHARGES.
           PERFORM A005G-JOURNAL-BALANCE.
           MOVE "POSTED" TO WS-REG-NOTE.
           ADD 1 TO WS-TOTAL-POSTED.
       A005D-TALLY-PMT-DETAIL.
               MOVE WS-DTL-ONTIME-CNT TO PMTDTL-ON-TIME
               MOVE WS-DTL-LATE-CNT   TO PMTDTL-LATE
               MOVE WS-RUN-DATE       TO PMTDTL-RUN-DATE
               MOVE ZERO              TO PMTDTL-ONTIME-REV
               MOVE ZERO              TO PMTDTL-LATE-REV
               WRITE PMTDTL-RECORD
               ADD 1 TO WS-TOTAL-DTL-WRITTEN
           END-IF.
           MOVE ZERO TO WS-DTL-ONTIME-CNT.
           MOVE ZERO TO WS-DTL-LATE-CNT.
           MOVE ZERO TO WS-DTL-MONTH.
       A005F-APPLY-PMT-TO-AGING.
           MOVE WS-PMT-AMOUNT-N TO WS-AGE-REMAIN.
           MOVE WS-WORK-AGE-30  TO WS-APPLIED-30.
           MOVE WS-WORK-AGE-60  TO WS-APPLIED-60.
           MOVE WS-WORK-AGE-90  TO WS-APPLIED-90.
           MOVE WS-WORK-AGE-120 TO WS-APPLIED-120.
           IF WS-WORK-AGE-120 > WS-AGE-REMAIN THEN
               SUBTRACT WS-AGE-REMAIN FROM WS-WORK-AGE-120
               MOVE ZERO TO WS-AGE-REMAIN
           ELSE
               SUBTRACT WS-WORK-AGE-120 FROM WS-AGE-REMAIN
               MOVE ZERO TO WS-WORK-AGE-120
           END-IF.
           IF WS-WORK-AGE-90 > WS-AGE-REMAIN THEN
               SUBTRACT WS-AGE-REMAIN FROM WS-WORK-AGE-90
               MOVE ZERO TO WS-AGE-REMAIN
           ELSE
               SUBTRACT WS-WORK-AGE-90 FROM WS-AGE-REMAIN
               MOVE ZERO TO WS-WORK-AGE-90
           END-IF.
           IF WS-WORK-AGE-60 > WS-AGE-REMAIN THEN
               SUBTRACT WS-AGE-REMAIN FROM WS-WORK-AGE-60
               MOVE ZERO TO WS-AGE-REMAIN
           ELSE
               SUBTRACT WS-WORK-AGE-60 FROM WS-AGE-REMAIN
               MOVE ZERO TO WS-WORK-AGE-60
           END-IF.
           IF WS-WORK-AGE-30 > WS-AGE-REMAIN THEN
               SUBTRACT WS-AGE-REMAIN FROM WS-WORK-AGE-30
               MOVE ZERO TO WS-AGE-REMAIN
           ELSE
               SUBTRACT WS-WORK-AGE-30 FROM WS-AGE-REMAIN
               MOVE ZERO TO WS-WORK-AGE-30
           END-IF.
           SUBTRACT WS-AGE-REMAIN FROM WS-WORK-AGE-CURRENT.
           SUBTRACT WS-WORK-AGE-30  FROM WS-APPLIED-30.
           SUBTRACT WS-WORK-AGE-60  FROM WS-APPLIED-60.
           SUBTRACT WS-WORK-AGE-90  FROM WS-APPLIED-90.
           SUBTRACT WS-WORK-AGE-120 FROM WS-APPLIED-120.
           IF WS-APPLIED-30 < ZERO THEN
               MOVE ZERO TO WS-APPLIED-30
           END-IF.
           IF WS-APPLIED-60 < ZERO THEN
               MOVE ZERO TO WS-APPLIED-60
           END-IF.
           IF WS-APPLIED-90 < ZERO THEN
               MOVE ZERO TO WS-APPLIED-90
           END-IF.
           IF WS-APPLIED-120 < ZERO THEN
               MOVE ZERO TO WS-APPLIED-120
           END-IF.
       A005G-JOURNAL-BALANCE.
           MOVE "BALANCE"          TO WS-JRNL-FIELD.
           MOVE WS-JRNL-BAL-BEFORE TO WS-JRNL-AMOUNT-ED.
           MOVE WS-JRNL-AMOUNT-ED  TO WS-JRNL-BEFORE.
           MOVE WS-WORK-BALANCE    TO WS-JRNL-AMOUNT-ED.
           MOVE WS-JRNL-AMOUNT-ED  TO WS-JRNL-AFTER.
           PERFORM A005H-WRITE-JOURNAL.
       A005H-WRITE-JOURNAL.
           MOVE SPACES TO JRNL-RECORD.
           MOVE WS-CURRENT-KEY   TO JRNL-CUST-ID.
           MOVE WS-JRNL-FIELD    TO JRNL-FIELD.
           MOVE WS-JRNL-BEFORE   TO JRNL-BEFORE.
           MOVE WS-JRNL-AFTER    TO JRNL-AFTER.
           MOVE "EXAMPLE4"       TO JRNL-SOURCE.
           MOVE WS-RUN-DATE      TO JRNL-RUN-DATE.
           MOVE WS-JRNL-TRAN-REF TO JRNL-TRAN-REF.
           WRITE JRNL-RECORD.
           ADD 1 TO WS-TOTAL-JRNL-WRITTEN.
       A005J-POST-RETURN.
           MOVE WS-PMT-AMOUNT-ED TO WS-PMT-AMOUNT-N.
           MOVE WS-PMT-AMOUNT-N  TO WS-REG-AMOUNT.
           MOVE WS-PMT-AMOUNT-N  TO WS-NSF-AMOUNT.
           MOVE ZERO             TO WS-NSF-FEE-AMT.
           PERFORM A005L-FIND-PMT-ITEM.
           IF WS-ITEM-NOT-FOUND THEN
               MOVE "NSF NO MATCH" TO WS-REG-NOTE
               MOVE "NO MATCHING PAYMENT" TO WS-NSF-DISPOSITION
               PERFORM A005N-WRITE-NSF-LINE
               ADD 1 TO WS-TOTAL-NSF-NOMATCH
               GO TO A005J-EXIT
           END-IF.
           ADD WS-PMT-AMOUNT-N TO WS-WORK-BALANCE.
           PERFORM A005X-RESTORE-AGING.
           ADD WS-PMT-AMOUNT-N TO WS-CUST-NSF-TOTAL.
           ADD WS-PMT-AMOUNT-N TO WS-TOTAL-NSF-RETURNED.
           PERFORM A005G-JOURNAL-BALANCE.
           MOVE "NSFRTN" TO WS-ADJ-TYPE.
           PERFORM A005Q-WRITE-ADJUSTMENT.
           IF PMTITEM-ON-TIME = "Y" THEN
               COMPUTE WS-HISTORY-ADJ ROUNDED =
                   (WS-WORK-HISTORY * WS-PMT-HISTORY-WINDOW - 1)
                   / WS-PMT-WINDOW-LESS-1
           ELSE
               COMPUTE WS-HISTORY-ADJ ROUNDED =
                   WS-WORK-HISTORY * WS-PMT-HISTORY-WINDOW
                   / WS-PMT-WINDOW-LESS-1
           END-IF.
           IF WS-HISTORY-ADJ < ZERO THEN
               MOVE ZERO TO WS-WORK-HISTORY
           ELSE
               IF WS-HISTORY-ADJ > 1 THEN
                   MOVE 1 TO WS-WORK-HISTORY
               ELSE
                   MOVE WS-HISTORY-ADJ TO WS-WORK-HISTORY
               END-IF
           END-IF.
           PERFORM A005M-REVERSE-PMT-DETAIL.
           PERFORM A005T-BACK-OUT-PAID-TO-DUE.
           SET PMTITEM-RETURNED TO TRUE.
           MOVE WS-RUN-DATE TO PMTITEM-RETURN-DATE.
           REWRITE PMTITEM-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE WS-WORK-BALANCE TO WS-JRNL-BAL-BEFORE.
           MOVE WS-NSF-FEE TO WS-PMT-AMOUNT-N.
           ADD WS-PMT-AMOUNT-N TO WS-WORK-BALANCE.
           ADD WS-PMT-AMOUNT-N TO WS-WORK-AGE-CURRENT.
           ADD WS-PMT-AMOUNT-N TO WS-CUST-CHG-TOTAL.
           ADD WS-PMT-AMOUNT-N TO WS-TOTAL-NSF-FEES.
           PERFORM A005G-JOURNAL-BALANCE.
           MOVE "NSFFEE" TO WS-ADJ-TYPE.
           PERFORM A005Q-WRITE-ADJUSTMENT.
           MOVE WS-PMT-AMOUNT-N TO WS-NSF-FEE-AMT.
           MOVE "REVERSED" TO WS-NSF-DISPOSITION.
           PERFORM A005N-WRITE-NSF-LINE.
           MOVE "NSF RETURNED" TO WS-REG-NOTE.
           ADD 1 TO WS-TOTAL-NSF-POSTED.
           ADD 1 TO WS-TOTAL-POSTED.
       A005J-EXIT.
           EXIT.
       A005K-SAVE-PMT-ITEM.
           MOVE SPACES            TO PMTITEM-RECORD.
           MOVE WS-PMT-CUST-ID    TO PMTITEM-CUST-ID.
           MOVE WS-PMT-DATE       TO PMTITEM-PMT-DATE.
           MOVE WS-RUN-DATE       TO PMTITEM-POST-DATE.
           MOVE WS-TOTAL-PMT-READ TO PMTITEM-POST-SEQ.
           MOVE WS-PMT-AMOUNT-N   TO PMTITEM-AMOUNT.
           IF WS-PMT-WAS-ON-TIME THEN
               MOVE "Y" TO PMTITEM-ON-TIME
           ELSE
               MOVE "N" TO PMTITEM-ON-TIME
           END-IF.
           MOVE WS-PMT-CHECK-NO   TO PMTITEM-CHECK-NO.
           SET PMTITEM-POSTED     TO TRUE.
           MOVE ZERO              TO PMTITEM-RETURN-DATE.
           SET PMTITEM-SPLIT-SAVED TO TRUE.
           MOVE WS-APPLIED-30     TO PMTITEM-APPLIED-30.
           MOVE WS-APPLIED-60     TO PMTITEM-APPLIED-60.
           MOVE WS-APPLIED-90     TO PMTITEM-APPLIED-90.
           MOVE WS-APPLIED-120    TO PMTITEM-APPLIED-120.
           WRITE PMTITEM-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ITEMS-SAVED
           END-WRITE.
       A005L-FIND-PMT-ITEM.
           SET WS-ITEM-NOT-FOUND TO TRUE.
           MOVE WS-PMT-CUST-ID TO PMTITEM-CUST-ID.
           IF WS-PMT-DATE NUMERIC THEN
               MOVE WS-PMT-DATE TO PMTITEM-PMT-DATE
           ELSE
               MOVE LOW-VALUES TO PMTITEM-PMT-DATE
           END-IF.
           MOVE ZERO TO PMTITEM-POST-DATE.
           MOVE ZERO TO PMTITEM-POST-SEQ.
           MOVE "N" TO WS-ITEM-SCAN-DONE-SW.
           START PMTITEM-FILE KEY IS NOT LESS THAN PMTITEM-KEY
               INVALID KEY
                   SET WS-ITEM-SCAN-DONE TO TRUE
           END-START.
           PERFORM A005P-SCAN-PMT-ITEMS
               UNTIL WS-ITEM-SCAN-DONE.
       A005P-SCAN-PMT-ITEMS.
           READ PMTITEM-FILE NEXT RECORD
               AT END
                   SET WS-ITEM-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-ITEM-SCAN-DONE THEN
               IF PMTITEM-CUST-ID NOT = WS-PMT-CUST-ID THEN
                   SET WS-ITEM-SCAN-DONE TO TRUE
               ELSE
                   IF WS-PMT-DATE NUMERIC
                       AND PMTITEM-PMT-DATE NOT = WS-PMT-DATE THEN
                       SET WS-ITEM-SCAN-DONE TO TRUE
                   ELSE
                       IF PMTITEM-POSTED
                           AND PMTITEM-AMOUNT = WS-PMT-AMOUNT-ED
                           AND (WS-PMT-CHECK-NO = SPACES
                           OR WS-PMT-CHECK-NO = PMTITEM-CHECK-NO) THEN
                           SET WS-ITEM-FOUND TO TRUE
                           SET WS-ITEM-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       A005M-REVERSE-PMT-DETAIL.
           IF PMTITEM-PMT-YYMM NUMERIC THEN
               MOVE PMTITEM-PMT-YYMM TO WS-NSF-MONTH
           ELSE
               DIVIDE PMTITEM-POST-DATE BY 100 GIVING WS-NSF-MONTH
           END-IF.
           MOVE SPACES         TO PMTDTL-RECORD.
           MOVE WS-CURRENT-KEY TO PMTDTL-CUST-ID.
           MOVE WS-NSF-MONTH   TO PMTDTL-MONTH.
           MOVE ZERO           TO PMTDTL-ON-TIME.
           MOVE ZERO           TO PMTDTL-LATE.
           MOVE WS-RUN-DATE    TO PMTDTL-RUN-DATE.
           MOVE ZERO           TO PMTDTL-ONTIME-REV.
           MOVE ZERO           TO PMTDTL-LATE-REV.
           IF PMTITEM-ON-TIME = "Y" THEN
               MOVE 1 TO PMTDTL-ONTIME-REV
           ELSE
               MOVE 1 TO PMTDTL-LATE-REV
           END-IF.
           WRITE PMTDTL-RECORD.
           ADD 1 TO WS-TOTAL-DTL-WRITTEN.
       A005N-WRITE-NSF-LINE.
           MOVE WS-PMT-CUST-ID  TO WS-NSF-CUST-ID.
           MOVE WS-PMT-DATE     TO WS-NSF-PMT-DATE.
           MOVE WS-PMT-CHECK-NO TO WS-NSF-CHECK-NO.
           WRITE NSF-WORK-RECORD FROM WS-NSF-DETAIL-LINE.
       A005Q-WRITE-ADJUSTMENT.
           MOVE SPACES           TO ADJ-RECORD.
           MOVE WS-CURRENT-KEY   TO ADJ-CUST-ID.
           MOVE WS-ADJ-TYPE      TO ADJ-TYPE.
           MOVE WS-PMT-AMOUNT-N  TO ADJ-AMOUNT.
           MOVE WS-RUN-DATE      TO ADJ-DATE.
           MOVE WS-JRNL-TRAN-REF TO ADJ-TRAN-REF.
           WRITE ADJ-RECORD.
           ADD 1 TO WS-TOTAL-ADJ-WRITTEN.
       A005R-POST-RECOVERY.
           MOVE WS-PMT-AMOUNT-ED TO WS-PMT-AMOUNT-N.
           MOVE WS-PMT-AMOUNT-N  TO WS-REG-AMOUNT.
           IF WS-CUST-RECOVERED = SPACES THEN
               MOVE ZERO TO WS-CUST-RECOVERED
           END-IF.
           MOVE "RECOVERD"        TO WS-JRNL-FIELD.
           MOVE WS-CUST-RECOVERED TO WS-RECOVERED-N.
           MOVE WS-RECOVERED-N    TO WS-JRNL-AMOUNT-ED.
           MOVE WS-JRNL-AMOUNT-ED TO WS-JRNL-BEFORE.
           ADD WS-PMT-AMOUNT-N TO WS-RECOVERED-N.
           MOVE WS-RECOVERED-N    TO WS-CUST-RECOVERED.
           MOVE WS-RECOVERED-N    TO WS-JRNL-AMOUNT-ED.
           MOVE WS-JRNL-AMOUNT-ED TO WS-JRNL-AFTER.
           PERFORM A005H-WRITE-JOURNAL.
           IF WS-PMT-FROM-SUSPENSE THEN
               ADD WS-PMT-AMOUNT-N TO WS-TOTAL-SUSP-RECOV
           ELSE
               ADD WS-PMT-AMOUNT-N TO WS-TOTAL-RECOVERIES
           END-IF.
           ADD 1 TO WS-TOTAL-RECOV-POSTED.
           MOVE "RECOVERY" TO WS-REG-NOTE.
           ADD 1 TO WS-TOTAL-POSTED.
       A005S-ADD-PAID-TO-DUE.
           PERFORM A005U-CHECK-DUE-PERIOD.
           IF WS-DUE-APPLIES THEN
               ADD WS-PMT-AMOUNT-N TO WS-PAID-TO-DUE-N
               IF WS-PAID-TO-DUE-N > 99999.99 THEN
                   MOVE 99999.99 TO WS-PAID-TO-DUE-N
               END-IF
               MOVE WS-PAID-TO-DUE-N TO WS-CUST-PAID-TO-DUE
           END-IF.
       A005T-BACK-OUT-PAID-TO-DUE.
           PERFORM A005U-CHECK-DUE-PERIOD.
           IF WS-DUE-APPLIES THEN
               IF WS-PAID-TO-DUE-N > WS-PMT-AMOUNT-N THEN
                   SUBTRACT WS-PMT-AMOUNT-N FROM WS-PAID-TO-DUE-N
               ELSE
                   MOVE ZERO TO WS-PAID-TO-DUE-N
               END-IF
               MOVE WS-PAID-TO-DUE-N TO WS-CUST-PAID-TO-DUE
           END-IF.
       A005U-CHECK-DUE-PERIOD.
           MOVE "N" TO WS-DUE-APPLY-SW.
           IF WS-CUST-DUE-STATUS = "O"
               AND WS-CUST-DUE-DATE NUMERIC THEN
               IF WS-PMT-DATE NUMERIC THEN
                   MOVE WS-PMT-DATE TO WS-DUE-PMT-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-DUE-PMT-DATE
               END-IF
               IF WS-DUE-PMT-DATE NOT > WS-CUST-DUE-DATE THEN
                   SET WS-DUE-APPLIES TO TRUE
               END-IF
           END-IF.
           IF WS-CUST-PAID-TO-DUE = SPACES THEN
               MOVE ZERO TO WS-PAID-TO-DUE-N
           ELSE
               MOVE WS-CUST-PAID-TO-DUE TO WS-PAID-TO-DUE-N
           END-IF.
       A005V-WRITE-SUSPENSE.
           IF NOT WS-PMT-FROM-SUSPENSE THEN
               ADD WS-PMT-AMOUNT-N TO WS-TOTAL-UNAPPLIED
           END-IF.
           MOVE SPACES            TO SUSP-RECORD.
           MOVE WS-RUN-DATE       TO SUSP-DATE.
           MOVE WS-TOTAL-PMT-READ TO SUSP-SEQ.
           MOVE WS-PMT-CUST-ID    TO SUSP-ORIG-CUST-ID.
           MOVE WS-PMT-AMOUNT-N   TO SUSP-AMOUNT.
           MOVE WS-PMT-DATE       TO SUSP-PMT-DATE.
           MOVE WS-PMT-CHECK-NO   TO SUSP-CHECK-NO.
           MOVE WS-PMT-BATCH-NO   TO SUSP-BATCH-NO.
           SET SUSP-OPEN          TO TRUE.
           MOVE ZERO              TO SUSP-ACTION-DATE.
           WRITE SUSP-RECORD
               INVALID KEY
                   MOVE "SUSPENSE ON FILE" TO WS-REG-NOTE
                   ADD 1 TO WS-TOTAL-SUSP-ON-FILE
               NOT INVALID KEY
                   MOVE "TO SUSPENSE" TO WS-REG-NOTE
                   ADD 1 TO WS-TOTAL-SUSP-WRITTEN
                   ADD WS-PMT-AMOUNT-N TO WS-TOTAL-SUSP-AMOUNT
           END-WRITE.
       A005W-SET-ON-TIME.
           PERFORM A005U-CHECK-DUE-PERIOD.
           IF WS-DUE-APPLIES
               OR WS-CUST-DUE-STATUS NOT = "O" THEN
               MOVE "Y" TO WS-PMT-ON-TIME
           ELSE
               MOVE "N" TO WS-PMT-ON-TIME
           END-IF.
       A005X-RESTORE-AGING.
           IF PMTITEM-SPLIT-SAVED THEN
               MOVE PMTITEM-APPLIED-30  TO WS-APPLIED-30
               MOVE PMTITEM-APPLIED-60  TO WS-APPLIED-60
               MOVE PMTITEM-APPLIED-90  TO WS-APPLIED-90
               MOVE PMTITEM-APPLIED-120 TO WS-APPLIED-120
               ADD WS-APPLIED-30  TO WS-WORK-AGE-30
               ADD WS-APPLIED-60  TO WS-WORK-AGE-60
               ADD WS-APPLIED-90  TO WS-WORK-AGE-90
               ADD WS-APPLIED-120 TO WS-WORK-AGE-120
               COMPUTE WS-AGE-REMAIN = WS-PMT-AMOUNT-N
                   - WS-APPLIED-30 - WS-APPLIED-60
                   - WS-APPLIED-90 - WS-APPLIED-120
               ADD WS-AGE-REMAIN TO WS-WORK-AGE-CURRENT
           ELSE
               ADD WS-PMT-AMOUNT-N TO WS-WORK-AGE-CURRENT
           END-IF.
       A005Y-CLEAR-SUSPENSE-ITEM.
           MOVE WS-PMT-SUSP-KEY TO SUSP-KEY.
           READ SUSP-FILE
               INVALID KEY
                   GO TO A005Y-EXIT
           END-READ.
           IF NOT SUSP-REASSIGNED THEN
               GO TO A005Y-EXIT
           END-IF.
           SET SUSP-APPLIED TO TRUE.
           MOVE WS-RUN-DATE TO SUSP-ACTION-DATE.
           REWRITE SUSP-RECORD
               INVALID KEY
                   GO TO A005Y-EXIT
           END-REWRITE.
           ADD 1 TO WS-TOTAL-SUSP-CLEARED.
       A005Y-EXIT.
           EXIT.
       A006A-FINISH-CUSTOMER.
           MOVE "ADJUST" TO WS-JRNL-TRAN-REF.
           MOVE WS-WORK-BALANCE TO WS-JRNL-BAL-BEFORE.
           IF WS-WORK-BALANCE < ZERO THEN
               MOVE ZERO TO WS-WORK-BALANCE
               MOVE ZERO TO WS-WORK-AGE-CURRENT
               MOVE ZERO TO WS-WORK-AGE-30
               MOVE ZERO TO WS-WORK-AGE-60
               MOVE ZERO TO WS-WORK-AGE-90
               MOVE ZERO TO WS-WORK-AGE-120
               MOVE WS-CUST-ID TO WS-REG-CUST-ID
               MOVE SPACE TO WS-REG-TRAN-TYPE
               MOVE ZERO TO WS-REG-AMOUNT
               MOVE "CREDIT BAL SET TO 0" TO WS-REG-NOTE
               WRITE REGISTER-RECORD FROM WS-REG-DETAIL-LINE
               PERFORM A005G-JOURNAL-BALANCE
           END-IF.
           IF WS-WORK-BALANCE > 99999.99 THEN
               COMPUTE WS-AGE-REMAIN = WS-WORK-BALANCE - 99999.99
               PERFORM A006B-REDUCE-AGING
               MOVE 99999.99 TO WS-WORK-BALANCE
               MOVE WS-CUST-ID TO WS-REG-CUST-ID
               MOVE SPACE TO WS-REG-TRAN-TYPE
               MOVE ZERO TO WS-REG-AMOUNT
               MOVE "BALANCE CAPPED" TO WS-REG-NOTE
               WRITE REGISTER-RECORD FROM WS-REG-DETAIL-LINE
               PERFORM A005G-JOURNAL-BALANCE
           END-IF.
           IF WS-WORK-HISTORY NOT = WS-CUST-PAYMENT-HISTORY THEN
               MOVE "RATIO"                 TO WS-JRNL-TRAN-REF
               MOVE "PMT-HIST"              TO WS-JRNL-FIELD
               MOVE WS-CUST-PAYMENT-HISTORY TO WS-JRNL-RATIO-ED
               MOVE WS-JRNL-RATIO-ED        TO WS-JRNL-BEFORE
               MOVE WS-WORK-HISTORY         TO WS-JRNL-RATIO-ED
               MOVE WS-JRNL-RATIO-ED        TO WS-JRNL-AFTER
               PERFORM A005H-WRITE-JOURNAL
           END-IF.
           MOVE WS-WORK-BALANCE TO WS-CUST-BALANCE.
           MOVE WS-WORK-HISTORY TO WS-CUST-PAYMENT-HISTORY.
           MOVE WS-WORK-AGE-CURRENT TO WS-CUST-AGE-CURRENT.
           MOVE WS-WORK-AGE-30      TO WS-CUST-AGE-30.
           MOVE WS-WORK-AGE-60      TO WS-CUST-AGE-60.
           MOVE WS-WORK-AGE-90      TO WS-CUST-AGE-90.
           MOVE WS-WORK-AGE-120     TO WS-CUST-AGE-120.
           IF WS-CUST-PMT-TOTAL > ZERO
               OR WS-CUST-CHG-TOTAL > ZERO
               OR WS-CUST-NSF-TOTAL > ZERO THEN
               MOVE WS-CUST-ID        TO WS-REG-CUST-CUST-ID
               MOVE WS-CUST-PMT-TOTAL TO WS-REG-CUST-PMTS
               MOVE WS-CUST-CHG-TOTAL TO WS-REG-CUST-CHGS
               MOVE WS-CUST-BALANCE   TO WS-REG-CUST-BALANCE
               MOVE WS-CUST-NSF-TOTAL TO WS-REG-CUST-NSF
               WRITE REGISTER-RECORD FROM WS-REG-CUST-LINE
           END-IF.
       A006B-REDUCE-AGING.
           IF WS-WORK-AGE-CURRENT > WS-AGE-REMAIN THEN
               SUBTRACT WS-AGE-REMAIN FROM WS-WORK-AGE-CURRENT
               MOVE ZERO TO WS-AGE-REMAIN
           ELSE
               SUBTRACT WS-WORK-AGE-CURRENT FROM WS-AGE-REMAIN
               MOVE ZERO TO WS-WORK-AGE-CURRENT
           END-IF.
           IF WS-WORK-AGE-30 > WS-AGE-REMAIN THEN
               SUBTRACT WS-AGE-REMAIN FROM WS-WORK-AGE-30
               MOVE ZERO TO WS-AGE-REMAIN
           ELSE
               SUBTRACT WS-WORK-AGE-30 FROM WS-AGE-REMAIN
               MOVE ZERO TO WS-WORK-AGE-30
           END-IF.
           IF WS-WORK-AGE-60 > WS-AGE-REMAIN THEN
               SUBTRACT WS-AGE-REMAIN FROM WS-WORK-AGE-60
               MOVE ZERO TO WS-AGE-REMAIN
           ELSE
               SUBTRACT WS-WORK-AGE-60 FROM WS-AGE-REMAIN
               MOVE ZERO TO WS-WORK-AGE-60
           END-IF.
           IF WS-WORK-AGE-90 > WS-AGE-REMAIN THEN
               SUBTRACT WS-AGE-REMAIN FROM WS-WORK-AGE-90
               MOVE ZERO TO WS-AGE-REMAIN
           ELSE
               SUBTRACT WS-WORK-AGE-90 FROM WS-AGE-REMAIN
               MOVE ZERO TO WS-WORK-AGE-90
           END-IF.
           SUBTRACT WS-AGE-REMAIN FROM WS-WORK-AGE-120.
       A008-TERM.
           PERFORM A008D-PRINT-NSF-SECTION.
           PERFORM A008A-PRINT-CONTROL-TOTALS.
           PERFORM A008B-WRITE-RUN-LEDGER.
           PERFORM A008C-WRITE-GL-WORK.
           CLOSE REGISTER-FILE.
           CLOSE CTL-RPT-FILE.
           CLOSE PMTDTL-FILE.
           CLOSE CHGJRNL-FILE.
           CLOSE PMTITEM-FILE.
           CLOSE ADJ-FILE.
           CLOSE SUSP-FILE.
           STOP RUN.
       A008B-WRITE-RUN-LEDGER.
           OPEN EXTEND RUN-CTL-FILE.
           MOVE "UNAPPLD"          TO GLW-AMOUNT-TYPE.
           MOVE WS-TOTAL-UNAPPLIED TO GLW-AMOUNT.
           WRITE GLW-RECORD.
           MOVE SPACES TO GLW-RECORD.
           MOVE WS-RUN-DATE           TO GLW-RUN-DATE.
           MOVE "POSTING"             TO GLW-SOURCE.
           MOVE "NSFRTN"              TO GLW-AMOUNT-TYPE.
           MOVE WS-TOTAL-NSF-RETURNED TO GLW-AMOUNT.
           WRITE GLW-RECORD.
           MOVE SPACES TO GLW-RECORD.
           MOVE WS-RUN-DATE       TO GLW-RUN-DATE.
           MOVE "POSTING"         TO GLW-SOURCE.
           MOVE "NSFFEE"          TO GLW-AMOUNT-TYPE.
           MOVE WS-TOTAL-NSF-FEES TO GLW-AMOUNT.
           WRITE GLW-RECORD.
           MOVE SPACES TO GLW-RECORD.
           MOVE WS-RUN-DATE         TO GLW-RUN-DATE.
           MOVE "POSTING"           TO GLW-SOURCE.
           MOVE "RECOVR"            TO GLW-AMOUNT-TYPE.
           MOVE WS-TOTAL-RECOVERIES TO GLW-AMOUNT.
           WRITE GLW-RECORD.
           MOVE SPACES TO GLW-RECORD.
           MOVE WS-RUN-DATE           TO GLW-RUN-DATE.
           MOVE "POSTING"             TO GLW-SOURCE.
           MOVE "SUSPAPL"             TO GLW-AMOUNT-TYPE.
           MOVE WS-TOTAL-SUSP-APPLIED TO GLW-AMOUNT.
           WRITE GLW-RECORD.
           MOVE SPACES TO GLW-RECORD.
           MOVE WS-RUN-DATE         TO GLW-RUN-DATE.
           MOVE "POSTING"           TO GLW-SOURCE.
           MOVE "SUSPRCV"           TO GLW-AMOUNT-TYPE.
           MOVE WS-TOTAL-SUSP-RECOV TO GLW-AMOUNT.
           WRITE GLW-RECORD.
           CLOSE GLWORK-FILE.
       A008D-PRINT-NSF-SECTION.
           CLOSE NSF-WORK-FILE.
           OPEN INPUT NSF-WORK-FILE.
           WRITE REGISTER-RECORD FROM WS-NSF-HDR-LINE.
           WRITE REGISTER-RECORD FROM WS-NSF-COL-LINE.
           PERFORM A008E-COPY-NSF-LINE
               UNTIL WS-NSF-EOF.
           CLOSE NSF-WORK-FILE.
           MOVE "NSF RETURNS POSTED." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-NSF-POSTED TO WS-CTL-COUNT.
           WRITE REGISTER-RECORD FROM WS-CTL-LINE.
           MOVE "NSF NOT MATCHED...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-NSF-NOMATCH TO WS-CTL-COUNT.
           WRITE REGISTER-RECORD FROM WS-CTL-LINE.
           MOVE "TOTAL NSF RETURNED." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-NSF-RETURNED TO WS-CTL-AMOUNT.
           WRITE REGISTER-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "TOTAL NSF FEES....." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-NSF-FEES TO WS-CTL-AMOUNT.
           WRITE REGISTER-RECORD FROM WS-CTL-AMT-LINE.
       A008E-COPY-NSF-LINE.
           READ NSF-WORK-FILE
               AT END SET WS-NSF-EOF TO TRUE.
           IF NOT WS-NSF-EOF THEN
               WRITE REGISTER-RECORD FROM NSF-WORK-RECORD
           END-IF.
       A008A-PRINT-CONTROL-TOTALS.
           WRITE CTL-RPT-RECORD FROM WS-CTL-HDR-LINE.
           MOVE "MASTERS READ......." TO WS-CTL-LABEL.
           MOVE "PMT DETAIL ROWS...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-DTL-WRITTEN TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "JOURNAL RECORDS...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-JRNL-WRITTEN TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "NSF RETURNS POSTED." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-NSF-POSTED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "NSF NOT MATCHED...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-NSF-NOMATCH TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "TOTAL NSF RETURNED." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-NSF-RETURNED TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "TOTAL NSF FEES....." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-NSF-FEES TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "PMT ITEMS SAVED...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-ITEMS-SAVED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "ADJUSTMENTS WRITTEN" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-ADJ-WRITTEN TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "RECOVERIES POSTED.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-RECOV-POSTED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "TOTAL RECOVERIES..." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-RECOVERIES TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "CHGOFF REJECTED...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-CHGOFF-REJ TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "TO SUSPENSE........" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-SUSP-WRITTEN TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "SUSPENSE ON FILE..." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-SUSP-ON-FILE TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "TOTAL TO SUSPENSE.." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-SUSP-AMOUNT TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "SUSPENSE APPLIED..." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-SUSP-APPLD-CNT TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "TOTAL SUSP APPLIED." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-SUSP-APPLIED TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "TOTAL SUSP RECOVERD" TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-SUSP-RECOV TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "SUSPENSE CLEARED..." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-SUSP-CLEARED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
