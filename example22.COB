       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMPLE22.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REASSIGN-FILE ASSIGN TO DISK1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RSG.
           SELECT SUSP-FILE ASSIGN TO DISK2
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SUSP-KEY
           FILE STATUS  IS WS-FS-SUSP.
           SELECT CUST-FILE ASSIGN TO DISK3
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CUST-KEY
           FILE STATUS  IS WS-FS-CUST.
           SELECT SUSP-RPT-FILE ASSIGN TO DISK4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RPT.
           SELECT CTL-RPT-FILE ASSIGN TO DISK7
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  REASSIGN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REASSIGN-RECORD             PIC X(80).
       FD  SUSP-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUSPREC.
       FD  CUST-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CUST-RECORD.
           05 CUST-KEY                 PIC X(06).
           05 FILLER                   PIC X(194).
       FD  SUSP-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SUSP-RPT-RECORD             PIC X(80).
       FD  CTL-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RPT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-RSG                   PIC X(02).
       77  WS-FS-SUSP                  PIC X(02).
       77  WS-FS-CUST                  PIC X(02).
       77  WS-FS-RPT                   PIC X(02).
       77  WS-FS-CTL                   PIC X(02).
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-RUN-DAYS                 PIC 9(07) VALUE ZERO.
       77  WS-SUSP-EOF-SW              PIC X(01) VALUE "N".
           88 WS-SUSP-EOF                         VALUE "Y".
       77  WS-SUSP-AMOUNT-N            PIC 9(05)V99.
       77  WS-ITEM-AGE                 PIC S9(07).
       77  WS-DAYS-YEARS               PIC 9(04).
       77  WS-DAYS-QUOT-4              PIC 9(04).
       77  WS-DAYS-QUOT-100            PIC 9(04).
       77  WS-DAYS-QUOT-400            PIC 9(04).
       77  WS-DAYS-NUMBER              PIC 9(07).
       77  WS-LEAP-QUOT                PIC 9(04).
       77  WS-LEAP-REM                 PIC 9(04).
       77  WS-AGE-SUB                  PIC 9(01).
       01  WS-DAYS-DATE                PIC 9(08).
       01  WS-DAYS-DATE-R REDEFINES WS-DAYS-DATE.
           05 WS-DAYS-CCYY             PIC 9(04).
           05 WS-DAYS-MM               PIC 9(02).
           05 WS-DAYS-DD               PIC 9(02).
       01  WS-CUM-DAYS-VALUES.
           05 FILLER                   PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
           05 WS-CUM-DAYS              PIC 9(03) OCCURS 12 TIMES.
       01  WS-RSG-TRAN.
           05 WS-RSG-SUSP-KEY.
              10 WS-RSG-SUSP-DATE      PIC X(08).
              10 WS-RSG-SUSP-SEQ       PIC X(07).
           05 WS-RSG-NEW-CUST-ID       PIC X(06).
           05 FILLER                   PIC X(59).
       01  WS-AGE-BUCKETS.
           05 WS-AGE-BUCKET OCCURS 4 TIMES.
              10 WS-AGE-COUNT          PIC 9(07).
              10 WS-AGE-AMOUNT         PIC 9(09)V99.
       01  WS-AGE-LABEL-VALUES.
           05 FILLER                   PIC X(20) VALUE
              "OPEN 0-30 DAYS..... ".
           05 FILLER                   PIC X(20) VALUE
              "OPEN 31-60 DAYS.... ".
           05 FILLER                   PIC X(20) VALUE
              "OPEN 61-90 DAYS.... ".
           05 FILLER                   PIC X(20) VALUE
              "OPEN OVER 90 DAYS.. ".
       01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABEL-VALUES.
           05 WS-AGE-LABEL             PIC X(20) OCCURS 4 TIMES.
       01  WS-RSG-TITLE-LINE.
           05 FILLER                   PIC X(32) VALUE
              "SUSPENSE REASSIGNMENTS FOR RUN ".
           05 WS-RSG-TTL-RUN-DATE      PIC 9(08).
           05 FILLER                   PIC X(40) VALUE SPACES.
       01  WS-RSG-HDR-LINE.
           05 FILLER                   PIC X(40) VALUE
              "SUSP DT   SEQ      ORIG    NEW       AMO".
           05 FILLER                   PIC X(40) VALUE
              "UNT  DISPOSITION".
       01  WS-RSG-DETAIL-LINE.
           05 WS-RSG-DTL-DATE          PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RSG-DTL-SEQ           PIC X(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RSG-DTL-ORIG-CUST     PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RSG-DTL-NEW-CUST      PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RSG-DTL-AMOUNT        PIC ZZZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RSG-DTL-DISPOSITION   PIC X(20).
           05 FILLER                   PIC X(15) VALUE SPACES.
       01  WS-RSG-NONE-LINE.
           05 FILLER                   PIC X(80) VALUE
              "NO REASSIGNMENT REQUESTS".
       01  WS-AGED-TITLE-LINE.
           05 FILLER                   PIC X(32) VALUE
              "AGED UNAPPLIED CASH SUSPENSE AS ".
           05 FILLER                   PIC X(03) VALUE "OF ".
           05 WS-AGED-TTL-RUN-DATE     PIC 9(08).
           05 FILLER                   PIC X(37) VALUE SPACES.
       01  WS-AGED-HDR-LINE.
           05 FILLER                   PIC X(40) VALUE
              "SUSP DT   SEQ      CUST    CHECK NO    B".
           05 FILLER                   PIC X(40) VALUE
              "ATCH   PMT DATE    AMOUNT    AGE".
       01  WS-AGED-DETAIL-LINE.
           05 WS-AGED-SUSP-DATE        PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-AGED-SUSP-SEQ         PIC 9(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-AGED-CUST-ID          PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-AGED-CHECK-NO         PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-AGED-BATCH-NO         PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-AGED-PMT-DATE         PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-AGED-AMOUNT           PIC ZZZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-AGED-DAYS             PIC ZZZZ9.
           05 FILLER                   PIC X(06) VALUE SPACES.
       01  WS-AGED-TOTAL-LINE.
           05 WS-AGED-TOT-LABEL        PIC X(20).
           05 WS-AGED-TOT-COUNT        PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-AGED-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(35) VALUE SPACES.
       01  WS-CONTROL-TOTALS.
           05 WS-TOTAL-RSG-READ        PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-REASSIGNED      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-RSG-REJECTED    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-AMT-REASSIGNED  PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-SUSP-READ       PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-OPEN            PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-PENDING         PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-CLOSED          PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-AMT-OPEN        PIC 9(09)V99 VALUE ZERO.
       01  WS-CTL-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "EXAMPLE22 SUSPENSE MAINTENANCE TOTALS".
       01  WS-CTL-LINE.
           05 WS-CTL-LABEL             PIC X(20).
           05 WS-CTL-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(51) VALUE SPACES.
       01  WS-CTL-AMT-LINE.
           05 WS-CTL-AMT-LABEL         PIC X(20).
           05 WS-CTL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       A001-INIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O    SUSP-FILE.
           IF WS-FS-SUSP NOT = "00" THEN
               DISPLAY "EXAMPLE22 SUSPENSE FILE NOT AVAILABLE"
                   " - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  CUST-FILE.
           IF WS-FS-CUST NOT = "00" THEN
               DISPLAY "EXAMPLE22 CUSTOMER MASTER NOT AVAILABLE"
                   " - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  REASSIGN-FILE.
           OPEN OUTPUT SUSP-RPT-FILE.
           OPEN OUTPUT CTL-RPT-FILE.
           MOVE WS-RUN-DATE TO WS-DAYS-DATE.
           PERFORM A009-DATE-TO-DAYS.
           MOVE WS-DAYS-NUMBER TO WS-RUN-DAYS.
           MOVE ZERO TO WS-AGE-BUCKETS.
           MOVE WS-RUN-DATE TO WS-RSG-TTL-RUN-DATE.
           WRITE SUSP-RPT-RECORD FROM WS-RSG-TITLE-LINE.
           WRITE SUSP-RPT-RECORD FROM WS-RSG-HDR-LINE.
           IF WS-FS-RSG NOT = "00" THEN
               GO TO A006-AGED-REPORT
           END-IF.
           GO TO A003-GET-RSG-TRAN.
       A003-GET-RSG-TRAN.
           READ REASSIGN-FILE INTO WS-RSG-TRAN
               AT END GO TO A006-AGED-REPORT.
           ADD 1 TO WS-TOTAL-RSG-READ.
           MOVE WS-RSG-SUSP-DATE   TO WS-RSG-DTL-DATE.
           MOVE WS-RSG-SUSP-SEQ    TO WS-RSG-DTL-SEQ.
           MOVE SPACES             TO WS-RSG-DTL-ORIG-CUST.
           MOVE WS-RSG-NEW-CUST-ID TO WS-RSG-DTL-NEW-CUST.
           MOVE ZERO               TO WS-RSG-DTL-AMOUNT.
       A004-EDIT-RSG-TRAN.
           IF WS-RSG-SUSP-DATE NOT NUMERIC
               OR WS-RSG-SUSP-SEQ NOT NUMERIC
               OR WS-RSG-NEW-CUST-ID = SPACES THEN
               MOVE "INVALID REQUEST" TO WS-RSG-DTL-DISPOSITION
               GO TO A004A-REJECT
           END-IF.
           MOVE WS-RSG-SUSP-KEY TO SUSP-KEY.
           READ SUSP-FILE
               INVALID KEY
                   MOVE "ITEM NOT ON FILE" TO WS-RSG-DTL-DISPOSITION
                   GO TO A004A-REJECT
           END-READ.
           MOVE SUSP-ORIG-CUST-ID TO WS-RSG-DTL-ORIG-CUST.
           MOVE SUSP-AMOUNT       TO WS-SUSP-AMOUNT-N.
           MOVE WS-SUSP-AMOUNT-N  TO WS-RSG-DTL-AMOUNT.
           IF NOT SUSP-OPEN THEN
               MOVE "ITEM NOT OPEN" TO WS-RSG-DTL-DISPOSITION
               GO TO A004A-REJECT
           END-IF.
           MOVE WS-RSG-NEW-CUST-ID TO CUST-KEY.
           READ CUST-FILE
               INVALID KEY
                   MOVE "CUST NOT ON MASTER" TO WS-RSG-DTL-DISPOSITION
                   GO TO A004A-REJECT
           END-READ.
       A005-REASSIGN-ITEM.
           SET SUSP-REASSIGNED     TO TRUE.
           MOVE WS-RSG-NEW-CUST-ID TO SUSP-NEW-CUST-ID.
           MOVE WS-RUN-DATE        TO SUSP-ACTION-DATE.
           REWRITE SUSP-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-RSG-DTL-DISPOSITION
                   GO TO A004A-REJECT
           END-REWRITE.
           MOVE "REASSIGNED" TO WS-RSG-DTL-DISPOSITION.
           WRITE SUSP-RPT-RECORD FROM WS-RSG-DETAIL-LINE.
           ADD 1 TO WS-TOTAL-REASSIGNED.
           ADD WS-SUSP-AMOUNT-N TO WS-TOTAL-AMT-REASSIGNED.
           GO TO A003-GET-RSG-TRAN.
       A004A-REJECT.
           WRITE SUSP-RPT-RECORD FROM WS-RSG-DETAIL-LINE.
           ADD 1 TO WS-TOTAL-RSG-REJECTED.
           GO TO A003-GET-RSG-TRAN.
       A006-AGED-REPORT.
           IF WS-TOTAL-RSG-READ = ZERO THEN
               WRITE SUSP-RPT-RECORD FROM WS-RSG-NONE-LINE
           END-IF.
           MOVE WS-RUN-DATE TO WS-AGED-TTL-RUN-DATE.
           WRITE SUSP-RPT-RECORD FROM WS-AGED-TITLE-LINE.
           WRITE SUSP-RPT-RECORD FROM WS-AGED-HDR-LINE.
           MOVE LOW-VALUES TO SUSP-KEY.
           START SUSP-FILE KEY IS NOT LESS THAN SUSP-KEY
               INVALID KEY
                   SET WS-SUSP-EOF TO TRUE
           END-START.
           PERFORM A006A-AGE-ONE-ITEM
               UNTIL WS-SUSP-EOF.
           MOVE 1 TO WS-AGE-SUB.
           PERFORM A006C-PRINT-BUCKET
               UNTIL WS-AGE-SUB > 4.
           MOVE "TOTAL OPEN........." TO WS-AGED-TOT-LABEL.
           MOVE WS-TOTAL-OPEN     TO WS-AGED-TOT-COUNT.
           MOVE WS-TOTAL-AMT-OPEN TO WS-AGED-TOT-AMOUNT.
           WRITE SUSP-RPT-RECORD FROM WS-AGED-TOTAL-LINE.
           GO TO A008-TERM.
       A006A-AGE-ONE-ITEM.
           READ SUSP-FILE NEXT RECORD
               AT END
                   SET WS-SUSP-EOF TO TRUE
           END-READ.
           IF NOT WS-SUSP-EOF THEN
               ADD 1 TO WS-TOTAL-SUSP-READ
               EVALUATE TRUE
                   WHEN SUSP-OPEN
                       PERFORM A006B-LIST-OPEN-ITEM
                   WHEN SUSP-REASSIGNED
                       ADD 1 TO WS-TOTAL-PENDING
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-CLOSED
               END-EVALUATE
           END-IF.
       A006B-LIST-OPEN-ITEM.
           IF SUSP-PMT-DATE NUMERIC THEN
               MOVE SUSP-PMT-DATE TO WS-DAYS-DATE
           ELSE
               MOVE SUSP-DATE TO WS-DAYS-DATE
           END-IF.
           IF WS-DAYS-MM < 1 OR WS-DAYS-MM > 12 THEN
               MOVE SUSP-DATE TO WS-DAYS-DATE
           END-IF.
           PERFORM A009-DATE-TO-DAYS.
           COMPUTE WS-ITEM-AGE = WS-RUN-DAYS - WS-DAYS-NUMBER.
           IF WS-ITEM-AGE < ZERO THEN
               MOVE ZERO TO WS-ITEM-AGE
           END-IF.
           EVALUATE TRUE
               WHEN WS-ITEM-AGE NOT > 30
                   MOVE 1 TO WS-AGE-SUB
               WHEN WS-ITEM-AGE NOT > 60
                   MOVE 2 TO WS-AGE-SUB
               WHEN WS-ITEM-AGE NOT > 90
                   MOVE 3 TO WS-AGE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-AGE-SUB
           END-EVALUATE.
           MOVE SUSP-AMOUNT TO WS-SUSP-AMOUNT-N.
           ADD 1 TO WS-AGE-COUNT(WS-AGE-SUB).
           ADD WS-SUSP-AMOUNT-N TO WS-AGE-AMOUNT(WS-AGE-SUB).
           ADD 1 TO WS-TOTAL-OPEN.
           ADD WS-SUSP-AMOUNT-N TO WS-TOTAL-AMT-OPEN.
           MOVE SUSP-DATE         TO WS-AGED-SUSP-DATE.
           MOVE SUSP-SEQ          TO WS-AGED-SUSP-SEQ.
           MOVE SUSP-ORIG-CUST-ID TO WS-AGED-CUST-ID.
           MOVE SUSP-CHECK-NO     TO WS-AGED-CHECK-NO.
           MOVE SUSP-BATCH-NO     TO WS-AGED-BATCH-NO.
           MOVE SUSP-PMT-DATE     TO WS-AGED-PMT-DATE.
           MOVE WS-SUSP-AMOUNT-N  TO WS-AGED-AMOUNT.
           MOVE WS-ITEM-AGE       TO WS-AGED-DAYS.
           WRITE SUSP-RPT-RECORD FROM WS-AGED-DETAIL-LINE.
       A006C-PRINT-BUCKET.
           MOVE WS-AGE-LABEL(WS-AGE-SUB)  TO WS-AGED-TOT-LABEL.
           MOVE WS-AGE-COUNT(WS-AGE-SUB)  TO WS-AGED-TOT-COUNT.
           MOVE WS-AGE-AMOUNT(WS-AGE-SUB) TO WS-AGED-TOT-AMOUNT.
           WRITE SUSP-RPT-RECORD FROM WS-AGED-TOTAL-LINE.
           ADD 1 TO WS-AGE-SUB.
       A009-DATE-TO-DAYS.
           SUBTRACT 1 FROM WS-DAYS-CCYY GIVING WS-DAYS-YEARS.
           DIVIDE WS-DAYS-YEARS BY 4   GIVING WS-DAYS-QUOT-4.
           DIVIDE WS-DAYS-YEARS BY 100 GIVING WS-DAYS-QUOT-100.
           DIVIDE WS-DAYS-YEARS BY 400 GIVING WS-DAYS-QUOT-400.
           COMPUTE WS-DAYS-NUMBER = WS-DAYS-YEARS * 365
               + WS-DAYS-QUOT-4 - WS-DAYS-QUOT-100 + WS-DAYS-QUOT-400
               + WS-CUM-DAYS(WS-DAYS-MM) + WS-DAYS-DD.
           IF WS-DAYS-MM > 2 THEN
               DIVIDE WS-DAYS-CCYY BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO THEN
                   ADD 1 TO WS-DAYS-NUMBER
                   DIVIDE WS-DAYS-CCYY BY 100
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO THEN
                       SUBTRACT 1 FROM WS-DAYS-NUMBER
                       DIVIDE WS-DAYS-CCYY BY 400
                           GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO THEN
                           ADD 1 TO WS-DAYS-NUMBER
                       END-IF
                   END-IF
               END-IF
           END-IF.
       A008-TERM.
           PERFORM A008A-PRINT-CONTROL-TOTALS.
           CLOSE REASSIGN-FILE.
           CLOSE SUSP-FILE.
           CLOSE CUST-FILE.
           CLOSE SUSP-RPT-FILE.
           CLOSE CTL-RPT-FILE.
           IF WS-TOTAL-RSG-REJECTED > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
       A008A-PRINT-CONTROL-TOTALS.
           WRITE CTL-RPT-RECORD FROM WS-CTL-HDR-LINE.
           MOVE "REQUESTS READ......" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-RSG-READ TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "ITEMS REASSIGNED..." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-REASSIGNED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "REQUESTS REJECTED.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-RSG-REJECTED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "TOTAL REASSIGNED..." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-AMT-REASSIGNED TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "SUSPENSE ITEMS READ" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-SUSP-READ TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "ITEMS OPEN........." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-OPEN TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "AWAITING POSTING..." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-PENDING TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "ITEMS CLEARED......" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-CLOSED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "TOTAL OPEN........." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-AMT-OPEN TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
