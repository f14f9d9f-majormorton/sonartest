           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RUNCTL.
           SELECT CHGJRNL-FILE ASSIGN TO DISK17
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-JRNL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  OLD-RECORD.
           05 OLD-CUST-KEY             PIC X(06).
           05 FILLER                   PIC X(194).
       FD  TRAN-FILE
           RECORD CONTAINS 81 CHARACTERS.
       01  TRAN-RECORD                 PIC X(81).
       FD  NEW-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  NEW-RECORD.
           05 NEW-CUST-KEY             PIC X(06).
           05 FILLER                   PIC X(194).
       FD  APPLIED-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  APPLIED-RPT-RECORD          PIC X(80).
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-ERR-RECORD             PIC X(80).
       FD  ARCH-FILE
           RECORD CONTAINS 220 CHARACTERS.
           COPY ARCHREC.
       FD  CTL-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       FD  RUN-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNCTL.
       FD  CHGJRNL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CHGJRNL.

       WORKING-STORAGE SECTION.
       77  WS-FS-OLD                   PIC X(02).
       77  WS-FS-ARCH                  PIC X(02).
       77  WS-FS-CTL                   PIC X(02).
       77  WS-FS-RUNCTL                PIC X(02).
       77  WS-FS-JRNL                  PIC X(02).
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-HOLD-BALANCE-N           PIC 9(05)V99.
       77  WS-PRIOR-BALANCE-N          PIC 9(05)V99.
       77  WS-AGE-REMAIN               PIC 9(05)V99.
       77  WS-AGE-BUCKET-N             PIC 9(05)V99.
       77  WS-PRIOR-BAL-VALID-SW       PIC X(01) VALUE "N".
           88 WS-PRIOR-BAL-VALID                  VALUE "Y".
       77  WS-OLD-EOF-SW               PIC X(01) VALUE "N".
           88 WS-OLD-EOF                          VALUE "Y".
       77  WS-TRAN-EOF-SW              PIC X(01) VALUE "N".
       77  WS-CURRENT-KEY              PIC X(06).
       77  WS-ARCH-FOUND-SW            PIC X(01) VALUE "N".
           88 WS-ARCH-FOUND                       VALUE "Y".
       77  WS-JRNL-FIELD               PIC X(08).
       77  WS-JRNL-BEFORE              PIC X(20).
       77  WS-JRNL-AFTER               PIC X(20).
       01  WS-JRNL-TRAN-REF.
           05 WS-JRNL-REF-CODE         PIC X(01).
           05 WS-JRNL-REF-SEQ          PIC 9(07).
       01  WS-OLD-CUST-RECORD.
           05 WS-OLD-CUST-ID           PIC X(06).
           05 FILLER                   PIC X(194).
       01  WS-HOLD-CUST-RECORD.
           05 WS-HOLD-CUST-ID          PIC X(06).
           05 WS-HOLD-CUST-NAME        PIC X(20).
           05 WS-HOLD-CUST-CATEGORY    PIC X(10).
           05 WS-HOLD-CUST-RATE        PIC X(05).
           05 WS-HOLD-CUST-PMT-HIST    PIC X(04).
           05 FILLER                   PIC X(03).
           05 WS-HOLD-CUST-CYCLE       PIC X(02).
           05 FILLER                   PIC X(04).
           05 WS-HOLD-CUST-AGING.
              10 WS-HOLD-AGE-CURRENT   PIC 99999.99.
              10 WS-HOLD-AGE-30        PIC 99999.99.
              10 WS-HOLD-AGE-60        PIC 99999.99.
              10 WS-HOLD-AGE-90        PIC 99999.99.
              10 WS-HOLD-AGE-120       PIC 99999.99.
           05 FILLER                   PIC X(80).
       01  WS-TRAN-RECORD.
           05 WS-TRAN-CODE             PIC X(01).
              88 WS-TRAN-ADD                      VALUE "A".
              10 WS-TRAN-CUST-CATEGORY PIC X(10).
              10 WS-TRAN-CUST-RATE     PIC X(05).
              10 WS-TRAN-CUST-PMT-HIST PIC X(04).
              10 FILLER                PIC X(03).
              10 WS-TRAN-CUST-CYCLE    PIC X(02).
                 88 WS-TRAN-CYCLE-VALID           VALUE "01" THRU "28".
              10 FILLER                PIC X(04).
       01  WS-APPLIED-LINE.
           05 WS-APPL-CODE             PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-TOTAL-ARCHIVED        PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-REINSTATED      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-TRAN-ERRORS     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-JRNL-WRITTEN    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-NEW-BALANCE     PIC 9(09)V99 VALUE ZERO.
       01  WS-CTL-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
               CLOSE ARCH-FILE
               OPEN I-O ARCH-FILE
           END-IF.
           OPEN EXTEND CHGJRNL-FILE.
           IF WS-FS-JRNL NOT = "00" THEN
               OPEN OUTPUT CHGJRNL-FILE
           END-IF.
           PERFORM A002A-GET-OLD-RECORD.
           PERFORM A002B-GET-TRAN-RECORD.
       A003-SELECT-KEY.
               ADD 1 TO WS-TOTAL-TRAN-READ
           END-IF.
       A005A-APPLY-ONE-TRAN.
           MOVE WS-TRAN-CODE       TO WS-JRNL-REF-CODE.
           MOVE WS-TOTAL-TRAN-READ TO WS-JRNL-REF-SEQ.
           EVALUATE TRUE
               WHEN (WS-TRAN-ADD OR WS-TRAN-CHANGE)
                   AND WS-TRAN-CUST-CYCLE NOT = SPACES
                   AND (WS-TRAN-CUST-CYCLE NOT NUMERIC
                   OR NOT WS-TRAN-CYCLE-VALID)
                   MOVE "INVALID CYCLE CODE" TO WS-TERR-REASON
                   PERFORM A005C-WRITE-TRAN-ERROR
               WHEN WS-TRAN-ADD AND WS-HOLD-EMPTY
                   MOVE WS-TRAN-CUST-RECORD TO WS-HOLD-CUST-RECORD
                   PERFORM A005G-RESET-AGING
                   IF WS-HOLD-CUST-CYCLE = SPACES THEN
                       MOVE "01" TO WS-HOLD-CUST-CYCLE
                   END-IF
                   SET WS-HOLD-ACTIVE TO TRUE
                   MOVE SPACES  TO WS-JRNL-BEFORE
                   MOVE "ADDED" TO WS-JRNL-AFTER
                   PERFORM A005M-JOURNAL-RECORD-EVENT
                   ADD 1 TO WS-TOTAL-ADDED
                   MOVE "ADDED" TO WS-APPL-ACTION
                   PERFORM A005B-WRITE-APPLIED
                   PERFORM A005B-WRITE-APPLIED
               WHEN WS-TRAN-DELETE AND WS-HOLD-ACTIVE
                   PERFORM A005E-ARCHIVE-CUSTOMER
                   MOVE "ON MASTER" TO WS-JRNL-BEFORE
                   MOVE "DELETED"   TO WS-JRNL-AFTER
                   PERFORM A005M-JOURNAL-RECORD-EVENT
                   SET WS-HOLD-EMPTY TO TRUE
                   ADD 1 TO WS-TOTAL-DELETED
                   MOVE "DELETED" TO WS-APPL-ACTION
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-TOTAL-REINSTATED
               MOVE "ARCHIVED"   TO WS-JRNL-BEFORE
               MOVE "REINSTATED" TO WS-JRNL-AFTER
               PERFORM A005M-JOURNAL-RECORD-EVENT
               MOVE "REINSTATED" TO WS-APPL-ACTION
               PERFORM A005B-WRITE-APPLIED
           ELSE
           END-IF.
       A005D-APPLY-FIELD-CHANGES.
           IF WS-TRAN-CUST-NAME NOT = SPACES THEN
               IF WS-TRAN-CUST-NAME NOT = WS-HOLD-CUST-NAME THEN
                   MOVE "NAME"            TO WS-JRNL-FIELD
                   MOVE WS-HOLD-CUST-NAME TO WS-JRNL-BEFORE
                   MOVE WS-TRAN-CUST-NAME TO WS-JRNL-AFTER
                   PERFORM A005L-WRITE-JOURNAL
               END-IF
               MOVE WS-TRAN-CUST-NAME TO WS-HOLD-CUST-NAME
           END-IF.
           IF WS-TRAN-CUST-BALANCE NOT = SPACES THEN
               IF WS-TRAN-CUST-BALANCE NOT = WS-HOLD-CUST-BALANCE THEN
                   MOVE "BALANCE"            TO WS-JRNL-FIELD
                   MOVE WS-HOLD-CUST-BALANCE TO WS-JRNL-BEFORE
                   MOVE WS-TRAN-CUST-BALANCE TO WS-JRNL-AFTER
                   PERFORM A005L-WRITE-JOURNAL
               END-IF
               PERFORM A005H-SAVE-PRIOR-BALANCE
               MOVE WS-TRAN-CUST-BALANCE TO WS-HOLD-CUST-BALANCE
               PERFORM A005J-ADJUST-AGING THRU A005J-EXIT
           END-IF.
           IF WS-TRAN-CUST-LIMIT NOT = SPACES THEN
               IF WS-TRAN-CUST-LIMIT NOT = WS-HOLD-CUST-LIMIT THEN
                   MOVE "LIMIT"            TO WS-JRNL-FIELD
                   MOVE WS-HOLD-CUST-LIMIT TO WS-JRNL-BEFORE
                   MOVE WS-TRAN-CUST-LIMIT TO WS-JRNL-AFTER
                   PERFORM A005L-WRITE-JOURNAL
               END-IF
               MOVE WS-TRAN-CUST-LIMIT TO WS-HOLD-CUST-LIMIT
           END-IF.
           IF WS-TRAN-CUST-STATUS NOT = SPACES THEN
               IF WS-TRAN-CUST-STATUS NOT = WS-HOLD-CUST-STATUS THEN
                   MOVE "STATUS"            TO WS-JRNL-FIELD
                   MOVE WS-HOLD-CUST-STATUS TO WS-JRNL-BEFORE
                   MOVE WS-TRAN-CUST-STATUS TO WS-JRNL-AFTER
                   PERFORM A005L-WRITE-JOURNAL
               END-IF
               MOVE WS-TRAN-CUST-STATUS TO WS-HOLD-CUST-STATUS
           END-IF.
           IF WS-TRAN-CUST-CATEGORY NOT = SPACES THEN
               IF WS-TRAN-CUST-CATEGORY NOT = WS-HOLD-CUST-CATEGORY
                   THEN
                   MOVE "CATEGORY"            TO WS-JRNL-FIELD
                   MOVE WS-HOLD-CUST-CATEGORY TO WS-JRNL-BEFORE
                   MOVE WS-TRAN-CUST-CATEGORY TO WS-JRNL-AFTER
                   PERFORM A005L-WRITE-JOURNAL
               END-IF
               MOVE WS-TRAN-CUST-CATEGORY TO WS-HOLD-CUST-CATEGORY
           END-IF.
           IF WS-TRAN-CUST-RATE NOT = SPACES THEN
               IF WS-TRAN-CUST-RATE NOT = WS-HOLD-CUST-RATE THEN
                   MOVE "RATE"            TO WS-JRNL-FIELD
                   MOVE WS-HOLD-CUST-RATE TO WS-JRNL-BEFORE
                   MOVE WS-TRAN-CUST-RATE TO WS-JRNL-AFTER
                   PERFORM A005L-WRITE-JOURNAL
               END-IF
               MOVE WS-TRAN-CUST-RATE TO WS-HOLD-CUST-RATE
           END-IF.
           IF WS-TRAN-CUST-PMT-HIST NOT = SPACES THEN
               IF WS-TRAN-CUST-PMT-HIST NOT = WS-HOLD-CUST-PMT-HIST
                   THEN
                   MOVE "PMT-HIST"            TO WS-JRNL-FIELD
                   MOVE WS-HOLD-CUST-PMT-HIST TO WS-JRNL-BEFORE
                   MOVE WS-TRAN-CUST-PMT-HIST TO WS-JRNL-AFTER
                   PERFORM A005L-WRITE-JOURNAL
               END-IF
               MOVE WS-TRAN-CUST-PMT-HIST TO WS-HOLD-CUST-PMT-HIST
           END-IF.
           IF WS-TRAN-CUST-CYCLE NOT = SPACES THEN
               IF WS-TRAN-CUST-CYCLE NOT = WS-HOLD-CUST-CYCLE THEN
                   MOVE "CYCLE"            TO WS-JRNL-FIELD
                   MOVE WS-HOLD-CUST-CYCLE TO WS-JRNL-BEFORE
                   MOVE WS-TRAN-CUST-CYCLE TO WS-JRNL-AFTER
                   PERFORM A005L-WRITE-JOURNAL
               END-IF
               MOVE WS-TRAN-CUST-CYCLE TO WS-HOLD-CUST-CYCLE
           END-IF.
       A005G-RESET-AGING.
           MOVE ZERO TO WS-HOLD-AGE-CURRENT.
           MOVE ZERO TO WS-HOLD-AGE-30.
           MOVE ZERO TO WS-HOLD-AGE-60.
           MOVE ZERO TO WS-HOLD-AGE-90.
           MOVE ZERO TO WS-HOLD-AGE-120.
           IF WS-HOLD-BAL-INT NUMERIC
               AND WS-HOLD-BAL-POINT = "."
               AND WS-HOLD-BAL-DEC NUMERIC THEN
               MOVE WS-HOLD-CUST-BALANCE TO WS-HOLD-AGE-CURRENT
           END-IF.
       A005H-SAVE-PRIOR-BALANCE.
           MOVE "N" TO WS-PRIOR-BAL-VALID-SW.
           IF WS-HOLD-BAL-INT NUMERIC
               AND WS-HOLD-BAL-POINT = "."
               AND WS-HOLD-BAL-DEC NUMERIC
               AND WS-HOLD-CUST-AGING NOT = SPACES THEN
               MOVE WS-HOLD-CUST-BALANCE-ED TO WS-PRIOR-BALANCE-N
               SET WS-PRIOR-BAL-VALID TO TRUE
           END-IF.
       A005J-ADJUST-AGING.
           IF WS-HOLD-BAL-INT NOT NUMERIC
               OR WS-HOLD-BAL-POINT NOT = "."
               OR WS-HOLD-BAL-DEC NOT NUMERIC THEN
               GO TO A005J-EXIT
           END-IF.
           IF NOT WS-PRIOR-BAL-VALID THEN
               PERFORM A005G-RESET-AGING
               GO TO A005J-EXIT
           END-IF.
           MOVE WS-HOLD-CUST-BALANCE-ED TO WS-HOLD-BALANCE-N.
           IF WS-HOLD-BALANCE-N > WS-PRIOR-BALANCE-N THEN
               MOVE WS-HOLD-AGE-CURRENT TO WS-AGE-BUCKET-N
               COMPUTE WS-AGE-BUCKET-N = WS-AGE-BUCKET-N
                   + WS-HOLD-BALANCE-N - WS-PRIOR-BALANCE-N
               MOVE WS-AGE-BUCKET-N TO WS-HOLD-AGE-CURRENT
               GO TO A005J-EXIT
           END-IF.
           COMPUTE WS-AGE-REMAIN =
               WS-PRIOR-BALANCE-N - WS-HOLD-BALANCE-N.
           MOVE WS-HOLD-AGE-120 TO WS-AGE-BUCKET-N.
           PERFORM A005K-REDUCE-ONE-BUCKET.
           MOVE WS-AGE-BUCKET-N TO WS-HOLD-AGE-120.
           MOVE WS-HOLD-AGE-90 TO WS-AGE-BUCKET-N.
           PERFORM A005K-REDUCE-ONE-BUCKET.
           MOVE WS-AGE-BUCKET-N TO WS-HOLD-AGE-90.
           MOVE WS-HOLD-AGE-60 TO WS-AGE-BUCKET-N.
           PERFORM A005K-REDUCE-ONE-BUCKET.
           MOVE WS-AGE-BUCKET-N TO WS-HOLD-AGE-60.
           MOVE WS-HOLD-AGE-30 TO WS-AGE-BUCKET-N.
           PERFORM A005K-REDUCE-ONE-BUCKET.
           MOVE WS-AGE-BUCKET-N TO WS-HOLD-AGE-30.
           MOVE WS-HOLD-AGE-CURRENT TO WS-AGE-BUCKET-N.
           PERFORM A005K-REDUCE-ONE-BUCKET.
           MOVE WS-AGE-BUCKET-N TO WS-HOLD-AGE-CURRENT.
       A005J-EXIT.
           EXIT.
       A005K-REDUCE-ONE-BUCKET.
           IF WS-AGE-BUCKET-N > WS-AGE-REMAIN THEN
               SUBTRACT WS-AGE-REMAIN FROM WS-AGE-BUCKET-N
               MOVE ZERO TO WS-AGE-REMAIN
           ELSE
               SUBTRACT WS-AGE-BUCKET-N FROM WS-AGE-REMAIN
               MOVE ZERO TO WS-AGE-BUCKET-N
           END-IF.
       A005L-WRITE-JOURNAL.
           MOVE SPACES TO JRNL-RECORD.
           MOVE WS-CURRENT-KEY   TO JRNL-CUST-ID.
           MOVE WS-JRNL-FIELD    TO JRNL-FIELD.
           MOVE WS-JRNL-BEFORE   TO JRNL-BEFORE.
           MOVE WS-JRNL-AFTER    TO JRNL-AFTER.
           MOVE "EXAMPLE3"       TO JRNL-SOURCE.
           MOVE WS-RUN-DATE      TO JRNL-RUN-DATE.
           MOVE WS-JRNL-TRAN-REF TO JRNL-TRAN-REF.
           WRITE JRNL-RECORD.
           ADD 1 TO WS-TOTAL-JRNL-WRITTEN.
       A005M-JOURNAL-RECORD-EVENT.
           MOVE "RECORD" TO WS-JRNL-FIELD.
           PERFORM A005L-WRITE-JOURNAL.
       A008-TERM.
           PERFORM A008A-PRINT-CONTROL-TOTALS.
           PERFORM A008B-WRITE-RUN-LEDGER.
           CLOSE APPLIED-RPT-FILE.
           CLOSE TRAN-ERR-FILE.
           CLOSE ARCH-FILE.
           CLOSE CHGJRNL-FILE.
           CLOSE CTL-RPT-FILE.
           STOP RUN.
       A008B-WRITE-RUN-LEDGER.
           MOVE "TRANS IN ERROR....." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-TRAN-ERRORS TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "JOURNAL RECORDS...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-JRNL-WRITTEN TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
