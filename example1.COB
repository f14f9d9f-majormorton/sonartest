       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  OLD-RECORD.
           05 OLD-CUST-ID              PIC X(06).
           05 FILLER                   PIC X(194).
       FD  CLEAN-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CLEAN-RECORD.
           05 CLEAN-CUST-ID            PIC X(06).
           05 FILLER                   PIC X(194).
       FD  ERR-FILE
           RECORD CONTAINS 208 CHARACTERS.
       01  ERR-RECORD                  PIC X(208).
       FD  CTL-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RPT-RECORD              PIC X(80).
       77  WS-ERROR-TOLERANCE          PIC 9(05) VALUE 50.
       77  WS-PREV-CUST-ID             PIC X(06) VALUE LOW-VALUES.
       77  WS-EDIT-REASON              PIC X(06).
       77  WS-AGING-VALID-SW           PIC X(01) VALUE "Y".
           88 WS-AGING-VALID                      VALUE "Y".
           88 WS-AGING-INVALID                    VALUE "N".
       77  WS-EDIT-AGE-AMOUNT-N        PIC 9(05)V99.
       77  WS-EDIT-AGE-TOTAL           PIC 9(07)V99.
       01  WS-EDIT-RECORD.
           05 WS-EDIT-CUST-ID.
              10 WS-EDIT-ID-ALPHA.
              10 WS-EDIT-LIM-POINT     PIC X(01).
              10 WS-EDIT-LIM-DEC       PIC X(02).
           05 WS-EDIT-STATUS           PIC X(10).
              88 WS-EDIT-STATUS-VALID  VALUE "ACTIVE", "SUSPEND",
                                       "CHARGEOFF".
           05 WS-EDIT-CATEGORY         PIC X(10).
           05 WS-EDIT-RATE.
              10 WS-EDIT-RATE-INT      PIC X(02).
              10 WS-EDIT-RATE-DEC      PIC X(02).
           05 WS-EDIT-PMT-HISTORY      PIC X(04).
           05 WS-EDIT-SUSP-RUNS        PIC X(03).
           05 WS-EDIT-CYCLE            PIC X(02).
              88 WS-EDIT-CYCLE-VALID   VALUE "01" THRU "28".
           05 FILLER                   PIC X(04).
           05 WS-EDIT-AGING.
              10 WS-EDIT-AGE-CURRENT   PIC X(08).
              10 WS-EDIT-AGE-30        PIC X(08).
              10 WS-EDIT-AGE-60        PIC X(08).
              10 WS-EDIT-AGE-90        PIC X(08).
              10 WS-EDIT-AGE-120       PIC X(08).
           05 FILLER                   PIC X(80).
       01  WS-EDIT-AGE-AMOUNT.
           05 WS-EDIT-AGE-INT          PIC X(05).
           05 WS-EDIT-AGE-POINT        PIC X(01).
           05 WS-EDIT-AGE-DEC          PIC X(02).
       01  WS-EDIT-AGE-AMOUNT-ED REDEFINES WS-EDIT-AGE-AMOUNT
                                       PIC 99999.99.
       01  WS-ERR-LINE.
           05 WS-ERR-REASON-CODE       PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-ERR-CUST-RECORD       PIC X(200).
       01  WS-CONTROL-TOTALS.
           05 WS-TOTAL-READ            PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-CLEAN           PIC 9(07) VALUE ZERO.
           PERFORM A004B-EDIT-AMOUNTS.
           PERFORM A004C-EDIT-STATUS.
           PERFORM A004D-EDIT-SEQUENCE.
           PERFORM A004E-EDIT-AGING.
           GO TO A005-PUT-CUST-RECORD.
       A004A-EDIT-CUST-ID.
           IF WS-EDIT-ID-ALPHA NOT ALPHABETIC-UPPER
                   PERFORM A004F-FLAG-ERROR
               END-IF
           END-IF.
           IF WS-EDIT-CYCLE = SPACES THEN
               MOVE "01" TO WS-EDIT-CYCLE
           END-IF.
           IF WS-EDIT-CYCLE NOT NUMERIC
               OR NOT WS-EDIT-CYCLE-VALID THEN
               MOVE "CYCLE" TO WS-EDIT-REASON
               PERFORM A004F-FLAG-ERROR
           END-IF.
       A004C-EDIT-STATUS.
           IF NOT WS-EDIT-STATUS-VALID THEN
               MOVE "STATUS" TO WS-EDIT-REASON
                   PERFORM A004F-FLAG-ERROR
               END-IF
           END-IF.
       A004E-EDIT-AGING.
           IF WS-EDIT-AGING = SPACES THEN
               MOVE WS-EDIT-BALANCE TO WS-EDIT-AGE-CURRENT
               MOVE "00000.00"      TO WS-EDIT-AGE-30
               MOVE "00000.00"      TO WS-EDIT-AGE-60
               MOVE "00000.00"      TO WS-EDIT-AGE-90
               MOVE "00000.00"      TO WS-EDIT-AGE-120
           END-IF.
           SET WS-AGING-VALID TO TRUE.
           MOVE ZERO TO WS-EDIT-AGE-TOTAL.
           MOVE WS-EDIT-AGE-CURRENT TO WS-EDIT-AGE-AMOUNT.
           PERFORM A004G-EDIT-AGE-BUCKET.
           MOVE WS-EDIT-AGE-30      TO WS-EDIT-AGE-AMOUNT.
           PERFORM A004G-EDIT-AGE-BUCKET.
           MOVE WS-EDIT-AGE-60      TO WS-EDIT-AGE-AMOUNT.
           PERFORM A004G-EDIT-AGE-BUCKET.
           MOVE WS-EDIT-AGE-90      TO WS-EDIT-AGE-AMOUNT.
           PERFORM A004G-EDIT-AGE-BUCKET.
           MOVE WS-EDIT-AGE-120     TO WS-EDIT-AGE-AMOUNT.
           PERFORM A004G-EDIT-AGE-BUCKET.
           IF WS-AGING-INVALID THEN
               MOVE "AGING" TO WS-EDIT-REASON
               PERFORM A004F-FLAG-ERROR
           ELSE
               IF WS-EDIT-BAL-INT NUMERIC
                   AND WS-EDIT-BAL-POINT = "."
                   AND WS-EDIT-BAL-DEC NUMERIC THEN
                   MOVE WS-EDIT-BALANCE-ED TO WS-CLEAN-BALANCE-N
                   IF WS-EDIT-AGE-TOTAL NOT = WS-CLEAN-BALANCE-N THEN
                       MOVE "AGEBAL" TO WS-EDIT-REASON
                       PERFORM A004F-FLAG-ERROR
                   END-IF
               END-IF
           END-IF.
       A004G-EDIT-AGE-BUCKET.
           IF WS-EDIT-AGE-INT NOT NUMERIC
               OR WS-EDIT-AGE-POINT NOT = "."
               OR WS-EDIT-AGE-DEC NOT NUMERIC THEN
               SET WS-AGING-INVALID TO TRUE
           ELSE
               MOVE WS-EDIT-AGE-AMOUNT-ED TO WS-EDIT-AGE-AMOUNT-N
               ADD WS-EDIT-AGE-AMOUNT-N TO WS-EDIT-AGE-TOTAL
           END-IF.
       A004F-FLAG-ERROR.
           IF WS-RECORD-VALID THEN
               SET WS-RECORD-INVALID TO TRUE
