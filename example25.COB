       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMPLE25.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-FILE ASSIGN TO DISK1
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS NEW-CUST-KEY
           FILE STATUS  IS WS-FS-NEW.
           SELECT BUREAU-FILE ASSIGN TO DISK2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-BUREAU.
           SELECT ARCH-FILE ASSIGN TO DISK3
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ARCH-CUST-KEY
           FILE STATUS  IS WS-FS-ARCH.
           SELECT EXCEPT-RPT-FILE ASSIGN TO DISK4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-EXCEPT.
           SELECT ADDR-FILE ASSIGN TO DISK6
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ADDR-CUST-KEY
           FILE STATUS  IS WS-FS-ADDR.
           SELECT CTL-RPT-FILE ASSIGN TO DISK7
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  NEW-RECORD.
           05 NEW-CUST-KEY             PIC X(06).
           05 FILLER                   PIC X(194).
       FD  BUREAU-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  BUREAU-RECORD               PIC X(150).
       FD  ARCH-FILE
           RECORD CONTAINS 220 CHARACTERS.
           COPY ARCHREC.
       FD  EXCEPT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCEPT-RPT-RECORD           PIC X(80).
       FD  ADDR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ADDR-RECORD.
           05 ADDR-CUST-KEY            PIC X(06).
           05 FILLER                   PIC X(74).
       FD  CTL-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RPT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-NEW                   PIC X(02).
       77  WS-FS-BUREAU                PIC X(02).
       77  WS-FS-ARCH                  PIC X(02).
       77  WS-FS-EXCEPT                PIC X(02).
       77  WS-FS-ADDR                  PIC X(02).
       77  WS-FS-CTL                   PIC X(02).
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-ACTIVITY-MONTH           PIC 9(06) VALUE ZERO.
       77  WS-DELETE-MONTH             PIC 9(06) VALUE ZERO.
       77  WS-REPORTER-ID              PIC X(10) VALUE "CUSTBILL01".
       77  WS-DAYS-PAST-DUE            PIC 9(03) VALUE ZERO.
       77  WS-MISSED-DAYS              PIC 9(03) VALUE ZERO.
       77  WS-CLOSED-DATE              PIC 9(08) VALUE ZERO.
       77  WS-BALANCE-N                PIC 9(05)V99 VALUE ZERO.
       77  WS-LIMIT-N                  PIC 9(05)V99 VALUE ZERO.
       77  WS-CHGOFF-N                 PIC 9(05)V99 VALUE ZERO.
       77  WS-EXCEPT-REASON            PIC X(20).
       77  WS-SOURCE                   PIC X(08).
       77  WS-ARCH-EOF-SW              PIC X(01) VALUE "N".
           88 WS-ARCH-EOF                         VALUE "Y".
       77  WS-CLOSED-SW                PIC X(01) VALUE "N".
           88 WS-ACCOUNT-CLOSED                   VALUE "Y".
           COPY CUSTREC.
           COPY ADDRREC.
       01  WS-PARM-LINE.
           05 WS-PARM-MONTH            PIC X(06).
           05 FILLER                   PIC X(74).
       01  WS-BUR-HEADER.
           05 WS-BUR-HDR-TYPE          PIC X(01) VALUE "H".
           05 WS-BUR-HDR-REPORTER      PIC X(10).
           05 WS-BUR-HDR-ACTIVITY      PIC 9(06).
           05 WS-BUR-HDR-CREATED       PIC 9(08).
           05 FILLER                   PIC X(125) VALUE SPACES.
       01  WS-BUR-DETAIL.
           05 WS-BUR-DTL-TYPE          PIC X(01) VALUE "D".
           05 WS-BUR-DTL-CUST-ID       PIC X(06).
           05 WS-BUR-DTL-NAME          PIC X(20).
           05 WS-BUR-DTL-STREET        PIC X(25).
           05 WS-BUR-DTL-CITY          PIC X(20).
           05 WS-BUR-DTL-STATE         PIC X(02).
           05 WS-BUR-DTL-POSTAL        PIC X(09).
           05 WS-BUR-DTL-ACCT-STATUS   PIC X(02).
              88 WS-BUR-CURRENT                   VALUE "11".
              88 WS-BUR-CHARGED-OFF               VALUE "97".
              88 WS-BUR-CLOSED                    VALUE "13".
           05 WS-BUR-DTL-PAY-RATING    PIC X(01).
           05 WS-BUR-DTL-DAYS-PAST-DUE PIC 9(03).
           05 WS-BUR-DTL-BALANCE       PIC 9(07)V99.
           05 WS-BUR-DTL-LIMIT         PIC 9(07)V99.
           05 WS-BUR-DTL-CHGOFF-AMT    PIC 9(07)V99.
           05 WS-BUR-DTL-CLOSED-DATE   PIC 9(08).
           05 FILLER                   PIC X(26) VALUE SPACES.
       01  WS-BUR-TRAILER.
           05 WS-BUR-TRL-TYPE          PIC X(01) VALUE "T".
           05 WS-BUR-TRL-DETAIL-COUNT  PIC 9(09).
           05 WS-BUR-TRL-BALANCE       PIC 9(11)V99.
           05 WS-BUR-TRL-LIMIT         PIC 9(11)V99.
           05 WS-BUR-TRL-CHGOFF-AMT    PIC 9(11)V99.
           05 WS-BUR-TRL-CURRENT       PIC 9(09).
           05 WS-BUR-TRL-DELINQUENT    PIC 9(09).
           05 WS-BUR-TRL-CHARGED-OFF   PIC 9(09).
           05 WS-BUR-TRL-CLOSED        PIC 9(09).
           05 FILLER                   PIC X(65) VALUE SPACES.
       01  WS-EXCEPT-HDR-LINE.
           05 FILLER                   PIC X(40) VALUE
              "CUST    NAME                  SOURCE    ".
           05 FILLER                   PIC X(40) VALUE
              "REASON                BALANCE".
       01  WS-EXCEPT-LINE.
           05 WS-EXC-CUST-ID           PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EXC-NAME              PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EXC-SOURCE            PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EXC-REASON            PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EXC-BALANCE           PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(09) VALUE SPACES.
       01  WS-CONTROL-TOTALS.
           05 WS-TOTAL-MASTER-READ     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-ARCH-READ       PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-ARCH-IN-MONTH   PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-REPORTED        PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-HELD-BACK       PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-DELINQUENT      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-CURRENT         PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-CHARGED-OFF     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-CLOSED          PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-BAL-REPORTED    PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-LIMIT-REPORTED  PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-CHGOFF-REPORTED PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-BAL-HELD-BACK   PIC 9(09)V99 VALUE ZERO.
       01  WS-CTL-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "EXAMPLE25 CREDIT BUREAU EXTRACT TOTALS".
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
           MOVE SPACES TO WS-PARM-LINE.
           ACCEPT WS-PARM-LINE.
           IF WS-PARM-MONTH = SPACES THEN
               DIVIDE WS-RUN-DATE BY 100 GIVING WS-ACTIVITY-MONTH
           ELSE
               IF WS-PARM-MONTH NOT NUMERIC THEN
                   DISPLAY "EXAMPLE25 ACTIVITY MONTH INVALID"
                       " - RUN HELD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-MONTH TO WS-ACTIVITY-MONTH
           END-IF.
           OPEN INPUT  NEW-FILE.
           OPEN INPUT  ADDR-FILE.
           OPEN INPUT  ARCH-FILE.
           OPEN OUTPUT BUREAU-FILE.
           OPEN OUTPUT EXCEPT-RPT-FILE.
           OPEN OUTPUT CTL-RPT-FILE.
           MOVE WS-REPORTER-ID    TO WS-BUR-HDR-REPORTER.
           MOVE WS-ACTIVITY-MONTH TO WS-BUR-HDR-ACTIVITY.
           MOVE WS-RUN-DATE       TO WS-BUR-HDR-CREATED.
           WRITE BUREAU-RECORD FROM WS-BUR-HEADER.
           WRITE EXCEPT-RPT-RECORD FROM WS-EXCEPT-HDR-LINE.
           GO TO A003-GET-MASTER-RECORD.
       A003-GET-MASTER-RECORD.
           READ NEW-FILE INTO WS-CUST-RECORD
               AT END GO TO A006-REPORT-ARCHIVE.
           ADD 1 TO WS-TOTAL-MASTER-READ.
           MOVE "N"        TO WS-CLOSED-SW.
           MOVE ZERO       TO WS-CLOSED-DATE.
           MOVE "MASTER"   TO WS-SOURCE.
           PERFORM A004-BUILD-DETAIL THRU A004-EXIT.
           GO TO A003-GET-MASTER-RECORD.
       A004-BUILD-DETAIL.
           MOVE ZERO TO WS-BALANCE-N.
           MOVE ZERO TO WS-LIMIT-N.
           MOVE ZERO TO WS-CHGOFF-N.
           IF WS-CUST-BALANCE NOT = SPACES THEN
               MOVE WS-CUST-BALANCE TO WS-BALANCE-N
           END-IF.
           IF WS-CUST-LIMIT NOT = SPACES THEN
               MOVE WS-CUST-LIMIT TO WS-LIMIT-N
           END-IF.
           IF WS-CUST-CHGOFF-AMOUNT NOT = SPACES THEN
               MOVE WS-CUST-CHGOFF-AMOUNT TO WS-CHGOFF-N
           END-IF.
           PERFORM A004A-CHECK-ADDRESS.
           IF WS-EXCEPT-REASON NOT = SPACES THEN
               MOVE WS-CUST-ID       TO WS-EXC-CUST-ID
               MOVE WS-CUST-NAME     TO WS-EXC-NAME
               MOVE WS-SOURCE        TO WS-EXC-SOURCE
               MOVE WS-EXCEPT-REASON TO WS-EXC-REASON
               MOVE WS-BALANCE-N     TO WS-EXC-BALANCE
               WRITE EXCEPT-RPT-RECORD FROM WS-EXCEPT-LINE
               ADD 1 TO WS-TOTAL-HELD-BACK
               ADD WS-BALANCE-N TO WS-TOTAL-BAL-HELD-BACK
               GO TO A004-EXIT
           END-IF.
           PERFORM A005-SET-RATING.
           MOVE WS-CUST-ID          TO WS-BUR-DTL-CUST-ID.
           MOVE WS-CUST-NAME        TO WS-BUR-DTL-NAME.
           MOVE WS-ADDR-STREET      TO WS-BUR-DTL-STREET.
           MOVE WS-ADDR-CITY        TO WS-BUR-DTL-CITY.
           MOVE WS-ADDR-STATE       TO WS-BUR-DTL-STATE.
           MOVE WS-ADDR-POSTAL-CODE TO WS-BUR-DTL-POSTAL.
           MOVE WS-DAYS-PAST-DUE    TO WS-BUR-DTL-DAYS-PAST-DUE.
           MOVE WS-BALANCE-N        TO WS-BUR-DTL-BALANCE.
           MOVE WS-LIMIT-N          TO WS-BUR-DTL-LIMIT.
           MOVE WS-CHGOFF-N         TO WS-BUR-DTL-CHGOFF-AMT.
           MOVE WS-CLOSED-DATE      TO WS-BUR-DTL-CLOSED-DATE.
           WRITE BUREAU-RECORD FROM WS-BUR-DETAIL.
           ADD 1 TO WS-TOTAL-REPORTED.
           ADD WS-BALANCE-N TO WS-TOTAL-BAL-REPORTED.
           ADD WS-LIMIT-N   TO WS-TOTAL-LIMIT-REPORTED.
           ADD WS-CHGOFF-N  TO WS-TOTAL-CHGOFF-REPORTED.
           EVALUATE TRUE
               WHEN WS-BUR-CHARGED-OFF
                   ADD 1 TO WS-TOTAL-CHARGED-OFF
               WHEN WS-BUR-CLOSED
                   ADD 1 TO WS-TOTAL-CLOSED
               WHEN WS-BUR-CURRENT
                   ADD 1 TO WS-TOTAL-CURRENT
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-DELINQUENT
           END-EVALUATE.
       A004-EXIT.
           EXIT.
       A004A-CHECK-ADDRESS.
           MOVE SPACES TO WS-EXCEPT-REASON.
           MOVE WS-CUST-ID TO ADDR-CUST-KEY.
           READ ADDR-FILE INTO WS-ADDR-RECORD
               INVALID KEY
                   MOVE "NO ADDRESS ON FILE" TO WS-EXCEPT-REASON
           END-READ.
           IF WS-EXCEPT-REASON = SPACES THEN
               EVALUATE TRUE
                   WHEN WS-ADDR-STREET = SPACES
                       MOVE "STREET MISSING" TO WS-EXCEPT-REASON
                   WHEN WS-ADDR-CITY = SPACES
                       MOVE "CITY MISSING" TO WS-EXCEPT-REASON
                   WHEN WS-ADDR-STATE = SPACES
                       MOVE "STATE MISSING" TO WS-EXCEPT-REASON
                   WHEN WS-ADDR-POSTAL-CODE = SPACES
                       MOVE "POSTAL CODE MISSING" TO WS-EXCEPT-REASON
               END-EVALUATE
           END-IF.
       A005-SET-RATING.
           MOVE ZERO TO WS-DAYS-PAST-DUE.
           IF WS-CUST-STATUS = "SUSPEND"
               AND WS-CUST-SUSP-RUNS NUMERIC THEN
               MOVE WS-CUST-SUSP-RUNS TO WS-DAYS-PAST-DUE
           END-IF.
           IF WS-CUST-MISSED-CNT NUMERIC
               AND WS-CUST-MISSED-CNT > ZERO THEN
               IF WS-CUST-MISSED-CNT > 6 THEN
                   MOVE 180 TO WS-MISSED-DAYS
               ELSE
                   COMPUTE WS-MISSED-DAYS = WS-CUST-MISSED-CNT * 30
               END-IF
               IF WS-DAYS-PAST-DUE < WS-MISSED-DAYS THEN
                   MOVE WS-MISSED-DAYS TO WS-DAYS-PAST-DUE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-CUST-STATUS = "CHARGEOFF"
                   MOVE "97" TO WS-BUR-DTL-ACCT-STATUS
                   MOVE "L"  TO WS-BUR-DTL-PAY-RATING
               WHEN WS-DAYS-PAST-DUE >= 180
                   MOVE "84" TO WS-BUR-DTL-ACCT-STATUS
                   MOVE "6"  TO WS-BUR-DTL-PAY-RATING
               WHEN WS-DAYS-PAST-DUE >= 150
                   MOVE "83" TO WS-BUR-DTL-ACCT-STATUS
                   MOVE "5"  TO WS-BUR-DTL-PAY-RATING
               WHEN WS-DAYS-PAST-DUE >= 120
                   MOVE "82" TO WS-BUR-DTL-ACCT-STATUS
                   MOVE "4"  TO WS-BUR-DTL-PAY-RATING
               WHEN WS-DAYS-PAST-DUE >= 90
                   MOVE "80" TO WS-BUR-DTL-ACCT-STATUS
                   MOVE "3"  TO WS-BUR-DTL-PAY-RATING
               WHEN WS-DAYS-PAST-DUE >= 60
                   MOVE "78" TO WS-BUR-DTL-ACCT-STATUS
                   MOVE "2"  TO WS-BUR-DTL-PAY-RATING
               WHEN WS-DAYS-PAST-DUE >= 30
                   MOVE "71" TO WS-BUR-DTL-ACCT-STATUS
                   MOVE "1"  TO WS-BUR-DTL-PAY-RATING
               WHEN WS-ACCOUNT-CLOSED
                   MOVE "13" TO WS-BUR-DTL-ACCT-STATUS
                   MOVE "0"  TO WS-BUR-DTL-PAY-RATING
               WHEN OTHER
                   MOVE "11" TO WS-BUR-DTL-ACCT-STATUS
                   MOVE "0"  TO WS-BUR-DTL-PAY-RATING
           END-EVALUATE.
       A006-REPORT-ARCHIVE.
           PERFORM A006A-GET-ARCH-RECORD
               UNTIL WS-ARCH-EOF.
           GO TO A008-TERM.
       A006A-GET-ARCH-RECORD.
           READ ARCH-FILE
               AT END SET WS-ARCH-EOF TO TRUE.
           IF NOT WS-ARCH-EOF THEN
               ADD 1 TO WS-TOTAL-ARCH-READ
               DIVIDE ARCH-DELETE-DATE BY 100
                   GIVING WS-DELETE-MONTH
               IF WS-DELETE-MONTH = WS-ACTIVITY-MONTH THEN
                   ADD 1 TO WS-TOTAL-ARCH-IN-MONTH
                   MOVE ARCH-CUST-MASTER TO WS-CUST-RECORD
                   SET WS-ACCOUNT-CLOSED TO TRUE
                   MOVE ARCH-DELETE-DATE TO WS-CLOSED-DATE
                   MOVE "ARCHIVE" TO WS-SOURCE
                   PERFORM A004-BUILD-DETAIL THRU A004-EXIT
               END-IF
           END-IF.
       A008-TERM.
           MOVE WS-TOTAL-REPORTED        TO WS-BUR-TRL-DETAIL-COUNT.
           MOVE WS-TOTAL-BAL-REPORTED    TO WS-BUR-TRL-BALANCE.
           MOVE WS-TOTAL-LIMIT-REPORTED  TO WS-BUR-TRL-LIMIT.
           MOVE WS-TOTAL-CHGOFF-REPORTED TO WS-BUR-TRL-CHGOFF-AMT.
           MOVE WS-TOTAL-CURRENT         TO WS-BUR-TRL-CURRENT.
           MOVE WS-TOTAL-DELINQUENT      TO WS-BUR-TRL-DELINQUENT.
           MOVE WS-TOTAL-CHARGED-OFF     TO WS-BUR-TRL-CHARGED-OFF.
           MOVE WS-TOTAL-CLOSED          TO WS-BUR-TRL-CLOSED.
           WRITE BUREAU-RECORD FROM WS-BUR-TRAILER.
           PERFORM A008A-PRINT-CONTROL-TOTALS.
           CLOSE NEW-FILE.
           CLOSE ADDR-FILE.
           CLOSE ARCH-FILE.
           CLOSE BUREAU-FILE.
           CLOSE EXCEPT-RPT-FILE.
           CLOSE CTL-RPT-FILE.
           STOP RUN.
       A008A-PRINT-CONTROL-TOTALS.
           WRITE CTL-RPT-RECORD FROM WS-CTL-HDR-LINE.
           MOVE "MASTER RECS READ..." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-MASTER-READ TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "ARCHIVE RECS READ.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-ARCH-READ TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "CLOSED THIS MONTH.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-ARCH-IN-MONTH TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "RECORDS REPORTED..." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-REPORTED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "RECORDS HELD BACK.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-HELD-BACK TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "REPORTED CURRENT..." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-CURRENT TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "REPORTED PAST DUE.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-DELINQUENT TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "REPORTED CHGOFF...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-CHARGED-OFF TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "REPORTED CLOSED...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-CLOSED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "BALANCE REPORTED..." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-BAL-REPORTED TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "LIMIT REPORTED....." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-LIMIT-REPORTED TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "CHGOFF REPORTED...." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-CHGOFF-REPORTED TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "BALANCE HELD BACK.." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-BAL-HELD-BACK TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
