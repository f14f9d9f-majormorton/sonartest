       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMPLE20.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO DISK2
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CUST-KEY
           FILE STATUS  IS WS-FS-CUST.
           SELECT CHGOFF-RPT-FILE ASSIGN TO DISK4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RPT.
           SELECT CTL-RPT-FILE ASSIGN TO DISK7
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CTL.
           SELECT RUN-CTL-FILE ASSIGN TO DISK14
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RUNCTL.
           SELECT GLWORK-FILE ASSIGN TO DISK15
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-GLW.
           SELECT CHGJRNL-FILE ASSIGN TO DISK17
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-JRNL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CUST-RECORD.
           05 CUST-KEY                 PIC X(06).
           05 FILLER                   PIC X(194).
       FD  CHGOFF-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHGOFF-RPT-RECORD           PIC X(80).
       FD  CTL-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RPT-RECORD              PIC X(80).
       FD  RUN-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNCTL.
       FD  GLWORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLWREC.
       FD  CHGJRNL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CHGJRNL.

       WORKING-STORAGE SECTION.
       77  WS-FS-CUST                  PIC X(02).
       77  WS-FS-RPT                   PIC X(02).
       77  WS-FS-CTL                   PIC X(02).
       77  WS-FS-RUNCTL                PIC X(02).
       77  WS-FS-GLW                   PIC X(02).
       77  WS-FS-JRNL                  PIC X(02).
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-CHGOFF-MIN-RUNS          PIC 9(03) VALUE 45.
       77  WS-CHGOFF-MIN-BALANCE       PIC 9(05)V99 VALUE 50.00.
       77  WS-CUST-BALANCE-N           PIC 9(05)V99.
       77  WS-JRNL-AMOUNT-ED           PIC -9(07).99.
       77  WS-JRNL-FIELD               PIC X(08).
       77  WS-JRNL-BEFORE              PIC X(20).
       77  WS-JRNL-AFTER               PIC X(20).
           COPY CUSTREC.
       01  WS-PRIOR-STATUS             PIC X(10).
       01  WS-PARM-LINE.
           05 WS-PARM-MIN-RUNS         PIC X(03).
           05 FILLER                   PIC X(01).
           05 WS-PARM-MIN-BALANCE.
              10 WS-PARM-BAL-INT       PIC X(05).
              10 WS-PARM-BAL-POINT     PIC X(01).
              10 WS-PARM-BAL-DEC       PIC X(02).
           05 WS-PARM-MIN-BALANCE-ED REDEFINES WS-PARM-MIN-BALANCE
                                       PIC 99999.99.
           05 FILLER                   PIC X(68).
       01  WS-RPT-TITLE-LINE.
           05 FILLER                   PIC X(32) VALUE
              "CHARGE-OFF REGISTER FOR RUN OF ".
           05 WS-TTL-RUN-DATE          PIC 9(08).
           05 FILLER                   PIC X(12) VALUE "  MIN RUNS ".
           05 WS-TTL-MIN-RUNS          PIC ZZ9.
           05 FILLER                   PIC X(14) VALUE
              "  MIN BALANCE ".
           05 WS-TTL-MIN-BALANCE       PIC ZZZZ9.99.
           05 FILLER                   PIC X(03) VALUE SPACES.
       01  WS-RPT-HDR-LINE.
           05 FILLER                   PIC X(40) VALUE
              "CUST    NAME                  SUSP RUNS".
           05 FILLER                   PIC X(40) VALUE
              "  CHARGED OFF  DISPOSITION".
       01  WS-RPT-DETAIL-LINE.
           05 WS-RPT-CUST-ID           PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RPT-CUST-NAME         PIC X(20).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-RPT-SUSP-RUNS         PIC ZZ9.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 WS-RPT-AMOUNT            PIC ZZZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RPT-DISPOSITION       PIC X(20).
           05 FILLER                   PIC X(10) VALUE SPACES.
       01  WS-RPT-NONE-LINE.
           05 FILLER                   PIC X(80) VALUE
              "NO ACCOUNTS MET THE CHARGE-OFF THRESHOLDS".
       01  WS-CONTROL-TOTALS.
           05 WS-TOTAL-READ            PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-CHARGED-OFF     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-PRIOR-CHGOFF    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-NOT-ELIGIBLE    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-FAILED          PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-JRNL-WRITTEN    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-CHGOFF-AMOUNT   PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-BALANCE         PIC 9(09)V99 VALUE ZERO.
       01  WS-CTL-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "EXAMPLE20 CHARGE-OFF TOTALS".
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
           IF WS-PARM-MIN-RUNS NOT = SPACES THEN
               IF WS-PARM-MIN-RUNS NOT NUMERIC THEN
                   DISPLAY "EXAMPLE20 MINIMUM SUSPEND RUNS INVALID"
                       " - RUN HELD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-MIN-RUNS TO WS-CHGOFF-MIN-RUNS
           END-IF.
           IF WS-PARM-MIN-BALANCE NOT = SPACES THEN
               IF WS-PARM-BAL-INT NOT NUMERIC
                   OR WS-PARM-BAL-POINT NOT = "."
                   OR WS-PARM-BAL-DEC NOT NUMERIC THEN
                   DISPLAY "EXAMPLE20 MINIMUM BALANCE INVALID"
                       " - RUN HELD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-MIN-BALANCE-ED TO WS-CHGOFF-MIN-BALANCE
           END-IF.
           OPEN I-O    CUST-FILE.
           IF WS-FS-CUST NOT = "00" THEN
               DISPLAY "EXAMPLE20 CUSTOMER MASTER NOT AVAILABLE"
                   " - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CHGOFF-RPT-FILE.
           OPEN OUTPUT CTL-RPT-FILE.
           OPEN EXTEND CHGJRNL-FILE.
           IF WS-FS-JRNL NOT = "00" THEN
               OPEN OUTPUT CHGJRNL-FILE
           END-IF.
           MOVE WS-RUN-DATE           TO WS-TTL-RUN-DATE.
           MOVE WS-CHGOFF-MIN-RUNS    TO WS-TTL-MIN-RUNS.
           MOVE WS-CHGOFF-MIN-BALANCE TO WS-TTL-MIN-BALANCE.
           WRITE CHGOFF-RPT-RECORD FROM WS-RPT-TITLE-LINE.
           WRITE CHGOFF-RPT-RECORD FROM WS-RPT-HDR-LINE.
           GO TO A003-GET-CUST-RECORD.
       A003-GET-CUST-RECORD.
           READ CUST-FILE INTO WS-CUST-RECORD
               AT END GO TO A007-LAST-RECORD.
           ADD 1 TO WS-TOTAL-READ.
           IF WS-CUST-BALANCE NOT = SPACES THEN
               MOVE WS-CUST-BALANCE TO WS-CUST-BALANCE-N
               ADD WS-CUST-BALANCE-N TO WS-TOTAL-BALANCE
           END-IF.
       A004-CHECK-ELIGIBLE.
           IF WS-CUST-STATUS = "CHARGEOFF" THEN
               ADD 1 TO WS-TOTAL-PRIOR-CHGOFF
               GO TO A003-GET-CUST-RECORD
           END-IF.
           IF WS-CUST-STATUS NOT = "SUSPEND"
               OR WS-CUST-SUSP-RUNS NOT NUMERIC
               OR WS-CUST-BALANCE = SPACES THEN
               ADD 1 TO WS-TOTAL-NOT-ELIGIBLE
               GO TO A003-GET-CUST-RECORD
           END-IF.
           MOVE WS-CUST-BALANCE TO WS-CUST-BALANCE-N.
           IF WS-CUST-SUSP-RUNS < WS-CHGOFF-MIN-RUNS
               OR WS-CUST-BALANCE-N < WS-CHGOFF-MIN-BALANCE
               OR WS-CUST-BALANCE-N = ZERO THEN
               ADD 1 TO WS-TOTAL-NOT-ELIGIBLE
               GO TO A003-GET-CUST-RECORD
           END-IF.
       A005-CHARGE-OFF.
           MOVE WS-CUST-STATUS     TO WS-PRIOR-STATUS.
           MOVE "CHARGEOFF"        TO WS-CUST-STATUS.
           MOVE WS-RUN-DATE        TO WS-CUST-CHGOFF-DATE.
           MOVE WS-CUST-BALANCE-N  TO WS-CUST-CHGOFF-AMOUNT.
           MOVE ZERO               TO WS-CUST-RECOVERED.
           MOVE ZERO               TO WS-CUST-BALANCE.
           MOVE ZERO               TO WS-CUST-AGE-CURRENT.
           MOVE ZERO               TO WS-CUST-AGE-30.
           MOVE ZERO               TO WS-CUST-AGE-60.
           MOVE ZERO               TO WS-CUST-AGE-90.
           MOVE ZERO               TO WS-CUST-AGE-120.
           MOVE WS-CUST-ID         TO WS-RPT-CUST-ID.
           MOVE WS-CUST-NAME       TO WS-RPT-CUST-NAME.
           MOVE WS-CUST-SUSP-RUNS  TO WS-RPT-SUSP-RUNS.
           MOVE WS-CUST-BALANCE-N  TO WS-RPT-AMOUNT.
           REWRITE CUST-RECORD FROM WS-CUST-RECORD.
           IF WS-FS-CUST NOT = "00" THEN
               MOVE "REWRITE FAILED" TO WS-RPT-DISPOSITION
               WRITE CHGOFF-RPT-RECORD FROM WS-RPT-DETAIL-LINE
               ADD 1 TO WS-TOTAL-FAILED
               GO TO A003-GET-CUST-RECORD
           END-IF.
           MOVE "CHARGED OFF" TO WS-RPT-DISPOSITION.
           WRITE CHGOFF-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
           ADD 1 TO WS-TOTAL-CHARGED-OFF.
           ADD WS-CUST-BALANCE-N TO WS-TOTAL-CHGOFF-AMOUNT.
           SUBTRACT WS-CUST-BALANCE-N FROM WS-TOTAL-BALANCE.
           MOVE "STATUS"          TO WS-JRNL-FIELD.
           MOVE WS-PRIOR-STATUS   TO WS-JRNL-BEFORE.
           MOVE WS-CUST-STATUS    TO WS-JRNL-AFTER.
           PERFORM A005A-WRITE-JOURNAL.
           MOVE "BALANCE"         TO WS-JRNL-FIELD.
           MOVE WS-CUST-BALANCE-N TO WS-JRNL-AMOUNT-ED.
           MOVE WS-JRNL-AMOUNT-ED TO WS-JRNL-BEFORE.
           MOVE ZERO              TO WS-JRNL-AMOUNT-ED.
           MOVE WS-JRNL-AMOUNT-ED TO WS-JRNL-AFTER.
           PERFORM A005A-WRITE-JOURNAL.
           GO TO A003-GET-CUST-RECORD.
       A005A-WRITE-JOURNAL.
           MOVE SPACES         TO JRNL-RECORD.
           MOVE WS-CUST-ID     TO JRNL-CUST-ID.
           MOVE WS-JRNL-FIELD  TO JRNL-FIELD.
           MOVE WS-JRNL-BEFORE TO JRNL-BEFORE.
           MOVE WS-JRNL-AFTER  TO JRNL-AFTER.
           MOVE "EXAMPLE20"    TO JRNL-SOURCE.
           MOVE WS-RUN-DATE    TO JRNL-RUN-DATE.
           MOVE "CHGOFF"       TO JRNL-TRAN-REF.
           WRITE JRNL-RECORD.
           ADD 1 TO WS-TOTAL-JRNL-WRITTEN.
       A007-LAST-RECORD.
           IF WS-TOTAL-CHARGED-OFF = ZERO
               AND WS-TOTAL-FAILED = ZERO THEN
               WRITE CHGOFF-RPT-RECORD FROM WS-RPT-NONE-LINE
           END-IF.
       A008-TERM.
           PERFORM A008A-PRINT-CONTROL-TOTALS.
           PERFORM A008B-WRITE-GL-WORK.
           PERFORM A008C-WRITE-RUN-LEDGER.
           CLOSE CUST-FILE.
           CLOSE CHGOFF-RPT-FILE.
           CLOSE CTL-RPT-FILE.
           CLOSE CHGJRNL-FILE.
           IF WS-TOTAL-FAILED > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
       A008A-PRINT-CONTROL-TOTALS.
           WRITE CTL-RPT-RECORD FROM WS-CTL-HDR-LINE.
           MOVE "MASTERS READ......." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-READ TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "CHARGED OFF........" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-CHARGED-OFF TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "PREVIOUSLY CHGD OFF" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-PRIOR-CHGOFF TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "NOT ELIGIBLE......." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-NOT-ELIGIBLE TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "REWRITE FAILED....." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-FAILED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "JOURNAL RECORDS...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-JRNL-WRITTEN TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "TOTAL CHARGED OFF.." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-CHGOFF-AMOUNT TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "MASTER BALANCE....." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-BALANCE TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
       A008B-WRITE-GL-WORK.
           OPEN EXTEND GLWORK-FILE.
           IF WS-FS-GLW NOT = "00" THEN
               OPEN OUTPUT GLWORK-FILE
           END-IF.
           MOVE SPACES TO GLW-RECORD.
           MOVE WS-RUN-DATE            TO GLW-RUN-DATE.
           MOVE "CHGOFF"               TO GLW-SOURCE.
           MOVE "CHGOFF"               TO GLW-AMOUNT-TYPE.
           MOVE WS-TOTAL-CHGOFF-AMOUNT TO GLW-AMOUNT.
           WRITE GLW-RECORD.
           CLOSE GLWORK-FILE.
       A008C-WRITE-RUN-LEDGER.
           OPEN EXTEND RUN-CTL-FILE.
           IF WS-FS-RUNCTL NOT = "00" THEN
               OPEN OUTPUT RUN-CTL-FILE
           END-IF.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE WS-RUN-DATE      TO RUNCTL-RUN-DATE.
           MOVE "CHGOFF"         TO RUNCTL-STATUS.
           MOVE WS-TOTAL-READ    TO RUNCTL-TOTAL-READ.
           MOVE WS-TOTAL-READ    TO RUNCTL-TOTAL-WRITTEN.
           MOVE WS-TOTAL-FAILED  TO RUNCTL-TOTAL-REJECTED.
           MOVE WS-TOTAL-BALANCE TO RUNCTL-TOTAL-BALANCE.
           MOVE WS-TOTAL-CHARGED-OFF TO RUNCTL-TOTAL-CHGOFF.
           WRITE RUNCTL-RECORD.
           CLOSE RUN-CTL-FILE.
