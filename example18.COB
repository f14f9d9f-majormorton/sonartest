       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMPLE18.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-FILE ASSIGN TO DISK1
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS NEW-CUST-KEY
           FILE STATUS  IS WS-FS-NEW.
           SELECT AGED-RPT-FILE ASSIGN TO DISK5
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-AGED.
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
       FD  AGED-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AGED-RPT-RECORD             PIC X(80).
       FD  CTL-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RPT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-NEW                   PIC X(02).
       77  WS-FS-AGED                  PIC X(02).
       77  WS-FS-CTL                   PIC X(02).
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-CURRENT-BRANCH           PIC X(02) VALUE SPACES.
       77  WS-CUST-BALANCE-N           PIC 9(05)V99.
       77  WS-AGE-CURRENT-N            PIC 9(05)V99.
       77  WS-AGE-30-N                 PIC 9(05)V99.
       77  WS-AGE-60-N                 PIC 9(05)V99.
       77  WS-AGE-90-N                 PIC 9(05)V99.
       77  WS-AGE-120-N                PIC 9(05)V99.
       77  WS-AGE-SUM-N                PIC 9(07)V99.
       77  WS-GT-AGE-SUM               PIC 9(09)V99.
           COPY CUSTREC.
       01  WS-CUST-ID-SPLIT.
           05 WS-CUST-BRANCH           PIC X(02).
           05 FILLER                   PIC X(04).
       01  WS-BRANCH-TOTALS.
           05 WS-BR-CUSTOMERS          PIC 9(05) VALUE ZERO.
           05 WS-BR-BALANCE            PIC 9(09)V99 VALUE ZERO.
           05 WS-BR-CURRENT            PIC 9(09)V99 VALUE ZERO.
           05 WS-BR-30                 PIC 9(09)V99 VALUE ZERO.
           05 WS-BR-60                 PIC 9(09)V99 VALUE ZERO.
           05 WS-BR-90                 PIC 9(09)V99 VALUE ZERO.
           05 WS-BR-120                PIC 9(09)V99 VALUE ZERO.
       01  WS-GRAND-TOTALS.
           05 WS-GT-CUSTOMERS          PIC 9(07) VALUE ZERO.
           05 WS-GT-BALANCE            PIC 9(09)V99 VALUE ZERO.
           05 WS-GT-CURRENT            PIC 9(09)V99 VALUE ZERO.
           05 WS-GT-30                 PIC 9(09)V99 VALUE ZERO.
           05 WS-GT-60                 PIC 9(09)V99 VALUE ZERO.
           05 WS-GT-90                 PIC 9(09)V99 VALUE ZERO.
           05 WS-GT-120                PIC 9(09)V99 VALUE ZERO.
       01  WS-AGED-HDR-LINE.
           05 FILLER                   PIC X(36) VALUE
              "EXAMPLE18 AGED TRIAL BALANCE        ".
           05 WS-AGED-HDR-DATE         PIC 9(08).
           05 FILLER                   PIC X(36) VALUE SPACES.
       01  WS-AGED-COL-LINE.
           05 FILLER                   PIC X(41) VALUE
              "CUST   NAME              BALANCE  CURRENT".
           05 FILLER                   PIC X(39) VALUE
              "  31-60 D  61-90 D  91-120D OVER 120".
       01  WS-AGED-DET-LINE.
           05 WS-ATD-CUST-ID           PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-ATD-CUST-NAME         PIC X(16).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-ATD-BALANCE           PIC ZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-ATD-CURRENT           PIC ZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-ATD-30                PIC ZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-ATD-60                PIC ZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-ATD-90                PIC ZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-ATD-120               PIC ZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-ATD-FLAG              PIC X(02).
       01  WS-AGED-TOT-LINE.
           05 WS-ATT-LABEL             PIC X(08).
           05 WS-ATT-BALANCE           PIC ZZZZZZZZ9.99.
           05 WS-ATT-CURRENT           PIC ZZZZZZZZ9.99.
           05 WS-ATT-30                PIC ZZZZZZZZ9.99.
           05 WS-ATT-60                PIC ZZZZZZZZ9.99.
           05 WS-ATT-90                PIC ZZZZZZZZ9.99.
           05 WS-ATT-120               PIC ZZZZZZZZ9.99.
       01  WS-AGED-TOT-LABEL.
           05 FILLER                   PIC X(03) VALUE "BR ".
           05 WS-ATL-BRANCH            PIC X(02).
           05 FILLER                   PIC X(03) VALUE SPACES.
       01  WS-AGED-FOOT-LINE.
           05 WS-AFL-TEXT              PIC X(40).
           05 FILLER                   PIC X(40) VALUE SPACES.
       01  WS-CONTROL-TOTALS.
           05 WS-TOTAL-MASTERS-READ    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-BRANCHES        PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-NOT-FOOTED      PIC 9(07) VALUE ZERO.
       01  WS-CTL-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "EXAMPLE18 AGED TRIAL BALANCE TOTALS".
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
           OPEN INPUT  NEW-FILE.
           OPEN OUTPUT AGED-RPT-FILE.
           OPEN OUTPUT CTL-RPT-FILE.
           MOVE WS-RUN-DATE TO WS-AGED-HDR-DATE.
           WRITE AGED-RPT-RECORD FROM WS-AGED-HDR-LINE.
           WRITE AGED-RPT-RECORD FROM WS-AGED-COL-LINE.
           GO TO A003-GET-CUST-RECORD.
       A003-GET-CUST-RECORD.
           READ NEW-FILE INTO WS-CUST-RECORD
               AT END GO TO A007-LAST-BRANCH.
           ADD 1 TO WS-TOTAL-MASTERS-READ.
       A004-ACCUMULATE-CUSTOMER.
           MOVE WS-CUST-ID TO WS-CUST-ID-SPLIT.
           IF WS-CUST-BRANCH NOT = WS-CURRENT-BRANCH
               AND WS-CURRENT-BRANCH NOT = SPACES THEN
               PERFORM A005-PRINT-BRANCH
           END-IF.
           MOVE WS-CUST-BRANCH TO WS-CURRENT-BRANCH.
           IF WS-CUST-AGING = SPACES THEN
               MOVE WS-CUST-BALANCE TO WS-CUST-AGE-CURRENT
               MOVE ZERO TO WS-CUST-AGE-30
               MOVE ZERO TO WS-CUST-AGE-60
               MOVE ZERO TO WS-CUST-AGE-90
               MOVE ZERO TO WS-CUST-AGE-120
           END-IF.
           MOVE WS-CUST-BALANCE     TO WS-CUST-BALANCE-N.
           MOVE WS-CUST-AGE-CURRENT TO WS-AGE-CURRENT-N.
           MOVE WS-CUST-AGE-30      TO WS-AGE-30-N.
           MOVE WS-CUST-AGE-60      TO WS-AGE-60-N.
           MOVE WS-CUST-AGE-90      TO WS-AGE-90-N.
           MOVE WS-CUST-AGE-120     TO WS-AGE-120-N.
           COMPUTE WS-AGE-SUM-N = WS-AGE-CURRENT-N + WS-AGE-30-N
               + WS-AGE-60-N + WS-AGE-90-N + WS-AGE-120-N.
           ADD 1 TO WS-BR-CUSTOMERS.
           ADD 1 TO WS-GT-CUSTOMERS.
           ADD WS-CUST-BALANCE-N TO WS-BR-BALANCE.
           ADD WS-CUST-BALANCE-N TO WS-GT-BALANCE.
           ADD WS-AGE-CURRENT-N  TO WS-BR-CURRENT.
           ADD WS-AGE-CURRENT-N  TO WS-GT-CURRENT.
           ADD WS-AGE-30-N       TO WS-BR-30.
           ADD WS-AGE-30-N       TO WS-GT-30.
           ADD WS-AGE-60-N       TO WS-BR-60.
           ADD WS-AGE-60-N       TO WS-GT-60.
           ADD WS-AGE-90-N       TO WS-BR-90.
           ADD WS-AGE-90-N       TO WS-GT-90.
           ADD WS-AGE-120-N      TO WS-BR-120.
           ADD WS-AGE-120-N      TO WS-GT-120.
           PERFORM A004A-PRINT-CUSTOMER.
           GO TO A003-GET-CUST-RECORD.
       A004A-PRINT-CUSTOMER.
           MOVE WS-CUST-ID         TO WS-ATD-CUST-ID.
           MOVE WS-CUST-NAME       TO WS-ATD-CUST-NAME.
           MOVE WS-CUST-BALANCE-N  TO WS-ATD-BALANCE.
           MOVE WS-AGE-CURRENT-N   TO WS-ATD-CURRENT.
           MOVE WS-AGE-30-N        TO WS-ATD-30.
           MOVE WS-AGE-60-N        TO WS-ATD-60.
           MOVE WS-AGE-90-N        TO WS-ATD-90.
           MOVE WS-AGE-120-N       TO WS-ATD-120.
           IF WS-AGE-SUM-N NOT = WS-CUST-BALANCE-N THEN
               MOVE "**" TO WS-ATD-FLAG
               ADD 1 TO WS-TOTAL-NOT-FOOTED
           ELSE
               MOVE SPACES TO WS-ATD-FLAG
           END-IF.
           WRITE AGED-RPT-RECORD FROM WS-AGED-DET-LINE.
       A005-PRINT-BRANCH.
           MOVE WS-CURRENT-BRANCH TO WS-ATL-BRANCH.
           MOVE WS-AGED-TOT-LABEL TO WS-ATT-LABEL.
           MOVE WS-BR-BALANCE     TO WS-ATT-BALANCE.
           MOVE WS-BR-CURRENT     TO WS-ATT-CURRENT.
           MOVE WS-BR-30          TO WS-ATT-30.
           MOVE WS-BR-60          TO WS-ATT-60.
           MOVE WS-BR-90          TO WS-ATT-90.
           MOVE WS-BR-120         TO WS-ATT-120.
           WRITE AGED-RPT-RECORD FROM WS-AGED-TOT-LINE.
           ADD 1 TO WS-TOTAL-BRANCHES.
           MOVE ZERO TO WS-BR-CUSTOMERS.
           MOVE ZERO TO WS-BR-BALANCE.
           MOVE ZERO TO WS-BR-CURRENT.
           MOVE ZERO TO WS-BR-30.
           MOVE ZERO TO WS-BR-60.
           MOVE ZERO TO WS-BR-90.
           MOVE ZERO TO WS-BR-120.
       A007-LAST-BRANCH.
           IF WS-CURRENT-BRANCH NOT = SPACES THEN
               PERFORM A005-PRINT-BRANCH
           END-IF.
           MOVE "GRAND   "        TO WS-ATT-LABEL.
           MOVE WS-GT-BALANCE     TO WS-ATT-BALANCE.
           MOVE WS-GT-CURRENT     TO WS-ATT-CURRENT.
           MOVE WS-GT-30          TO WS-ATT-30.
           MOVE WS-GT-60          TO WS-ATT-60.
           MOVE WS-GT-90          TO WS-ATT-90.
           MOVE WS-GT-120         TO WS-ATT-120.
           WRITE AGED-RPT-RECORD FROM WS-AGED-TOT-LINE.
           COMPUTE WS-GT-AGE-SUM = WS-GT-CURRENT + WS-GT-30
               + WS-GT-60 + WS-GT-90 + WS-GT-120.
           IF WS-GT-AGE-SUM = WS-GT-BALANCE THEN
               MOVE "BUCKET TOTALS FOOT TO MASTER BALANCE"
                   TO WS-AFL-TEXT
           ELSE
               MOVE "*** BUCKET TOTALS DO NOT FOOT ***"
                   TO WS-AFL-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE AGED-RPT-RECORD FROM WS-AGED-FOOT-LINE.
           GO TO A008-TERM.
       A008-TERM.
           PERFORM A008A-PRINT-CONTROL-TOTALS.
           CLOSE NEW-FILE.
           CLOSE AGED-RPT-FILE.
           CLOSE CTL-RPT-FILE.
           STOP RUN.
       A008A-PRINT-CONTROL-TOTALS.
           WRITE CTL-RPT-RECORD FROM WS-CTL-HDR-LINE.
           MOVE "MASTERS READ......." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-MASTERS-READ TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "BRANCHES REPORTED.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-BRANCHES TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "AGING NOT FOOTED..." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-NOT-FOOTED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "TOTAL BALANCE......" TO WS-CTL-AMT-LABEL.
           MOVE WS-GT-BALANCE TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "TOTAL AGED BUCKETS." TO WS-CTL-AMT-LABEL.
           MOVE WS-GT-AGE-SUM TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
