           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PMT.
           SELECT CUST-FILE ASSIGN TO DISK3
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CUST-KEY
           FILE STATUS  IS WS-FS-CUST.
           SELECT ADDR-FILE ASSIGN TO DISK6
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
       FD  PMT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PMT-RECORD                  PIC X(80).
       FD  CUST-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CUST-RECORD.
           05 CUST-KEY                 PIC X(06).
           05 FILLER                   PIC X(194).
       FD  ADDR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ADDR-RECORD.
       WORKING-STORAGE SECTION.
       77  WS-FS-COLL                  PIC X(02).
       77  WS-FS-PMT                   PIC X(02).
       77  WS-FS-CUST                  PIC X(02).
       77  WS-FS-ADDR                  PIC X(02).
       77  WS-FS-LTR                   PIC X(02).
       77  WS-FS-CTL                   PIC X(02).
           88 WS-ADDR-FOUND                       VALUE "Y".
       77  WS-SUSP-RUNS-N              PIC 9(03).
       77  WS-SEV-LEVEL                PIC 9(01).
           COPY CUSTREC.
           COPY ADDRREC.
       01  WS-COLL-DETAIL.
           05 WS-COLL-CUST-ID          PIC X(06).
           05 WS-TOTAL-DOWNGRADED      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-SUPPRESSED      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-NO-ADDRESS      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-CHARGED-OFF     PIC 9(07) VALUE ZERO.
       01  WS-CTL-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "EXAMPLE10 DUNNING LETTER TOTALS".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  COLL-FILE.
           OPEN INPUT  PMT-FILE.
           OPEN INPUT  CUST-FILE.
           OPEN INPUT  ADDR-FILE.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT CTL-RPT-FILE.
           READ COLL-FILE INTO WS-COLL-DETAIL
               AT END GO TO A008-TERM.
           ADD 1 TO WS-TOTAL-COLL-READ.
           MOVE WS-COLL-CUST-ID TO CUST-KEY.
           READ CUST-FILE INTO WS-CUST-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-CUST-STATUS
           END-READ.
           IF WS-CUST-STATUS = "CHARGEOFF" THEN
               ADD 1 TO WS-TOTAL-CHARGED-OFF
               GO TO A003-GET-COLL-RECORD
           END-IF.
       A004-SET-SEVERITY.
           IF WS-COLL-SUSP-RUNS NUMERIC THEN
               MOVE WS-COLL-SUSP-RUNS TO WS-SUSP-RUNS-N
           PERFORM A008A-PRINT-CONTROL-TOTALS.
           CLOSE COLL-FILE.
           CLOSE PMT-FILE.
           CLOSE CUST-FILE.
           CLOSE ADDR-FILE.
           CLOSE LETTER-FILE.
           CLOSE CTL-RPT-FILE.
           MOVE "SUPPRESSED........." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-SUPPRESSED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "CHARGED OFF........" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-CHARGED-OFF TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "NO ADDRESS ON FILE." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-NO-ADDRESS TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
