           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CTL.
           SELECT CHGJRNL-FILE ASSIGN TO DISK17
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-JRNL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01  REQ-RECORD                  PIC X(80).
       FD  CUST-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CUST-RECORD.
           05 CUST-KEY                 PIC X(06).
           05 FILLER                   PIC X(194).
       FD  RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RATEREC.
       FD  CTL-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RPT-RECORD              PIC X(80).
       FD  CHGJRNL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CHGJRNL.

       WORKING-STORAGE SECTION.
       77  WS-FS-REQ                   PIC X(02).
       77  WS-FS-RATE                  PIC X(02).
       77  WS-FS-INQ                   PIC X(02).
       77  WS-FS-CTL                   PIC X(02).
       77  WS-FS-JRNL                  PIC X(02).
       77  WS-JRNL-FIELD               PIC X(08).
       77  WS-JRNL-BEFORE              PIC X(20).
       77  WS-JRNL-AFTER               PIC X(20).
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-CUST-FOUND-SW            PIC X(01) VALUE "N".
           88 WS-CUST-FOUND                       VALUE "Y".
           COPY CUSTREC.
       01  WS-PRIOR-STATUS             PIC X(10).
       01  WS-PRIOR-CATEGORY           PIC X(10).
       01  WS-PRIOR-RATE               PIC X(05).
       01  WS-JRNL-TRAN-REF.
           05 WS-JRNL-REF-CODE         PIC X(01) VALUE "R".
           05 WS-JRNL-REF-SEQ          PIC 9(07) VALUE ZERO.
       01  WS-REQ-DETAIL.
           05 WS-REQ-CUST-ID           PIC X(06).
           05 WS-REQ-ACTION            PIC X(01).
           05 WS-TOTAL-NOT-FOUND       PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-REPROCESSED     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-NO-RATE         PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-JRNL-WRITTEN    PIC 9(07) VALUE ZERO.
       01  WS-CTL-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "EXAMPLE7 INQUIRY TOTALS".
           OPEN INPUT  RATE-FILE.
           OPEN OUTPUT INQ-RPT-FILE.
           OPEN OUTPUT CTL-RPT-FILE.
           OPEN EXTEND CHGJRNL-FILE.
           IF WS-FS-JRNL NOT = "00" THEN
               OPEN OUTPUT CHGJRNL-FILE
           END-IF.
           GO TO A003-GET-REQUEST.
       A003-GET-REQUEST.
           READ REQ-FILE INTO WS-REQ-DETAIL
                   MOVE "ACTIVE" TO WS-CUST-STATUS
               END-IF
           ELSE
               IF WS-CUST-STATUS NOT = "CHARGEOFF"
                   AND WS-CUST-BALANCE GREATER THAN WS-CUST-LIMIT THEN
                   MOVE "SUSPEND" TO WS-CUST-STATUS
               END-IF
           END-IF.
           MOVE WS-CUST-CATEGORY TO WS-PRIOR-CATEGORY.
           MOVE WS-CUST-RATE TO WS-PRIOR-RATE.
           EVALUATE TRUE
               WHEN WS-CUST-PAYMENT-HISTORY > .90
                   MOVE "PREFERRED" TO WS-CUST-CATEGORY
               MOVE "AFTER" TO WS-INQ-TAG
               PERFORM A004A-WRITE-INQ-LINE
               ADD 1 TO WS-TOTAL-REPROCESSED
               PERFORM A005A-JOURNAL-CHANGES
           END-IF.
       A005A-JOURNAL-CHANGES.
           MOVE WS-TOTAL-REQ-READ TO WS-JRNL-REF-SEQ.
           IF WS-CUST-STATUS NOT = WS-PRIOR-STATUS THEN
               MOVE "STATUS"        TO WS-JRNL-FIELD
               MOVE WS-PRIOR-STATUS TO WS-JRNL-BEFORE
               MOVE WS-CUST-STATUS  TO WS-JRNL-AFTER
               PERFORM A005B-WRITE-JOURNAL
           END-IF.
           IF WS-CUST-CATEGORY NOT = WS-PRIOR-CATEGORY THEN
               MOVE "CATEGORY"        TO WS-JRNL-FIELD
               MOVE WS-PRIOR-CATEGORY TO WS-JRNL-BEFORE
               MOVE WS-CUST-CATEGORY  TO WS-JRNL-AFTER
               PERFORM A005B-WRITE-JOURNAL
           END-IF.
           IF WS-CUST-RATE NOT = WS-PRIOR-RATE THEN
               MOVE "RATE"          TO WS-JRNL-FIELD
               MOVE WS-PRIOR-RATE   TO WS-JRNL-BEFORE
               MOVE WS-CUST-RATE    TO WS-JRNL-AFTER
               PERFORM A005B-WRITE-JOURNAL
           END-IF.
       A005B-WRITE-JOURNAL.
           MOVE SPACES           TO JRNL-RECORD.
           MOVE WS-CUST-ID       TO JRNL-CUST-ID.
           MOVE WS-JRNL-FIELD    TO JRNL-FIELD.
           MOVE WS-JRNL-BEFORE   TO JRNL-BEFORE.
           MOVE WS-JRNL-AFTER    TO JRNL-AFTER.
           MOVE "EXAMPLE7"       TO JRNL-SOURCE.
           MOVE WS-RUN-DATE      TO JRNL-RUN-DATE.
           MOVE WS-JRNL-TRAN-REF TO JRNL-TRAN-REF.
           WRITE JRNL-RECORD.
           ADD 1 TO WS-TOTAL-JRNL-WRITTEN.
       A006-SET-RATE.
           MOVE WS-CUST-CATEGORY TO RATE-CATEGORY.
           MOVE ZERO TO RATE-EFF-DATE.
           CLOSE RATE-FILE.
           CLOSE INQ-RPT-FILE.
           CLOSE CTL-RPT-FILE.
           CLOSE CHGJRNL-FILE.
           STOP RUN.
       A008A-PRINT-CONTROL-TOTALS.
           WRITE CTL-RPT-RECORD FROM WS-CTL-HDR-LINE.
           MOVE "NO RATE FOR CAT...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-NO-RATE TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "JOURNAL RECORDS...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-JRNL-WRITTEN TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
