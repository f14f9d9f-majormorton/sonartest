           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CTL.
           SELECT CHGJRNL-FILE ASSIGN TO DISK17
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-JRNL.
           SELECT SORT-WORK ASSIGN TO SORTWK.

       DATA DIVISION.
           RECORD CONTAINS 80 CHARACTERS.
           COPY PMTDTL.
       FD  CUST-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CUST-RECORD.
           05 CUST-KEY                 PIC X(06).
           05 FILLER                   PIC X(194).
       FD  AUDIT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-RPT-RECORD            PIC X(80).
       FD  CTL-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RPT-RECORD              PIC X(80).
       FD  CHGJRNL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CHGJRNL.
       SD  SORT-WORK
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-RECORD.
       77  WS-FS-CUST                  PIC X(02).
       77  WS-FS-AUDIT                 PIC X(02).
       77  WS-FS-CTL                   PIC X(02).
       77  WS-FS-JRNL                  PIC X(02).
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-CUST-FOUND-SW            PIC X(01) VALUE "N".
           88 WS-CUST-FOUND                       VALUE "Y".
       77  WS-CURRENT-ID               PIC X(06) VALUE SPACES.
       77  WS-SUM-ONTIME               PIC 9(07) VALUE ZERO.
       77  WS-SUM-LATE                 PIC 9(07) VALUE ZERO.
       77  WS-SUM-ONTIME-REV           PIC 9(07) VALUE ZERO.
       77  WS-SUM-LATE-REV             PIC 9(07) VALUE ZERO.
       77  WS-SUM-TOTAL                PIC 9(07).
       77  WS-NEW-RATIO                PIC 9V999.
           COPY CUSTREC.
           05 WS-TOTAL-DTL-READ        PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-REBUILT         PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-NOT-ON-MASTER   PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-JRNL-WRITTEN    PIC 9(07) VALUE ZERO.
       01  WS-CTL-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "EXAMPLE14 RATIO REBUILD TOTALS".
           OPEN I-O    CUST-FILE.
           OPEN OUTPUT AUDIT-RPT-FILE.
           OPEN OUTPUT CTL-RPT-FILE.
           OPEN EXTEND CHGJRNL-FILE.
           IF WS-FS-JRNL NOT = "00" THEN
               OPEN OUTPUT CHGJRNL-FILE
           END-IF.
           GO TO A003-GET-DTL-RECORD.
       A003-GET-DTL-RECORD.
           READ DTL-SORTED
           MOVE PMTDTL-CUST-ID TO WS-CURRENT-ID.
           ADD PMTDTL-ON-TIME TO WS-SUM-ONTIME.
           ADD PMTDTL-LATE    TO WS-SUM-LATE.
           IF PMTDTL-ONTIME-REV NUMERIC THEN
               ADD PMTDTL-ONTIME-REV TO WS-SUM-ONTIME-REV
           END-IF.
           IF PMTDTL-LATE-REV NUMERIC THEN
               ADD PMTDTL-LATE-REV TO WS-SUM-LATE-REV
           END-IF.
           GO TO A003-GET-DTL-RECORD.
       A007-LAST-CUSTOMER.
           IF WS-CURRENT-ID NOT = SPACES THEN
           END-IF.
           GO TO A008-TERM.
       A005-REBUILD-ONE-CUSTOMER.
           IF WS-SUM-ONTIME-REV > WS-SUM-ONTIME THEN
               MOVE ZERO TO WS-SUM-ONTIME
           ELSE
               SUBTRACT WS-SUM-ONTIME-REV FROM WS-SUM-ONTIME
           END-IF.
           IF WS-SUM-LATE-REV > WS-SUM-LATE THEN
               MOVE ZERO TO WS-SUM-LATE
           ELSE
               SUBTRACT WS-SUM-LATE-REV FROM WS-SUM-LATE
           END-IF.
           MOVE WS-CURRENT-ID TO WS-AUD-CUST-ID.
           MOVE WS-SUM-ONTIME TO WS-AUD-ON-TIME.
           MOVE WS-SUM-LATE   TO WS-AUD-LATE.
           END-IF.
           MOVE ZERO TO WS-SUM-ONTIME.
           MOVE ZERO TO WS-SUM-LATE.
           MOVE ZERO TO WS-SUM-ONTIME-REV.
           MOVE ZERO TO WS-SUM-LATE-REV.
       A005A-UPDATE-MASTER.
           MOVE WS-CURRENT-ID TO CUST-KEY.
           MOVE "N" TO WS-CUST-FOUND-SW.
               MOVE "REBUILT" TO WS-AUD-DISPOSITION
               WRITE AUDIT-RPT-RECORD FROM WS-AUDIT-LINE
               ADD 1 TO WS-TOTAL-REBUILT
               IF WS-AUD-OLD-RATIO NOT = WS-AUD-NEW-RATIO THEN
                   PERFORM A005B-WRITE-JOURNAL
               END-IF
           ELSE
               MOVE ZERO TO WS-AUD-OLD-RATIO
               MOVE WS-NEW-RATIO TO WS-AUD-NEW-RATIO
               WRITE AUDIT-RPT-RECORD FROM WS-AUDIT-LINE
               ADD 1 TO WS-TOTAL-NOT-ON-MASTER
           END-IF.
       A005B-WRITE-JOURNAL.
           MOVE SPACES           TO JRNL-RECORD.
           MOVE WS-CUST-ID       TO JRNL-CUST-ID.
           MOVE "PMT-HIST"       TO JRNL-FIELD.
           MOVE WS-AUD-OLD-RATIO TO JRNL-BEFORE.
           MOVE WS-AUD-NEW-RATIO TO JRNL-AFTER.
           MOVE "EXAMPLE14"      TO JRNL-SOURCE.
           MOVE WS-RUN-DATE      TO JRNL-RUN-DATE.
           MOVE "REBUILD"        TO JRNL-TRAN-REF.
           WRITE JRNL-RECORD.
           ADD 1 TO WS-TOTAL-JRNL-WRITTEN.
       A008-TERM.
           PERFORM A008A-PRINT-CONTROL-TOTALS.
           CLOSE DTL-SORTED.
           CLOSE CUST-FILE.
           CLOSE AUDIT-RPT-FILE.
           CLOSE CTL-RPT-FILE.
           CLOSE CHGJRNL-FILE.
           STOP RUN.
       A008A-PRINT-CONTROL-TOTALS.
           WRITE CTL-RPT-RECORD FROM WS-CTL-HDR-LINE.
           MOVE "NOT ON MASTER......" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-NOT-ON-MASTER TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "JOURNAL RECORDS...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-JRNL-WRITTEN TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
