       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMPLE21.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO DISK1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-LBX.
           SELECT PMT-FILE ASSIGN TO DISK2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PMT.
           SELECT PMT-WORK-FILE ASSIGN TO DISK3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-WORK.
           SELECT LBX-RPT-FILE ASSIGN TO DISK4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RPT.
           SELECT SUSP-FILE ASSIGN TO DISK6
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUSP-KEY
           FILE STATUS  IS WS-FS-SUSP.
           SELECT CTL-RPT-FILE ASSIGN TO DISK7
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CTL.
           SELECT SORT-WORK ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LOCKBOX-RECORD              PIC X(80).
       FD  PMT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PMT-RECORD                  PIC X(80).
       FD  PMT-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PMT-WORK-RECORD             PIC X(80).
       FD  LBX-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LBX-RPT-RECORD              PIC X(80).
       FD  SUSP-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUSPREC.
       FD  CTL-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RPT-RECORD              PIC X(80).
       SD  SORT-WORK
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-RECORD.
           05 SORT-CUST-ID             PIC X(06).
           05 FILLER                   PIC X(74).

       WORKING-STORAGE SECTION.
       77  WS-FS-LBX                   PIC X(02).
       77  WS-FS-PMT                   PIC X(02).
       77  WS-FS-WORK                  PIC X(02).
       77  WS-FS-RPT                   PIC X(02).
       77  WS-FS-SUSP                  PIC X(02).
       77  WS-FS-CTL                   PIC X(02).
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-LBX-EOF-SW               PIC X(01) VALUE "N".
           88 WS-LBX-EOF                          VALUE "Y".
       77  WS-SUSP-EOF-SW              PIC X(01) VALUE "N".
           88 WS-SUSP-EOF                         VALUE "Y".
       77  WS-IN-BATCH-SW              PIC X(01) VALUE "N".
           88 WS-IN-BATCH                         VALUE "Y".
       77  WS-BATCH-BAD-SW             PIC X(01) VALUE "N".
           88 WS-BATCH-BAD                        VALUE "Y".
       77  WS-BATCH-MAX                PIC 9(04) VALUE 500.
       77  WS-BATCH-COUNT              PIC 9(04) VALUE ZERO.
       77  WS-BATCH-SUB                PIC 9(04) VALUE ZERO.
       77  WS-BATCH-NO                 PIC X(06).
       77  WS-BATCH-DEP-DATE           PIC X(08).
       77  WS-BATCH-REASON             PIC X(20).
       77  WS-BATCH-ITEMS              PIC 9(05).
       77  WS-BATCH-AMOUNT             PIC 9(07)V99.
       77  WS-TRL-COUNT-N              PIC 9(05).
       77  WS-TRL-AMOUNT-N             PIC 9(07)V99.
       77  WS-DTL-AMOUNT-N             PIC 9(05)V99.
       01  WS-LBX-RECORD.
           05 WS-LBX-REC-TYPE          PIC X(01).
              88 WS-LBX-HEADER                    VALUE "H".
              88 WS-LBX-DETAIL                    VALUE "D".
              88 WS-LBX-TRAILER                   VALUE "T".
           05 WS-LBX-BODY              PIC X(79).
       01  WS-LBX-HEADER-REC REDEFINES WS-LBX-RECORD.
           05 FILLER                   PIC X(01).
           05 WS-LBXH-BATCH-NO         PIC X(06).
           05 WS-LBXH-DEPOSIT-DATE     PIC X(08).
           05 WS-LBXH-LOCKBOX-ID       PIC X(10).
           05 FILLER                   PIC X(55).
       01  WS-LBX-DETAIL-REC REDEFINES WS-LBX-RECORD.
           05 FILLER                   PIC X(01).
           05 WS-LBXD-CUST-ID          PIC X(06).
           05 WS-LBXD-CHECK-NO         PIC X(10).
           05 WS-LBXD-AMOUNT.
              10 WS-LBXD-AMT-INT       PIC X(05).
              10 WS-LBXD-AMT-POINT     PIC X(01).
              10 WS-LBXD-AMT-DEC       PIC X(02).
           05 WS-LBXD-AMOUNT-ED REDEFINES WS-LBXD-AMOUNT
                                       PIC 99999.99.
           05 FILLER                   PIC X(55).
       01  WS-LBX-TRAILER-REC REDEFINES WS-LBX-RECORD.
           05 FILLER                   PIC X(01).
           05 WS-LBXT-BATCH-NO         PIC X(06).
           05 WS-LBXT-ITEM-COUNT       PIC X(05).
           05 WS-LBXT-AMOUNT.
              10 WS-LBXT-AMT-INT       PIC X(07).
              10 WS-LBXT-AMT-POINT     PIC X(01).
              10 WS-LBXT-AMT-DEC       PIC X(02).
           05 WS-LBXT-AMOUNT-ED REDEFINES WS-LBXT-AMOUNT
                                       PIC 9999999.99.
           05 FILLER                   PIC X(58).
       01  WS-PMT-TRAN.
           05 WS-PMT-CUST-ID           PIC X(06).
           05 WS-PMT-TRAN-TYPE         PIC X(01).
           05 WS-PMT-AMOUNT.
              10 WS-PMT-AMT-INT        PIC X(05).
              10 WS-PMT-AMT-POINT      PIC X(01).
              10 WS-PMT-AMT-DEC        PIC X(02).
           05 WS-PMT-AMOUNT-ED REDEFINES WS-PMT-AMOUNT
                                       PIC 99999.99.
           05 WS-PMT-DATE              PIC X(08).
           05 WS-PMT-ON-TIME           PIC X(01).
           05 WS-PMT-CHECK-NO          PIC X(10).
           05 WS-PMT-BATCH-NO          PIC X(06).
           05 WS-PMT-SOURCE            PIC X(01).
           05 WS-PMT-SUSP-KEY          PIC X(15).
           05 FILLER                   PIC X(24).
       01  WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 500 TIMES.
              10 WS-BT-BATCH-NO        PIC X(06).
              10 WS-BT-STATUS          PIC X(01).
                 88 WS-BT-ACCEPTED                VALUE "A".
                 88 WS-BT-REJECTED                VALUE "R".
       01  WS-RPT-TITLE-LINE.
           05 FILLER                   PIC X(32) VALUE
              "LOCKBOX BATCH REPORT FOR RUN OF ".
           05 WS-TTL-RUN-DATE          PIC 9(08).
           05 FILLER                   PIC X(40) VALUE SPACES.
       01  WS-RPT-HDR-LINE.
           05 FILLER                   PIC X(40) VALUE
              "BATCH   DEPOSIT    ITEMS        AMOUNT  ".
           05 FILLER                   PIC X(40) VALUE
              "T-CNT  TRL AMOUNT  DISPOSITION".
       01  WS-RPT-DETAIL-LINE.
           05 WS-RPT-BATCH-NO          PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RPT-DEP-DATE          PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RPT-ITEMS             PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RPT-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RPT-TRL-ITEMS         PIC X(05).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RPT-TRL-AMOUNT        PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RPT-DISPOSITION       PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACES.
       01  WS-RPT-STRAY-LINE.
           05 FILLER                   PIC X(20) VALUE
              "RECORD OUTSIDE BATCH".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-STRAY-RECORD          PIC X(58).
       01  WS-CONTROL-TOTALS.
           05 WS-TOTAL-LBX-READ        PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-BATCHES         PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-BATCH-ACCEPTED  PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-BATCH-REJECTED  PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-ITEMS-ACCEPTED  PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-ITEMS-REJECTED  PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-STRAY           PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-REAPPLIED       PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-PMT-WRITTEN     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-AMT-ACCEPTED    PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-AMT-REJECTED    PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-AMT-REAPPLIED   PIC 9(09)V99 VALUE ZERO.
       01  WS-CTL-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "EXAMPLE21 LOCKBOX CONVERSION TOTALS".
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
           OPEN INPUT  LOCKBOX-FILE.
           IF WS-FS-LBX NOT = "00" THEN
               DISPLAY "EXAMPLE21 LOCKBOX FILE NOT AVAILABLE"
                   " - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PMT-WORK-FILE.
           OPEN OUTPUT LBX-RPT-FILE.
           OPEN OUTPUT CTL-RPT-FILE.
           MOVE WS-RUN-DATE TO WS-TTL-RUN-DATE.
           WRITE LBX-RPT-RECORD FROM WS-RPT-TITLE-LINE.
           WRITE LBX-RPT-RECORD FROM WS-RPT-HDR-LINE.
           GO TO A003-GET-LBX-RECORD.
       A003-GET-LBX-RECORD.
           READ LOCKBOX-FILE INTO WS-LBX-RECORD
               AT END GO TO A006-BUILD-PAYMENTS.
           ADD 1 TO WS-TOTAL-LBX-READ.
       A004-CHECK-RECORD.
           EVALUATE TRUE
               WHEN WS-LBX-HEADER
                   PERFORM A004A-START-BATCH
               WHEN WS-LBX-DETAIL
                   PERFORM A004B-ADD-DETAIL
               WHEN WS-LBX-TRAILER
                   PERFORM A004C-CHECK-TRAILER THRU A004C-EXIT
               WHEN OTHER
                   IF WS-IN-BATCH THEN
                       IF NOT WS-BATCH-BAD THEN
                           MOVE "UNKNOWN RECORD TYPE"
                               TO WS-BATCH-REASON
                           SET WS-BATCH-BAD TO TRUE
                       END-IF
                   ELSE
                       PERFORM A004F-WRITE-STRAY
                   END-IF
           END-EVALUATE.
           GO TO A003-GET-LBX-RECORD.
       A004A-START-BATCH.
           IF WS-IN-BATCH THEN
               MOVE SPACES TO WS-RPT-TRL-ITEMS
               MOVE SPACES TO WS-RPT-TRL-AMOUNT
               MOVE "NO TRAILER" TO WS-BATCH-REASON
               SET WS-BATCH-BAD TO TRUE
               PERFORM A004E-END-BATCH
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           IF WS-BATCH-COUNT > WS-BATCH-MAX THEN
               DISPLAY "EXAMPLE21 MORE THAN " WS-BATCH-MAX
                   " BATCHES IN LOCKBOX FILE - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-BATCHES.
           SET WS-IN-BATCH TO TRUE.
           MOVE "N" TO WS-BATCH-BAD-SW.
           MOVE SPACES TO WS-BATCH-REASON.
           MOVE WS-LBXH-BATCH-NO     TO WS-BATCH-NO.
           MOVE WS-LBXH-DEPOSIT-DATE TO WS-BATCH-DEP-DATE.
           MOVE ZERO TO WS-BATCH-ITEMS.
           MOVE ZERO TO WS-BATCH-AMOUNT.
           IF WS-LBXH-DEPOSIT-DATE NOT NUMERIC THEN
               MOVE "BAD DEPOSIT DATE" TO WS-BATCH-REASON
               SET WS-BATCH-BAD TO TRUE
           END-IF.
       A004B-ADD-DETAIL.
           IF NOT WS-IN-BATCH THEN
               PERFORM A004F-WRITE-STRAY
           ELSE
               ADD 1 TO WS-BATCH-ITEMS
               IF WS-LBXD-AMT-INT NUMERIC
                   AND WS-LBXD-AMT-POINT = "."
                   AND WS-LBXD-AMT-DEC NUMERIC THEN
                   MOVE WS-LBXD-AMOUNT-ED TO WS-DTL-AMOUNT-N
                   ADD WS-DTL-AMOUNT-N TO WS-BATCH-AMOUNT
               ELSE
                   IF NOT WS-BATCH-BAD THEN
                       MOVE "INVALID ITEM AMOUNT" TO WS-BATCH-REASON
                       SET WS-BATCH-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.
       A004C-CHECK-TRAILER.
           IF NOT WS-IN-BATCH THEN
               PERFORM A004F-WRITE-STRAY
               GO TO A004C-EXIT
           END-IF.
           MOVE WS-LBXT-ITEM-COUNT TO WS-RPT-TRL-ITEMS.
           MOVE WS-LBXT-AMOUNT     TO WS-RPT-TRL-AMOUNT.
           IF WS-BATCH-BAD THEN
               PERFORM A004E-END-BATCH
               GO TO A004C-EXIT
           END-IF.
           IF WS-LBXT-BATCH-NO NOT = WS-BATCH-NO THEN
               MOVE "BATCH NO MISMATCH" TO WS-BATCH-REASON
               SET WS-BATCH-BAD TO TRUE
               PERFORM A004E-END-BATCH
               GO TO A004C-EXIT
           END-IF.
           IF WS-LBXT-ITEM-COUNT NOT NUMERIC
               OR WS-LBXT-AMT-INT NOT NUMERIC
               OR WS-LBXT-AMT-POINT NOT = "."
               OR WS-LBXT-AMT-DEC NOT NUMERIC THEN
               MOVE "INVALID TRAILER" TO WS-BATCH-REASON
               SET WS-BATCH-BAD TO TRUE
               PERFORM A004E-END-BATCH
               GO TO A004C-EXIT
           END-IF.
           MOVE WS-LBXT-ITEM-COUNT TO WS-TRL-COUNT-N.
           MOVE WS-LBXT-AMOUNT-ED  TO WS-TRL-AMOUNT-N.
           IF WS-TRL-COUNT-N NOT = WS-BATCH-ITEMS THEN
               MOVE "COUNT OUT OF BALANCE" TO WS-BATCH-REASON
               SET WS-BATCH-BAD TO TRUE
           ELSE
               IF WS-TRL-AMOUNT-N NOT = WS-BATCH-AMOUNT THEN
                   MOVE "AMOUNT OUT OF BAL" TO WS-BATCH-REASON
                   SET WS-BATCH-BAD TO TRUE
               END-IF
           END-IF.
           PERFORM A004E-END-BATCH.
       A004C-EXIT.
           EXIT.
       A004E-END-BATCH.
           MOVE WS-BATCH-NO TO WS-BT-BATCH-NO(WS-BATCH-COUNT).
           MOVE WS-BATCH-NO       TO WS-RPT-BATCH-NO.
           MOVE WS-BATCH-DEP-DATE TO WS-RPT-DEP-DATE.
           MOVE WS-BATCH-ITEMS    TO WS-RPT-ITEMS.
           MOVE WS-BATCH-AMOUNT   TO WS-RPT-AMOUNT.
           IF WS-BATCH-BAD THEN
               SET WS-BT-REJECTED(WS-BATCH-COUNT) TO TRUE
               MOVE WS-BATCH-REASON TO WS-RPT-DISPOSITION
               ADD 1 TO WS-TOTAL-BATCH-REJECTED
               ADD WS-BATCH-ITEMS  TO WS-TOTAL-ITEMS-REJECTED
               ADD WS-BATCH-AMOUNT TO WS-TOTAL-AMT-REJECTED
           ELSE
               SET WS-BT-ACCEPTED(WS-BATCH-COUNT) TO TRUE
               MOVE "ACCEPTED" TO WS-RPT-DISPOSITION
               ADD 1 TO WS-TOTAL-BATCH-ACCEPTED
               ADD WS-BATCH-ITEMS  TO WS-TOTAL-ITEMS-ACCEPTED
               ADD WS-BATCH-AMOUNT TO WS-TOTAL-AMT-ACCEPTED
           END-IF.
           WRITE LBX-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
           MOVE "N" TO WS-IN-BATCH-SW.
       A004F-WRITE-STRAY.
           MOVE WS-LBX-RECORD TO WS-STRAY-RECORD.
           WRITE LBX-RPT-RECORD FROM WS-RPT-STRAY-LINE.
           ADD 1 TO WS-TOTAL-STRAY.
       A006-BUILD-PAYMENTS.
           IF WS-IN-BATCH THEN
               MOVE SPACES TO WS-RPT-TRL-ITEMS
               MOVE SPACES TO WS-RPT-TRL-AMOUNT
               MOVE "NO TRAILER" TO WS-BATCH-REASON
               SET WS-BATCH-BAD TO TRUE
               PERFORM A004E-END-BATCH
           END-IF.
           CLOSE LOCKBOX-FILE.
           OPEN INPUT LOCKBOX-FILE.
           MOVE ZERO TO WS-BATCH-SUB.
           MOVE "N" TO WS-IN-BATCH-SW.
           PERFORM A006A-BUILD-ONE-RECORD
               UNTIL WS-LBX-EOF.
           CLOSE LOCKBOX-FILE.
       A007-ADD-REAPPLIED.
           OPEN INPUT SUSP-FILE.
           IF WS-FS-SUSP = "00" THEN
               PERFORM A007A-COPY-REAPPLIED
                   UNTIL WS-SUSP-EOF
               CLOSE SUSP-FILE
           END-IF.
           CLOSE PMT-WORK-FILE.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-CUST-ID
               WITH DUPLICATES IN ORDER
               USING PMT-WORK-FILE GIVING PMT-FILE.
           GO TO A008-TERM.
       A006A-BUILD-ONE-RECORD.
           READ LOCKBOX-FILE INTO WS-LBX-RECORD
               AT END SET WS-LBX-EOF TO TRUE.
           IF NOT WS-LBX-EOF THEN
               EVALUATE TRUE
                   WHEN WS-LBX-HEADER
                       ADD 1 TO WS-BATCH-SUB
                       SET WS-IN-BATCH TO TRUE
                       MOVE WS-LBXH-BATCH-NO     TO WS-BATCH-NO
                       MOVE WS-LBXH-DEPOSIT-DATE TO WS-BATCH-DEP-DATE
                   WHEN WS-LBX-TRAILER
                       MOVE "N" TO WS-IN-BATCH-SW
                   WHEN WS-LBX-DETAIL
                       IF WS-IN-BATCH THEN
                           IF WS-BT-ACCEPTED(WS-BATCH-SUB) THEN
                               PERFORM A006B-WRITE-PMT-TRAN
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
       A006B-WRITE-PMT-TRAN.
           MOVE SPACES            TO WS-PMT-TRAN.
           MOVE WS-LBXD-CUST-ID   TO WS-PMT-CUST-ID.
           MOVE "P"               TO WS-PMT-TRAN-TYPE.
           MOVE WS-LBXD-AMOUNT    TO WS-PMT-AMOUNT.
           MOVE WS-BATCH-DEP-DATE TO WS-PMT-DATE.
           MOVE WS-LBXD-CHECK-NO  TO WS-PMT-CHECK-NO.
           MOVE WS-BATCH-NO       TO WS-PMT-BATCH-NO.
           WRITE PMT-WORK-RECORD FROM WS-PMT-TRAN.
           ADD 1 TO WS-TOTAL-PMT-WRITTEN.
       A007A-COPY-REAPPLIED.
           READ SUSP-FILE
               AT END SET WS-SUSP-EOF TO TRUE.
           IF NOT WS-SUSP-EOF AND SUSP-REASSIGNED THEN
               MOVE SPACES            TO WS-PMT-TRAN
               MOVE SUSP-NEW-CUST-ID  TO WS-PMT-CUST-ID
               MOVE "P"               TO WS-PMT-TRAN-TYPE
               MOVE SUSP-AMOUNT       TO WS-PMT-AMOUNT
               MOVE SUSP-PMT-DATE     TO WS-PMT-DATE
               MOVE SUSP-CHECK-NO     TO WS-PMT-CHECK-NO
               MOVE SUSP-BATCH-NO     TO WS-PMT-BATCH-NO
               MOVE "S"               TO WS-PMT-SOURCE
               MOVE SUSP-KEY          TO WS-PMT-SUSP-KEY
               WRITE PMT-WORK-RECORD FROM WS-PMT-TRAN
               ADD 1 TO WS-TOTAL-REAPPLIED
               ADD 1 TO WS-TOTAL-PMT-WRITTEN
               IF WS-PMT-AMT-INT NUMERIC
                   AND WS-PMT-AMT-POINT = "."
                   AND WS-PMT-AMT-DEC NUMERIC THEN
                   MOVE WS-PMT-AMOUNT-ED TO WS-DTL-AMOUNT-N
                   ADD WS-DTL-AMOUNT-N TO WS-TOTAL-AMT-REAPPLIED
               END-IF
           END-IF.
       A008-TERM.
           PERFORM A008A-PRINT-CONTROL-TOTALS.
           CLOSE LBX-RPT-FILE.
           CLOSE CTL-RPT-FILE.
           IF WS-TOTAL-BATCH-REJECTED > ZERO
               OR WS-TOTAL-STRAY > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
       A008A-PRINT-CONTROL-TOTALS.
           WRITE CTL-RPT-RECORD FROM WS-CTL-HDR-LINE.
           MOVE "LOCKBOX RECS READ.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-LBX-READ TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "BATCHES READ......." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-BATCHES TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "BATCHES ACCEPTED..." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-BATCH-ACCEPTED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "BATCHES REJECTED..." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-BATCH-REJECTED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "ITEMS ACCEPTED....." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-ITEMS-ACCEPTED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "ITEMS REJECTED....." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-ITEMS-REJECTED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "OUTSIDE BATCH......" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-STRAY TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "SUSPENSE REAPPLIED." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-REAPPLIED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "PMT TRANS WRITTEN.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-PMT-WRITTEN TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "TOTAL ACCEPTED....." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-AMT-ACCEPTED TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "TOTAL REJECTED....." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-AMT-REJECTED TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "TOTAL REAPPLIED...." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-AMT-REAPPLIED TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
