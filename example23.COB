       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMPLE23.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO DISK1
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CUST-KEY
           FILE STATUS  IS WS-FS-CUST.
           SELECT RATE-FILE ASSIGN TO DISK2
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS RATE-KEY
           FILE STATUS  IS WS-FS-RATE.
           SELECT ADDR-FILE ASSIGN TO DISK3
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ADDR-CUST-KEY
           FILE STATUS  IS WS-FS-ADDR.
           SELECT ARCH-FILE ASSIGN TO DISK4
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ARCH-CUST-KEY
           FILE STATUS  IS WS-FS-ARCH.
           SELECT PMTITEM-FILE ASSIGN TO DISK5
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PMTITEM-KEY
           FILE STATUS  IS WS-FS-ITEM.
           SELECT SUSP-FILE ASSIGN TO DISK6
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUSP-KEY
           FILE STATUS  IS WS-FS-SUSP.
           SELECT STMTACT-FILE ASSIGN TO DISK11
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS STMTACT-KEY
           FILE STATUS  IS WS-FS-STMTACT.
           SELECT CTL-RPT-FILE ASSIGN TO DISK7
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CTL.
           SELECT BKUP-IN-FILE ASSIGN TO DISK8
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-BKIN.
           SELECT BKUP-OUT-FILE ASSIGN TO DISK9
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-BKOUT.
           SELECT BKUP-RPT-FILE ASSIGN TO DISK10
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RPT.
           SELECT RUN-CTL-FILE ASSIGN TO DISK14
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CUST-RECORD.
           05 CUST-KEY                 PIC X(06).
           05 FILLER                   PIC X(194).
       FD  RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RATEREC.
       FD  ADDR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ADDR-RECORD.
           05 ADDR-CUST-KEY.
              10 ADDR-KEY-BRANCH       PIC X(02).
              10 ADDR-KEY-NUMBER       PIC X(04).
           05 FILLER                   PIC X(74).
       FD  ARCH-FILE
           RECORD CONTAINS 220 CHARACTERS.
           COPY ARCHREC.
       FD  PMTITEM-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PMTITEM.
       FD  SUSP-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUSPREC.
       FD  STMTACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY STMTACT.
       FD  CTL-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RPT-RECORD              PIC X(80).
       FD  BKUP-IN-FILE
           RECORD CONTAINS 240 CHARACTERS.
       01  BKUP-IN-RECORD              PIC X(240).
       FD  BKUP-OUT-FILE
           RECORD CONTAINS 240 CHARACTERS.
       01  BKUP-OUT-RECORD             PIC X(240).
       FD  BKUP-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BKUP-RPT-RECORD             PIC X(80).
       FD  RUN-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77  WS-FS-CUST                  PIC X(02).
       77  WS-FS-RATE                  PIC X(02).
       77  WS-FS-ADDR                  PIC X(02).
       77  WS-FS-ARCH                  PIC X(02).
       77  WS-FS-ITEM                  PIC X(02).
       77  WS-FS-SUSP                  PIC X(02).
       77  WS-FS-STMTACT               PIC X(02).
       77  WS-FS-CTL                   PIC X(02).
       77  WS-FS-BKIN                  PIC X(02).
       77  WS-FS-BKOUT                 PIC X(02).
       77  WS-FS-RPT                   PIC X(02).
       77  WS-FS-RUNCTL                PIC X(02).
       77  WS-FS-TARGET                PIC X(02).
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-KEEP-GENS                PIC 9(02) VALUE 7.
       77  WS-GENS-ON-FILE             PIC 9(04) VALUE ZERO.
       77  WS-GENS-TO-DROP             PIC 9(04) VALUE ZERO.
       77  WS-REC-LENGTH               PIC 9(03) VALUE ZERO.
       77  WS-HASH-ITEM                PIC 9(07)V99.
       77  WS-BKIN-PRESENT-SW          PIC X(01) VALUE "N".
           88 WS-BKIN-PRESENT                     VALUE "Y".
       77  WS-BKIN-EOF-SW              PIC X(01) VALUE "N".
           88 WS-BKIN-EOF                         VALUE "Y".
       77  WS-TARGET-EOF-SW            PIC X(01) VALUE "N".
           88 WS-TARGET-EOF                       VALUE "Y".
       77  WS-COPY-GEN-SW              PIC X(01) VALUE "N".
           88 WS-COPY-GEN                         VALUE "Y".
       77  WS-GEN-DISPOSITION          PIC X(20).
           COPY CUSTREC.
           COPY BKUPREC.
       01  WS-PARM-LINE.
           05 WS-PARM-FILE-ID          PIC X(08).
              88 WS-ID-CUSTMAST                   VALUE "CUSTMAST".
              88 WS-ID-RATEFILE                   VALUE "RATEFILE".
              88 WS-ID-ADDRFILE                   VALUE "ADDRFILE".
              88 WS-ID-ARCHFILE                   VALUE "ARCHFILE".
              88 WS-ID-PMTITEM                    VALUE "PMTITEM".
              88 WS-ID-SUSPENSE                   VALUE "SUSPENSE".
              88 WS-ID-STMTACT                    VALUE "STMTACT".
              88 WS-ID-VALID                      VALUE "CUSTMAST"
                                                        "RATEFILE"
                                                        "ADDRFILE"
                                                        "ARCHFILE"
                                                        "PMTITEM"
                                                        "SUSPENSE"
                                                        "STMTACT".
           05 FILLER                   PIC X(01).
           05 WS-PARM-KEEP             PIC X(02).
           05 FILLER                   PIC X(69).
       01  WS-RPT-TITLE-LINE.
           05 FILLER                   PIC X(15) VALUE
              "BACKUP SET FOR ".
           05 WS-TTL-FILE-ID           PIC X(08).
           05 FILLER                   PIC X(14) VALUE
              " AFTER RUN OF ".
           05 WS-TTL-RUN-DATE          PIC 9(08).
           05 FILLER                   PIC X(07) VALUE "  KEEP ".
           05 WS-TTL-KEEP              PIC Z9.
           05 FILLER                   PIC X(26) VALUE SPACES.
       01  WS-RPT-HDR-LINE.
           05 FILLER                   PIC X(40) VALUE
              "FILE ID   GEN DATE      RECORDS      HAS".
           05 FILLER                   PIC X(40) VALUE
              "H TOTAL  DISPOSITION".
       01  WS-RPT-DETAIL-LINE.
           05 WS-RPT-FILE-ID           PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RPT-GEN-DATE          PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RPT-HASH              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RPT-DISPOSITION       PIC X(20).
           05 FILLER                   PIC X(11) VALUE SPACES.
       01  WS-CONTROL-TOTALS.
           05 WS-TOTAL-READ            PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-HASH            PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-BKIN-READ       PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-BKOUT-WRITTEN   PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-GENS-RETAINED   PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-GENS-DROPPED    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-GENS-REPLACED   PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-GENS-OTHER      PIC 9(07) VALUE ZERO.
       01  WS-CTL-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "EXAMPLE23 BACKUP UNLOAD TOTALS".
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
           IF NOT WS-ID-VALID THEN
               DISPLAY "EXAMPLE23 FILE ID MISSING OR INVALID"
                   " - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-KEEP NOT = SPACES THEN
               IF WS-PARM-KEEP NOT NUMERIC
                   OR WS-PARM-KEEP = "00" THEN
                   DISPLAY "EXAMPLE23 GENERATIONS TO KEEP INVALID"
                       " - RUN HELD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-KEEP TO WS-KEEP-GENS
           END-IF.
           PERFORM A001A-OPEN-TARGET.
           IF WS-FS-TARGET NOT = "00" THEN
               DISPLAY "EXAMPLE23 " WS-PARM-FILE-ID
                   " NOT AVAILABLE - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM A001B-COUNT-GENERATIONS.
           IF WS-GENS-ON-FILE NOT < WS-KEEP-GENS THEN
               COMPUTE WS-GENS-TO-DROP =
                   WS-GENS-ON-FILE - WS-KEEP-GENS + 1
           END-IF.
           OPEN OUTPUT BKUP-OUT-FILE.
           OPEN OUTPUT BKUP-RPT-FILE.
           OPEN OUTPUT CTL-RPT-FILE.
           MOVE WS-PARM-FILE-ID TO WS-TTL-FILE-ID.
           MOVE WS-RUN-DATE     TO WS-TTL-RUN-DATE.
           MOVE WS-KEEP-GENS    TO WS-TTL-KEEP.
           WRITE BKUP-RPT-RECORD FROM WS-RPT-TITLE-LINE.
           WRITE BKUP-RPT-RECORD FROM WS-RPT-HDR-LINE.
           IF WS-BKIN-PRESENT THEN
               OPEN INPUT BKUP-IN-FILE
               MOVE "N" TO WS-BKIN-EOF-SW
               PERFORM A003-COPY-BKUP-RECORD
                   UNTIL WS-BKIN-EOF
               CLOSE BKUP-IN-FILE
           END-IF.
           GO TO A005-UNLOAD-TARGET.
       A001A-OPEN-TARGET.
           EVALUATE TRUE
               WHEN WS-ID-CUSTMAST
                   OPEN INPUT CUST-FILE
                   MOVE WS-FS-CUST TO WS-FS-TARGET
                   MOVE 200 TO WS-REC-LENGTH
               WHEN WS-ID-RATEFILE
                   OPEN INPUT RATE-FILE
                   MOVE WS-FS-RATE TO WS-FS-TARGET
                   MOVE 80 TO WS-REC-LENGTH
               WHEN WS-ID-ADDRFILE
                   OPEN INPUT ADDR-FILE
                   MOVE WS-FS-ADDR TO WS-FS-TARGET
                   MOVE 80 TO WS-REC-LENGTH
               WHEN WS-ID-ARCHFILE
                   OPEN INPUT ARCH-FILE
                   MOVE WS-FS-ARCH TO WS-FS-TARGET
                   MOVE 220 TO WS-REC-LENGTH
               WHEN WS-ID-PMTITEM
                   OPEN INPUT PMTITEM-FILE
                   MOVE WS-FS-ITEM TO WS-FS-TARGET
                   MOVE 100 TO WS-REC-LENGTH
               WHEN WS-ID-SUSPENSE
                   OPEN INPUT SUSP-FILE
                   MOVE WS-FS-SUSP TO WS-FS-TARGET
                   MOVE 80 TO WS-REC-LENGTH
               WHEN WS-ID-STMTACT
                   OPEN INPUT STMTACT-FILE
                   MOVE WS-FS-STMTACT TO WS-FS-TARGET
                   MOVE 80 TO WS-REC-LENGTH
           END-EVALUATE.
       A001B-COUNT-GENERATIONS.
           OPEN INPUT BKUP-IN-FILE.
           IF WS-FS-BKIN = "00" THEN
               SET WS-BKIN-PRESENT TO TRUE
               PERFORM A001C-COUNT-ONE-RECORD
                   UNTIL WS-BKIN-EOF
               CLOSE BKUP-IN-FILE
           END-IF.
       A001C-COUNT-ONE-RECORD.
           READ BKUP-IN-FILE INTO BKUP-RECORD
               AT END SET WS-BKIN-EOF TO TRUE.
           IF NOT WS-BKIN-EOF THEN
               IF BKUP-HEADER
                   AND BKUP-FILE-ID = WS-PARM-FILE-ID
                   AND BKUP-DATE NOT = WS-RUN-DATE THEN
                   ADD 1 TO WS-GENS-ON-FILE
               END-IF
           END-IF.
       A003-COPY-BKUP-RECORD.
           READ BKUP-IN-FILE INTO BKUP-RECORD
               AT END SET WS-BKIN-EOF TO TRUE.
           IF NOT WS-BKIN-EOF THEN
               ADD 1 TO WS-TOTAL-BKIN-READ
               IF BKUP-HEADER THEN
                   PERFORM A004-CHECK-GENERATION
               END-IF
               IF WS-COPY-GEN THEN
                   WRITE BKUP-OUT-RECORD FROM BKUP-RECORD
                   ADD 1 TO WS-TOTAL-BKOUT-WRITTEN
               END-IF
               IF BKUP-TRAILER THEN
                   MOVE BKUP-FILE-ID       TO WS-RPT-FILE-ID
                   MOVE BKUP-DATE          TO WS-RPT-GEN-DATE
                   MOVE BKUP-REC-COUNT     TO WS-RPT-COUNT
                   MOVE BKUP-HASH-TOTAL    TO WS-RPT-HASH
                   MOVE WS-GEN-DISPOSITION TO WS-RPT-DISPOSITION
                   WRITE BKUP-RPT-RECORD FROM WS-RPT-DETAIL-LINE
               END-IF
           END-IF.
       A004-CHECK-GENERATION.
           SET WS-COPY-GEN TO TRUE.
           EVALUATE TRUE
               WHEN BKUP-FILE-ID NOT = WS-PARM-FILE-ID
                   MOVE "OTHER FILE ID" TO WS-GEN-DISPOSITION
                   ADD 1 TO WS-TOTAL-GENS-OTHER
               WHEN BKUP-DATE = WS-RUN-DATE
                   MOVE "N" TO WS-COPY-GEN-SW
                   MOVE "REPLACED" TO WS-GEN-DISPOSITION
                   ADD 1 TO WS-TOTAL-GENS-REPLACED
               WHEN WS-GENS-TO-DROP > ZERO
                   MOVE "N" TO WS-COPY-GEN-SW
                   MOVE "DROPPED" TO WS-GEN-DISPOSITION
                   SUBTRACT 1 FROM WS-GENS-TO-DROP
                   ADD 1 TO WS-TOTAL-GENS-DROPPED
               WHEN OTHER
                   MOVE "RETAINED" TO WS-GEN-DISPOSITION
                   ADD 1 TO WS-TOTAL-GENS-RETAINED
           END-EVALUATE.
       A005-UNLOAD-TARGET.
           MOVE SPACES          TO BKUP-RECORD.
           SET BKUP-HEADER      TO TRUE.
           MOVE WS-PARM-FILE-ID TO BKUP-FILE-ID.
           MOVE WS-RUN-DATE     TO BKUP-DATE.
           MOVE ZERO            TO BKUP-REC-COUNT.
           MOVE ZERO            TO BKUP-HASH-TOTAL.
           MOVE WS-REC-LENGTH   TO BKUP-REC-LENGTH.
           WRITE BKUP-OUT-RECORD FROM BKUP-RECORD.
           ADD 1 TO WS-TOTAL-BKOUT-WRITTEN.
           PERFORM A005A-UNLOAD-ONE-RECORD
               UNTIL WS-TARGET-EOF.
           MOVE SPACES          TO BKUP-RECORD.
           SET BKUP-TRAILER     TO TRUE.
           MOVE WS-PARM-FILE-ID TO BKUP-FILE-ID.
           MOVE WS-RUN-DATE     TO BKUP-DATE.
           MOVE WS-TOTAL-READ   TO BKUP-REC-COUNT.
           MOVE WS-TOTAL-HASH   TO BKUP-HASH-TOTAL.
           MOVE WS-REC-LENGTH   TO BKUP-REC-LENGTH.
           WRITE BKUP-OUT-RECORD FROM BKUP-RECORD.
           ADD 1 TO WS-TOTAL-BKOUT-WRITTEN.
           ADD 1 TO WS-TOTAL-GENS-RETAINED.
           MOVE WS-PARM-FILE-ID  TO WS-RPT-FILE-ID.
           MOVE WS-RUN-DATE      TO WS-RPT-GEN-DATE.
           MOVE WS-TOTAL-READ    TO WS-RPT-COUNT.
           MOVE WS-TOTAL-HASH    TO WS-RPT-HASH.
           MOVE "NEW GENERATION" TO WS-RPT-DISPOSITION.
           WRITE BKUP-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
           PERFORM A006-WRITE-RUN-LEDGER.
           GO TO A008-TERM.
       A005A-UNLOAD-ONE-RECORD.
           MOVE SPACES TO BKUP-RECORD.
           EVALUATE TRUE
               WHEN WS-ID-CUSTMAST
                   READ CUST-FILE
                       AT END SET WS-TARGET-EOF TO TRUE
                   END-READ
                   MOVE CUST-RECORD TO BKUP-DATA
               WHEN WS-ID-RATEFILE
                   READ RATE-FILE
                       AT END SET WS-TARGET-EOF TO TRUE
                   END-READ
                   MOVE RATE-RECORD TO BKUP-DATA
               WHEN WS-ID-ADDRFILE
                   READ ADDR-FILE
                       AT END SET WS-TARGET-EOF TO TRUE
                   END-READ
                   MOVE ADDR-RECORD TO BKUP-DATA
               WHEN WS-ID-ARCHFILE
                   READ ARCH-FILE
                       AT END SET WS-TARGET-EOF TO TRUE
                   END-READ
                   MOVE ARCH-RECORD TO BKUP-DATA
               WHEN WS-ID-PMTITEM
                   READ PMTITEM-FILE
                       AT END SET WS-TARGET-EOF TO TRUE
                   END-READ
                   MOVE PMTITEM-RECORD TO BKUP-DATA
               WHEN WS-ID-SUSPENSE
                   READ SUSP-FILE
                       AT END SET WS-TARGET-EOF TO TRUE
                   END-READ
                   MOVE SUSP-RECORD TO BKUP-DATA
               WHEN WS-ID-STMTACT
                   READ STMTACT-FILE
                       AT END SET WS-TARGET-EOF TO TRUE
                   END-READ
                   MOVE STMTACT-RECORD TO BKUP-DATA
           END-EVALUATE.
           IF NOT WS-TARGET-EOF THEN
               SET BKUP-DETAIL      TO TRUE
               MOVE WS-PARM-FILE-ID TO BKUP-FILE-ID
               MOVE WS-RUN-DATE     TO BKUP-DATE
               WRITE BKUP-OUT-RECORD FROM BKUP-RECORD
               ADD 1 TO WS-TOTAL-BKOUT-WRITTEN
               ADD 1 TO WS-TOTAL-READ
               PERFORM A009-HASH-RECORD
           END-IF.
       A006-WRITE-RUN-LEDGER.
           OPEN EXTEND RUN-CTL-FILE.
           IF WS-FS-RUNCTL NOT = "00" THEN
               OPEN OUTPUT RUN-CTL-FILE
           END-IF.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE.
           MOVE WS-PARM-FILE-ID TO RUNCTL-GEN-ID.
           MOVE "UNLOAD"        TO RUNCTL-STATUS.
           MOVE WS-TOTAL-READ   TO RUNCTL-TOTAL-READ.
           MOVE WS-TOTAL-READ   TO RUNCTL-TOTAL-WRITTEN.
           MOVE ZERO            TO RUNCTL-TOTAL-REJECTED.
           MOVE WS-TOTAL-HASH   TO RUNCTL-TOTAL-BALANCE.
           WRITE RUNCTL-RECORD.
           CLOSE RUN-CTL-FILE.
       A009-HASH-RECORD.
           MOVE ZERO TO WS-HASH-ITEM.
           EVALUATE TRUE
               WHEN WS-ID-CUSTMAST
                   MOVE CUST-RECORD TO WS-CUST-RECORD
                   IF WS-CUST-BALANCE NOT = SPACES THEN
                       MOVE WS-CUST-BALANCE TO WS-HASH-ITEM
                   END-IF
               WHEN WS-ID-ARCHFILE
                   MOVE ARCH-CUST-MASTER TO WS-CUST-RECORD
                   IF WS-CUST-BALANCE NOT = SPACES THEN
                       MOVE WS-CUST-BALANCE TO WS-HASH-ITEM
                   END-IF
               WHEN WS-ID-RATEFILE
                   IF RATE-RATE NOT = SPACES THEN
                       MOVE RATE-RATE TO WS-HASH-ITEM
                   END-IF
               WHEN WS-ID-ADDRFILE
                   IF ADDR-KEY-NUMBER NUMERIC THEN
                       MOVE ADDR-KEY-NUMBER TO WS-HASH-ITEM
                   END-IF
               WHEN WS-ID-PMTITEM
                   IF PMTITEM-AMOUNT NOT = SPACES THEN
                       MOVE PMTITEM-AMOUNT TO WS-HASH-ITEM
                   END-IF
               WHEN WS-ID-SUSPENSE
                   IF SUSP-AMOUNT NOT = SPACES THEN
                       MOVE SUSP-AMOUNT TO WS-HASH-ITEM
                   END-IF
               WHEN WS-ID-STMTACT
                   IF STMTACT-AMOUNT NOT = SPACES THEN
                       MOVE STMTACT-AMOUNT TO WS-HASH-ITEM
                   END-IF
           END-EVALUATE.
           ADD WS-HASH-ITEM TO WS-TOTAL-HASH.
       A008-TERM.
           PERFORM A008A-PRINT-CONTROL-TOTALS.
           EVALUATE TRUE
               WHEN WS-ID-CUSTMAST
                   CLOSE CUST-FILE
               WHEN WS-ID-RATEFILE
                   CLOSE RATE-FILE
               WHEN WS-ID-ADDRFILE
                   CLOSE ADDR-FILE
               WHEN WS-ID-ARCHFILE
                   CLOSE ARCH-FILE
               WHEN WS-ID-PMTITEM
                   CLOSE PMTITEM-FILE
               WHEN WS-ID-SUSPENSE
                   CLOSE SUSP-FILE
               WHEN WS-ID-STMTACT
                   CLOSE STMTACT-FILE
           END-EVALUATE.
           CLOSE BKUP-OUT-FILE.
           CLOSE BKUP-RPT-FILE.
           CLOSE CTL-RPT-FILE.
           STOP RUN.
       A008A-PRINT-CONTROL-TOTALS.
           WRITE CTL-RPT-RECORD FROM WS-CTL-HDR-LINE.
           MOVE "RECORDS UNLOADED..." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-READ TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "HASH TOTAL........." TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-HASH TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "OLD SET RECS READ.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-BKIN-READ TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "NEW SET RECS WRTN.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-BKOUT-WRITTEN TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "GENS RETAINED......" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-GENS-RETAINED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "GENS DROPPED......." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-GENS-DROPPED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "GENS REPLACED......" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-GENS-REPLACED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "OTHER FILE GENS...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-GENS-OTHER TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
