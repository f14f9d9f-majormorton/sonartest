       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMPLE24.

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
           05 ADDR-CUST-KEY            PIC X(06).
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
       77  WS-FS-RUNCTL                PIC X(02).
       77  WS-FS-TARGET                PIC X(02).
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-GEN-SEQ                  PIC 9(04) VALUE ZERO.
       77  WS-TARGET-SEQ               PIC 9(04) VALUE ZERO.
       77  WS-TARGET-DATE              PIC 9(08) VALUE ZERO.
       77  WS-GEN-COUNT                PIC 9(09) VALUE ZERO.
       77  WS-GEN-HASH                 PIC 9(09)V99 VALUE ZERO.
       77  WS-HASH-ITEM                PIC 9(07)V99.
       77  WS-BKIN-EOF-SW              PIC X(01) VALUE "N".
           88 WS-BKIN-EOF                         VALUE "Y".
       77  WS-RUNCTL-EOF-SW            PIC X(01) VALUE "N".
           88 WS-RUNCTL-EOF                       VALUE "Y".
       77  WS-IN-GEN-SW                PIC X(01) VALUE "N".
           88 WS-IN-GEN                           VALUE "Y".
       77  WS-GEN-FOUND-SW             PIC X(01) VALUE "N".
           88 WS-GEN-FOUND                        VALUE "Y".
       77  WS-LEDGER-FOUND-SW          PIC X(01) VALUE "N".
           88 WS-LEDGER-FOUND                     VALUE "Y".
       77  WS-OVERRIDE-MSG             PIC X(40) VALUE SPACES.
           COPY CUSTREC.
           COPY BKUPREC.
       01  WS-IMAGE                    PIC X(220).
       01  WS-IMAGE-RATE REDEFINES WS-IMAGE.
           05 FILLER                   PIC X(18).
           05 WS-IMG-RATE-RATE         PIC 99.99.
           05 FILLER                   PIC X(197).
       01  WS-IMAGE-ADDR REDEFINES WS-IMAGE.
           05 WS-IMG-ADDR-BRANCH       PIC X(02).
           05 WS-IMG-ADDR-NUMBER       PIC X(04).
           05 FILLER                   PIC X(214).
       01  WS-IMAGE-ITEM REDEFINES WS-IMAGE.
           05 FILLER                   PIC X(29).
           05 WS-IMG-ITEM-AMOUNT       PIC 99999.99.
           05 FILLER                   PIC X(183).
       01  WS-IMAGE-SUSP REDEFINES WS-IMAGE.
           05 FILLER                   PIC X(21).
           05 WS-IMG-SUSP-AMOUNT       PIC 99999.99.
           05 FILLER                   PIC X(191).
       01  WS-IMAGE-STMTACT REDEFINES WS-IMAGE.
           05 FILLER                   PIC X(50).
           05 WS-IMG-STMTACT-AMOUNT    PIC 99999.99.
           05 FILLER                   PIC X(162).
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
           05 WS-PARM-BKUP-DATE        PIC X(08).
           05 WS-PARM-BKUP-DATE-N REDEFINES WS-PARM-BKUP-DATE
                                       PIC 9(08).
           05 FILLER                   PIC X(01).
           05 WS-PARM-FORCE            PIC X(01).
              88 WS-PARM-FORCED                   VALUE "F".
           05 FILLER                   PIC X(61).
       01  WS-CONTROL-TOTALS.
           05 WS-TRAILER-COUNT         PIC 9(09) VALUE ZERO.
           05 WS-TRAILER-HASH          PIC 9(09)V99 VALUE ZERO.
           05 WS-CHECK-COUNT           PIC 9(09) VALUE ZERO.
           05 WS-CHECK-HASH            PIC 9(09)V99 VALUE ZERO.
           05 WS-LEDGER-WRITTEN        PIC 9(07) VALUE ZERO.
           05 WS-LEDGER-BALANCE        PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-LOADED          PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-FAILED          PIC 9(07) VALUE ZERO.
       01  WS-CTL-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "EXAMPLE24 BACKUP RELOAD TOTALS".
       01  WS-CTL-LINE.
           05 WS-CTL-LABEL             PIC X(20).
           05 WS-CTL-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(51) VALUE SPACES.
       01  WS-CTL-AMT-LINE.
           05 WS-CTL-AMT-LABEL         PIC X(20).
           05 WS-CTL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(46) VALUE SPACES.
       01  WS-CTL-ID-LINE.
           05 WS-CTL-ID-LABEL          PIC X(20).
           05 WS-CTL-ID                PIC X(08).
           05 FILLER                   PIC X(52) VALUE SPACES.
       01  WS-CTL-MSG-LINE.
           05 FILLER                   PIC X(20) VALUE
              "*** OVERRIDE ***    ".
           05 WS-CTL-MSG               PIC X(40).
           05 FILLER                   PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       A001-INIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PARM-LINE.
           ACCEPT WS-PARM-LINE.
           IF NOT WS-ID-VALID THEN
               DISPLAY "EXAMPLE24 FILE ID MISSING OR INVALID"
                   " - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-BKUP-DATE NOT = SPACES
               AND WS-PARM-BKUP-DATE NOT NUMERIC THEN
               DISPLAY "EXAMPLE24 BACKUP DATE INVALID - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BKUP-IN-FILE.
           IF WS-FS-BKIN NOT = "00" THEN
               DISPLAY "EXAMPLE24 BACKUP SET NOT AVAILABLE"
                   " - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM A002-SCAN-BKUP-RECORD
               UNTIL WS-BKIN-EOF.
           CLOSE BKUP-IN-FILE.
           IF NOT WS-GEN-FOUND THEN
               DISPLAY "EXAMPLE24 BACKUP GENERATION NOT FOUND"
                   " - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CHECK-COUNT NOT = WS-TRAILER-COUNT
               OR WS-CHECK-HASH NOT = WS-TRAILER-HASH THEN
               DISPLAY "EXAMPLE24 BACKUP GENERATION " WS-TARGET-DATE
                   " OUT OF BALANCE - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM A003-CHECK-LEDGER.
           OPEN OUTPUT CTL-RPT-FILE.
           GO TO A004-RELOAD-TARGET.
       A002-SCAN-BKUP-RECORD.
           READ BKUP-IN-FILE INTO BKUP-RECORD
               AT END SET WS-BKIN-EOF TO TRUE.
           IF NOT WS-BKIN-EOF THEN
               EVALUATE TRUE
                   WHEN BKUP-HEADER
                       MOVE "N" TO WS-IN-GEN-SW
                       IF BKUP-FILE-ID = WS-PARM-FILE-ID THEN
                           ADD 1 TO WS-GEN-SEQ
                           IF WS-PARM-BKUP-DATE = SPACES
                               OR BKUP-DATE = WS-PARM-BKUP-DATE-N
                               THEN
                               SET WS-IN-GEN TO TRUE
                               MOVE ZERO TO WS-GEN-COUNT
                               MOVE ZERO TO WS-GEN-HASH
                           END-IF
                       END-IF
                   WHEN BKUP-DETAIL AND WS-IN-GEN
                       ADD 1 TO WS-GEN-COUNT
                       MOVE BKUP-DATA TO WS-IMAGE
                       PERFORM A009-HASH-IMAGE
                   WHEN BKUP-TRAILER AND WS-IN-GEN
                       SET WS-GEN-FOUND TO TRUE
                       MOVE WS-GEN-SEQ      TO WS-TARGET-SEQ
                       MOVE BKUP-DATE       TO WS-TARGET-DATE
                       MOVE BKUP-REC-COUNT  TO WS-TRAILER-COUNT
                       MOVE BKUP-HASH-TOTAL TO WS-TRAILER-HASH
                       MOVE WS-GEN-COUNT    TO WS-CHECK-COUNT
                       MOVE WS-GEN-HASH     TO WS-CHECK-HASH
                       MOVE "N" TO WS-IN-GEN-SW
               END-EVALUATE
           END-IF.
       A003-CHECK-LEDGER.
           OPEN INPUT RUN-CTL-FILE.
           IF WS-FS-RUNCTL = "00" THEN
               PERFORM A003A-READ-LEDGER
                   UNTIL WS-RUNCTL-EOF
               CLOSE RUN-CTL-FILE
           END-IF.
           IF NOT WS-LEDGER-FOUND THEN
               IF NOT WS-PARM-FORCED THEN
                   DISPLAY "EXAMPLE24 NO UNLOAD LEDGER ENTRY FOR "
                       WS-TARGET-DATE " - RUN HELD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "UNLOAD LEDGER ENTRY MISSING"
                   TO WS-OVERRIDE-MSG
           ELSE
               IF WS-LEDGER-WRITTEN NOT = WS-TRAILER-COUNT
                   OR WS-LEDGER-BALANCE NOT = WS-TRAILER-HASH THEN
                   IF NOT WS-PARM-FORCED THEN
                       DISPLAY "EXAMPLE24 BACKUP DOES NOT AGREE TO"
                           " UNLOAD LEDGER - RUN HELD"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "BACKUP DOES NOT AGREE TO UNLOAD LEDGER"
                       TO WS-OVERRIDE-MSG
               END-IF
           END-IF.
       A003A-READ-LEDGER.
           READ RUN-CTL-FILE
               AT END SET WS-RUNCTL-EOF TO TRUE.
           IF NOT WS-RUNCTL-EOF THEN
               IF RUNCTL-STATUS = "UNLOAD"
                   AND RUNCTL-GEN-ID = WS-PARM-FILE-ID
                   AND RUNCTL-RUN-DATE = WS-TARGET-DATE THEN
                   SET WS-LEDGER-FOUND TO TRUE
                   MOVE RUNCTL-TOTAL-WRITTEN TO WS-LEDGER-WRITTEN
                   MOVE RUNCTL-TOTAL-BALANCE TO WS-LEDGER-BALANCE
               END-IF
           END-IF.
       A004-RELOAD-TARGET.
           PERFORM A004A-OPEN-TARGET.
           IF WS-FS-TARGET NOT = "00" THEN
               DISPLAY "EXAMPLE24 " WS-PARM-FILE-ID
                   " CANNOT BE OPENED FOR RELOAD - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BKUP-IN-FILE.
           MOVE "N" TO WS-BKIN-EOF-SW.
           MOVE "N" TO WS-IN-GEN-SW.
           MOVE ZERO TO WS-GEN-SEQ.
           PERFORM A005-LOAD-BKUP-RECORD
               UNTIL WS-BKIN-EOF.
           CLOSE BKUP-IN-FILE.
           PERFORM A006-WRITE-RUN-LEDGER.
           IF WS-TOTAL-FAILED > ZERO
               OR WS-TOTAL-LOADED NOT = WS-TRAILER-COUNT THEN
               DISPLAY "EXAMPLE24 RELOAD OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GO TO A008-TERM.
       A004A-OPEN-TARGET.
           EVALUATE TRUE
               WHEN WS-ID-CUSTMAST
                   OPEN OUTPUT CUST-FILE
                   MOVE WS-FS-CUST TO WS-FS-TARGET
               WHEN WS-ID-RATEFILE
                   OPEN OUTPUT RATE-FILE
                   MOVE WS-FS-RATE TO WS-FS-TARGET
               WHEN WS-ID-ADDRFILE
                   OPEN OUTPUT ADDR-FILE
                   MOVE WS-FS-ADDR TO WS-FS-TARGET
               WHEN WS-ID-ARCHFILE
                   OPEN OUTPUT ARCH-FILE
                   MOVE WS-FS-ARCH TO WS-FS-TARGET
               WHEN WS-ID-PMTITEM
                   OPEN OUTPUT PMTITEM-FILE
                   MOVE WS-FS-ITEM TO WS-FS-TARGET
               WHEN WS-ID-SUSPENSE
                   OPEN OUTPUT SUSP-FILE
                   MOVE WS-FS-SUSP TO WS-FS-TARGET
               WHEN WS-ID-STMTACT
                   OPEN OUTPUT STMTACT-FILE
                   MOVE WS-FS-STMTACT TO WS-FS-TARGET
           END-EVALUATE.
       A005-LOAD-BKUP-RECORD.
           READ BKUP-IN-FILE INTO BKUP-RECORD
               AT END SET WS-BKIN-EOF TO TRUE.
           IF NOT WS-BKIN-EOF THEN
               EVALUATE TRUE
                   WHEN BKUP-HEADER
                       MOVE "N" TO WS-IN-GEN-SW
                       IF BKUP-FILE-ID = WS-PARM-FILE-ID THEN
                           ADD 1 TO WS-GEN-SEQ
                           IF WS-GEN-SEQ = WS-TARGET-SEQ THEN
                               SET WS-IN-GEN TO TRUE
                           END-IF
                       END-IF
                   WHEN BKUP-DETAIL AND WS-IN-GEN
                       PERFORM A005A-WRITE-TARGET
                   WHEN BKUP-TRAILER
                       MOVE "N" TO WS-IN-GEN-SW
               END-EVALUATE
           END-IF.
       A005A-WRITE-TARGET.
           EVALUATE TRUE
               WHEN WS-ID-CUSTMAST
                   MOVE BKUP-DATA TO CUST-RECORD
                   WRITE CUST-RECORD
                       INVALID KEY ADD 1 TO WS-TOTAL-FAILED
                       NOT INVALID KEY ADD 1 TO WS-TOTAL-LOADED
                   END-WRITE
               WHEN WS-ID-RATEFILE
                   MOVE BKUP-DATA TO RATE-RECORD
                   WRITE RATE-RECORD
                       INVALID KEY ADD 1 TO WS-TOTAL-FAILED
                       NOT INVALID KEY ADD 1 TO WS-TOTAL-LOADED
                   END-WRITE
               WHEN WS-ID-ADDRFILE
                   MOVE BKUP-DATA TO ADDR-RECORD
                   WRITE ADDR-RECORD
                       INVALID KEY ADD 1 TO WS-TOTAL-FAILED
                       NOT INVALID KEY ADD 1 TO WS-TOTAL-LOADED
                   END-WRITE
               WHEN WS-ID-ARCHFILE
                   MOVE BKUP-DATA TO ARCH-RECORD
                   WRITE ARCH-RECORD
                       INVALID KEY ADD 1 TO WS-TOTAL-FAILED
                       NOT INVALID KEY ADD 1 TO WS-TOTAL-LOADED
                   END-WRITE
               WHEN WS-ID-PMTITEM
                   MOVE BKUP-DATA TO PMTITEM-RECORD
                   WRITE PMTITEM-RECORD
                       INVALID KEY ADD 1 TO WS-TOTAL-FAILED
                       NOT INVALID KEY ADD 1 TO WS-TOTAL-LOADED
                   END-WRITE
               WHEN WS-ID-SUSPENSE
                   MOVE BKUP-DATA TO SUSP-RECORD
                   WRITE SUSP-RECORD
                       INVALID KEY ADD 1 TO WS-TOTAL-FAILED
                       NOT INVALID KEY ADD 1 TO WS-TOTAL-LOADED
                   END-WRITE
               WHEN WS-ID-STMTACT
                   MOVE BKUP-DATA TO STMTACT-RECORD
                   WRITE STMTACT-RECORD
                       INVALID KEY ADD 1 TO WS-TOTAL-FAILED
                       NOT INVALID KEY ADD 1 TO WS-TOTAL-LOADED
                   END-WRITE
           END-EVALUATE.
       A006-WRITE-RUN-LEDGER.
           OPEN EXTEND RUN-CTL-FILE.
           IF WS-FS-RUNCTL NOT = "00" THEN
               OPEN OUTPUT RUN-CTL-FILE
           END-IF.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE WS-RUN-DATE      TO RUNCTL-RUN-DATE.
           MOVE WS-PARM-FILE-ID  TO RUNCTL-GEN-ID.
           MOVE "RELOAD"         TO RUNCTL-STATUS.
           MOVE WS-TRAILER-COUNT TO RUNCTL-TOTAL-READ.
           MOVE WS-TOTAL-LOADED  TO RUNCTL-TOTAL-WRITTEN.
           MOVE WS-TOTAL-FAILED  TO RUNCTL-TOTAL-REJECTED.
           MOVE WS-TRAILER-HASH  TO RUNCTL-TOTAL-BALANCE.
           WRITE RUNCTL-RECORD.
           CLOSE RUN-CTL-FILE.
       A009-HASH-IMAGE.
           MOVE ZERO TO WS-HASH-ITEM.
           EVALUATE TRUE
               WHEN WS-ID-CUSTMAST
               WHEN WS-ID-ARCHFILE
                   MOVE WS-IMAGE TO WS-CUST-RECORD
                   IF WS-CUST-BALANCE NOT = SPACES THEN
                       MOVE WS-CUST-BALANCE TO WS-HASH-ITEM
                   END-IF
               WHEN WS-ID-RATEFILE
                   IF WS-IMG-RATE-RATE NOT = SPACES THEN
                       MOVE WS-IMG-RATE-RATE TO WS-HASH-ITEM
                   END-IF
               WHEN WS-ID-ADDRFILE
                   IF WS-IMG-ADDR-NUMBER NUMERIC THEN
                       MOVE WS-IMG-ADDR-NUMBER TO WS-HASH-ITEM
                   END-IF
               WHEN WS-ID-PMTITEM
                   IF WS-IMG-ITEM-AMOUNT NOT = SPACES THEN
                       MOVE WS-IMG-ITEM-AMOUNT TO WS-HASH-ITEM
                   END-IF
               WHEN WS-ID-SUSPENSE
                   IF WS-IMG-SUSP-AMOUNT NOT = SPACES THEN
                       MOVE WS-IMG-SUSP-AMOUNT TO WS-HASH-ITEM
                   END-IF
               WHEN WS-ID-STMTACT
                   IF WS-IMG-STMTACT-AMOUNT NOT = SPACES THEN
                       MOVE WS-IMG-STMTACT-AMOUNT TO WS-HASH-ITEM
                   END-IF
           END-EVALUATE.
           ADD WS-HASH-ITEM TO WS-GEN-HASH.
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
           CLOSE CTL-RPT-FILE.
           STOP RUN.
       A008A-PRINT-CONTROL-TOTALS.
           WRITE CTL-RPT-RECORD FROM WS-CTL-HDR-LINE.
           MOVE "FILE RELOADED......" TO WS-CTL-ID-LABEL.
           MOVE WS-PARM-FILE-ID TO WS-CTL-ID.
           WRITE CTL-RPT-RECORD FROM WS-CTL-ID-LINE.
           MOVE "BACKUP GEN DATE...." TO WS-CTL-ID-LABEL.
           MOVE WS-TARGET-DATE TO WS-CTL-ID.
           WRITE CTL-RPT-RECORD FROM WS-CTL-ID-LINE.
           MOVE "TRAILER COUNT......" TO WS-CTL-LABEL.
           MOVE WS-TRAILER-COUNT TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "LEDGER COUNT......." TO WS-CTL-LABEL.
           MOVE WS-LEDGER-WRITTEN TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "RECORDS LOADED....." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-LOADED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "LOAD FAILURES......" TO WS-CTL-LABEL.
           MOVE WS-TOTAL-FAILED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "TRAILER HASH......." TO WS-CTL-AMT-LABEL.
           MOVE WS-TRAILER-HASH TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           MOVE "LEDGER HASH........" TO WS-CTL-AMT-LABEL.
           MOVE WS-LEDGER-BALANCE TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
           IF WS-OVERRIDE-MSG NOT = SPACES THEN
               MOVE WS-OVERRIDE-MSG TO WS-CTL-MSG
               WRITE CTL-RPT-RECORD FROM WS-CTL-MSG-LINE
           END-IF.
