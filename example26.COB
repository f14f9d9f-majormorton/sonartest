       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMPLE26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENUM-FILE ASSIGN TO DISK1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RENUM.
           SELECT NEW-FILE ASSIGN TO DISK2
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS NEW-CUST-KEY
           FILE STATUS  IS WS-FS-NEW.
           SELECT OLD-FILE ASSIGN TO DISK3
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS OLD-CUST-KEY
           FILE STATUS  IS WS-FS-OLD.
           SELECT XREF-RPT-FILE ASSIGN TO DISK4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-XREF.
           SELECT PMTITEM-FILE ASSIGN TO DISK5
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PMTITEM-KEY
           FILE STATUS  IS WS-FS-ITEM.
           SELECT ADDR-FILE ASSIGN TO DISK6
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ADDR-CUST-KEY
           FILE STATUS  IS WS-FS-ADDR.
           SELECT CTL-RPT-FILE ASSIGN TO DISK7
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CTL.
           SELECT ARCH-FILE ASSIGN TO DISK8
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ARCH-CUST-KEY
           FILE STATUS  IS WS-FS-ARCH.
           SELECT PMTDTL-OUT-FILE ASSIGN TO DISK9
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-DTLOUT.
           SELECT STMTACT-FILE ASSIGN TO DISK10
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS STMTACT-KEY
           FILE STATUS  IS WS-FS-STMTACT.
           SELECT RUN-CTL-FILE ASSIGN TO DISK14
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RUNCTL.
           SELECT PMTDTL-FILE ASSIGN TO DISK16
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-DTL.
           SELECT CHGJRNL-FILE ASSIGN TO DISK17
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-JRNL.

       DATA DIVISION.
       FILE SECTION.
       FD  RENUM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RENUM-RECORD                PIC X(80).
       FD  NEW-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  NEW-RECORD.
           05 NEW-CUST-KEY             PIC X(06).
           05 FILLER                   PIC X(194).
       FD  OLD-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  OLD-RECORD.
           05 OLD-CUST-KEY             PIC X(06).
           05 FILLER                   PIC X(194).
       FD  XREF-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  XREF-RPT-RECORD             PIC X(80).
       FD  PMTITEM-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PMTITEM.
       FD  ADDR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ADDR-RECORD.
           05 ADDR-CUST-KEY            PIC X(06).
           05 FILLER                   PIC X(74).
       FD  CTL-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RPT-RECORD              PIC X(80).
       FD  ARCH-FILE
           RECORD CONTAINS 220 CHARACTERS.
           COPY ARCHREC.
       FD  PMTDTL-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PMTDTL-OUT-RECORD           PIC X(80).
       FD  STMTACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY STMTACT.
       FD  RUN-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNCTL.
       FD  PMTDTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PMTDTL.
       FD  CHGJRNL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CHGJRNL.

       WORKING-STORAGE SECTION.
       77  WS-FS-RENUM                 PIC X(02).
       77  WS-FS-NEW                   PIC X(02).
       77  WS-FS-OLD                   PIC X(02).
       77  WS-FS-XREF                  PIC X(02).
       77  WS-FS-ITEM                  PIC X(02).
       77  WS-FS-ADDR                  PIC X(02).
       77  WS-FS-CTL                   PIC X(02).
       77  WS-FS-ARCH                  PIC X(02).
       77  WS-FS-DTLOUT                PIC X(02).
       77  WS-FS-RUNCTL                PIC X(02).
       77  WS-FS-DTL                   PIC X(02).
       77  WS-FS-JRNL                  PIC X(02).
       77  WS-FS-STMTACT               PIC X(02).
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-RN-MAX                   PIC 9(04) VALUE 500.
       77  WS-RN-COUNT                 PIC 9(04) VALUE ZERO.
       77  WS-RN-SUB                   PIC 9(04) VALUE ZERO.
       77  WS-BR-MAX                   PIC 9(04) VALUE 100.
       77  WS-BR-COUNT                 PIC 9(04) VALUE ZERO.
       77  WS-BR-SUB                   PIC 9(04) VALUE ZERO.
       77  WS-BR-CODE                  PIC X(02).
       77  WS-BALANCE-N                PIC 9(05)V99 VALUE ZERO.
       77  WS-ITEMS-MOVED              PIC 9(03) VALUE ZERO.
       77  WS-REJECT-REASON            PIC X(20).
       77  WS-JRNL-CUST-ID             PIC X(06).
       77  WS-ITEM-CUST-ID             PIC X(06).
       77  WS-RN-FOUND-SW              PIC X(01) VALUE "N".
           88 WS-RN-FOUND                         VALUE "Y".
       77  WS-ITEMS-DONE-SW            PIC X(01) VALUE "N".
           88 WS-ITEMS-DONE                       VALUE "Y".
       77  WS-HELD-DONE-SW             PIC X(01) VALUE "N".
           88 WS-HELD-DONE                        VALUE "Y".
       77  WS-DTL-EOF-SW               PIC X(01) VALUE "N".
           88 WS-DTL-EOF                          VALUE "Y".
       77  WS-REC-FOUND-SW             PIC X(01) VALUE "N".
           88 WS-REC-FOUND                        VALUE "Y".
           COPY CUSTREC.
           COPY ADDRREC.
       01  WS-OLD-CUST-RECORD.
           05 WS-OLD-CUST-ID           PIC X(06).
           05 FILLER                   PIC X(194).
       01  WS-ITEM-HOLD                PIC X(100).
       01  WS-HELD-HOLD                PIC X(80).
       01  WS-RENUM-TRAN.
           05 WS-RN-OLD-ID.
              10 WS-RN-OLD-BRANCH      PIC X(02).
              10 WS-RN-OLD-NUMBER      PIC X(04).
           05 FILLER                   PIC X(01).
           05 WS-RN-NEW-ID.
              10 WS-RN-NEW-BRANCH.
                 15 WS-RN-NEW-BR-1     PIC X(01).
                 15 WS-RN-NEW-BR-2     PIC X(01).
              10 WS-RN-NEW-NUMBER      PIC X(04).
           05 FILLER                   PIC X(67).
       01  WS-JRNL-TRAN-REF.
           05 WS-JRNL-REF-CODE         PIC X(01) VALUE "N".
           05 WS-JRNL-REF-SEQ          PIC 9(07).
       01  WS-RENUM-TABLE.
           05 WS-RN-ENTRY OCCURS 500 TIMES.
              10 WS-RNT-OLD-ID         PIC X(06).
              10 WS-RNT-NEW-ID         PIC X(06).
       01  WS-BRANCH-TABLE.
           05 WS-BR-ENTRY OCCURS 100 TIMES.
              10 WS-BRT-BRANCH         PIC X(02).
              10 WS-BRT-OUT-COUNT      PIC 9(05).
              10 WS-BRT-OUT-BALANCE    PIC 9(09)V99.
              10 WS-BRT-IN-COUNT       PIC 9(05).
              10 WS-BRT-IN-BALANCE     PIC 9(09)V99.
       01  WS-XREF-TITLE-LINE.
           05 FILLER                   PIC X(35) VALUE
              "CUSTOMER ID CROSS-REFERENCE FOR RUN".
           05 FILLER                   PIC X(04) VALUE " OF ".
           05 WS-TTL-RUN-DATE          PIC 9(08).
           05 FILLER                   PIC X(33) VALUE SPACES.
       01  WS-XREF-HDR-LINE.
           05 FILLER                   PIC X(40) VALUE
              "OLD ID  NEW ID  BRANCH  NAME            ".
           05 FILLER                   PIC X(40) VALUE
              "        BALANCE  ACTION".
       01  WS-XREF-LINE.
           05 WS-XRF-OLD-ID            PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-XRF-NEW-ID            PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-XRF-OLD-BRANCH        PIC X(02).
           05 FILLER                   PIC X(02) VALUE "->".
           05 WS-XRF-NEW-BRANCH        PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-XRF-NAME              PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-XRF-BALANCE           PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-XRF-ACTION            PIC X(20).
           05 FILLER                   PIC X(03) VALUE SPACES.
       01  WS-XREF-FILES-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "OLD MASTER ".
           05 WS-XRF-OLD-MASTER        PIC X(01).
           05 FILLER                   PIC X(10) VALUE "  ADDRESS ".
           05 WS-XRF-ADDRESS           PIC X(01).
           05 FILLER                   PIC X(10) VALUE "  ARCHIVE ".
           05 WS-XRF-ARCHIVE           PIC X(01).
           05 FILLER                   PIC X(12) VALUE
              "  PMT ITEMS ".
           05 WS-XRF-ITEMS             PIC ZZ9.
           05 FILLER                   PIC X(21) VALUE SPACES.
       01  WS-BRANCH-TITLE-LINE.
           05 FILLER                   PIC X(80) VALUE
              "BRANCH TRANSFER SUMMARY".
       01  WS-BRANCH-HDR-LINE.
           05 FILLER                   PIC X(40) VALUE
              "BR       OUT     BALANCE OUT      IN    ".
           05 FILLER                   PIC X(40) VALUE
              "  BALANCE IN      NET BALANCE".
       01  WS-BRANCH-LINE.
           05 WS-BRL-BRANCH            PIC X(02).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-BRL-OUT-COUNT         PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-BRL-OUT-BALANCE       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-BRL-IN-COUNT          PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-BRL-IN-BALANCE        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-BRL-NET-BALANCE       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(11) VALUE SPACES.
       01  WS-BRANCH-NET-N             PIC S9(09)V99 VALUE ZERO.
       01  WS-CONTROL-TOTALS.
           05 WS-TOTAL-TRAN-READ       PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-RENUMBERED      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-REJECTED        PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-OLD-MOVED       PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-ADDR-MOVED      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-ARCH-MOVED      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-ITEMS-MOVED     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-ITEMS-FAILED    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-HELD-MOVED      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-HELD-FAILED     PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-DTL-READ        PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-DTL-MOVED       PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-JRNL-WRITTEN    PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-BAL-MOVED       PIC 9(09)V99 VALUE ZERO.
       01  WS-CTL-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "EXAMPLE26 CUSTOMER RENUMBER TOTALS".
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
           OPEN INPUT  RENUM-FILE.
           OPEN I-O    NEW-FILE.
           IF WS-FS-NEW NOT = "00" THEN
               DISPLAY "EXAMPLE26 CUSTOMER MASTER NOT AVAILABLE"
                   " - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O    OLD-FILE.
           IF WS-FS-OLD NOT = "00" THEN
               DISPLAY "EXAMPLE26 PRIOR MASTER NOT AVAILABLE"
                   " - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O    ADDR-FILE.
           IF WS-FS-ADDR NOT = "00" THEN
               OPEN OUTPUT ADDR-FILE
               CLOSE ADDR-FILE
               OPEN I-O ADDR-FILE
           END-IF.
           OPEN I-O    ARCH-FILE.
           IF WS-FS-ARCH NOT = "00" THEN
               OPEN OUTPUT ARCH-FILE
               CLOSE ARCH-FILE
               OPEN I-O ARCH-FILE
           END-IF.
           OPEN I-O    PMTITEM-FILE.
           IF WS-FS-ITEM NOT = "00" THEN
               OPEN OUTPUT PMTITEM-FILE
               CLOSE PMTITEM-FILE
               OPEN I-O PMTITEM-FILE
           END-IF.
           OPEN I-O    STMTACT-FILE.
           IF WS-FS-STMTACT NOT = "00" THEN
               OPEN OUTPUT STMTACT-FILE
               CLOSE STMTACT-FILE
               OPEN I-O STMTACT-FILE
           END-IF.
           OPEN OUTPUT XREF-RPT-FILE.
           OPEN OUTPUT CTL-RPT-FILE.
           OPEN EXTEND CHGJRNL-FILE.
           IF WS-FS-JRNL NOT = "00" THEN
               OPEN OUTPUT CHGJRNL-FILE
           END-IF.
           MOVE WS-RUN-DATE TO WS-TTL-RUN-DATE.
           WRITE XREF-RPT-RECORD FROM WS-XREF-TITLE-LINE.
           WRITE XREF-RPT-RECORD FROM WS-XREF-HDR-LINE.
           GO TO A003-GET-RENUM-TRAN.
       A003-GET-RENUM-TRAN.
           READ RENUM-FILE INTO WS-RENUM-TRAN
               AT END GO TO A006-RENUMBER-PMTDTL.
           ADD 1 TO WS-TOTAL-TRAN-READ.
           MOVE SPACES TO WS-CUST-RECORD.
           PERFORM A004-VALIDATE-TRAN THRU A004-EXIT.
           IF WS-REJECT-REASON = SPACES THEN
               PERFORM A005-RENUMBER-CUSTOMER THRU A005-EXIT
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES THEN
               MOVE WS-REJECT-REASON TO WS-XRF-ACTION
               PERFORM A005F-WRITE-XREF
               ADD 1 TO WS-TOTAL-REJECTED
           END-IF.
           GO TO A003-GET-RENUM-TRAN.
       A004-VALIDATE-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-RN-OLD-ID = SPACES THEN
               MOVE "OLD ID MISSING" TO WS-REJECT-REASON
               GO TO A004-EXIT
           END-IF.
           IF WS-RN-NEW-BRANCH NOT ALPHABETIC-UPPER
               OR WS-RN-NEW-BR-1 = SPACE
               OR WS-RN-NEW-BR-2 = SPACE
               OR WS-RN-NEW-NUMBER NOT NUMERIC THEN
               MOVE "INVALID NEW ID" TO WS-REJECT-REASON
               GO TO A004-EXIT
           END-IF.
           IF WS-RN-NEW-ID = WS-RN-OLD-ID THEN
               MOVE "OLD ID = NEW ID" TO WS-REJECT-REASON
               GO TO A004-EXIT
           END-IF.
           MOVE "N" TO WS-RN-FOUND-SW.
           MOVE ZERO TO WS-RN-SUB.
           PERFORM A004A-CHECK-RUN-TABLE
               UNTIL WS-RN-FOUND
               OR WS-RN-SUB NOT < WS-RN-COUNT.
           IF WS-RN-FOUND THEN
               MOVE "ID USED IN THIS RUN" TO WS-REJECT-REASON
               GO TO A004-EXIT
           END-IF.
           IF WS-RN-COUNT NOT < WS-RN-MAX THEN
               MOVE "RENUMBER TABLE FULL" TO WS-REJECT-REASON
               GO TO A004-EXIT
           END-IF.
           MOVE WS-RN-NEW-ID TO NEW-CUST-KEY.
           READ NEW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "NEW ID ON MASTER" TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES THEN
               GO TO A004-EXIT
           END-IF.
           MOVE WS-RN-NEW-ID TO OLD-CUST-KEY.
           READ OLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "NEW ID ON OLD MASTER" TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES THEN
               GO TO A004-EXIT
           END-IF.
           MOVE WS-RN-NEW-ID TO ADDR-CUST-KEY.
           READ ADDR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "NEW ID ON ADDR FILE" TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES THEN
               GO TO A004-EXIT
           END-IF.
           MOVE WS-RN-NEW-ID TO ARCH-CUST-KEY.
           READ ARCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "NEW ID IN ARCHIVE" TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES THEN
               GO TO A004-EXIT
           END-IF.
           MOVE WS-RN-NEW-ID TO WS-ITEM-CUST-ID.
           PERFORM A004B-FIND-FIRST-ITEM.
           IF WS-REC-FOUND THEN
               MOVE "NEW ID HAS PMT ITEMS" TO WS-REJECT-REASON
               GO TO A004-EXIT
           END-IF.
           MOVE WS-RN-OLD-ID TO NEW-CUST-KEY.
           READ NEW-FILE INTO WS-CUST-RECORD
               INVALID KEY
                   MOVE "OLD ID NOT ON MASTER" TO WS-REJECT-REASON
           END-READ.
       A004-EXIT.
           EXIT.
       A004A-CHECK-RUN-TABLE.
           ADD 1 TO WS-RN-SUB.
           IF WS-RNT-OLD-ID(WS-RN-SUB) = WS-RN-OLD-ID
               OR WS-RNT-OLD-ID(WS-RN-SUB) = WS-RN-NEW-ID
               OR WS-RNT-NEW-ID(WS-RN-SUB) = WS-RN-OLD-ID
               OR WS-RNT-NEW-ID(WS-RN-SUB) = WS-RN-NEW-ID THEN
               SET WS-RN-FOUND TO TRUE
           END-IF.
       A004B-FIND-FIRST-ITEM.
           MOVE "N" TO WS-REC-FOUND-SW.
           MOVE LOW-VALUES      TO PMTITEM-KEY.
           MOVE WS-ITEM-CUST-ID TO PMTITEM-CUST-ID.
           START PMTITEM-FILE KEY IS NOT LESS THAN PMTITEM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PMTITEM-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PMTITEM-CUST-ID = WS-ITEM-CUST-ID THEN
                               SET WS-REC-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.
       A005-RENUMBER-CUSTOMER.
           MOVE WS-RN-NEW-ID TO WS-CUST-ID.
           WRITE NEW-RECORD FROM WS-CUST-RECORD
               INVALID KEY
                   MOVE "MASTER WRITE FAILED" TO WS-REJECT-REASON
           END-WRITE.
           IF WS-REJECT-REASON NOT = SPACES THEN
               GO TO A005-EXIT
           END-IF.
           MOVE WS-RN-OLD-ID TO NEW-CUST-KEY.
           DELETE NEW-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE ZERO TO WS-BALANCE-N.
           IF WS-CUST-BALANCE NOT = SPACES THEN
               MOVE WS-CUST-BALANCE TO WS-BALANCE-N
           END-IF.
           ADD 1 TO WS-RN-COUNT.
           MOVE WS-RN-OLD-ID TO WS-RNT-OLD-ID(WS-RN-COUNT).
           MOVE WS-RN-NEW-ID TO WS-RNT-NEW-ID(WS-RN-COUNT).
           PERFORM A005A-MOVE-OLD-MASTER.
           PERFORM A005B-MOVE-ADDRESS.
           PERFORM A005C-MOVE-ARCHIVE.
           MOVE ZERO TO WS-ITEMS-MOVED.
           MOVE "N" TO WS-ITEMS-DONE-SW.
           PERFORM A005D-MOVE-ONE-ITEM
               UNTIL WS-ITEMS-DONE.
           MOVE WS-ITEMS-MOVED TO WS-XRF-ITEMS.
           MOVE "N" TO WS-HELD-DONE-SW.
           PERFORM A005K-MOVE-ONE-HELD
               UNTIL WS-HELD-DONE.
           PERFORM A005E-POST-BRANCH-TOTALS.
           MOVE WS-TOTAL-TRAN-READ TO WS-JRNL-REF-SEQ.
           MOVE WS-RN-OLD-ID TO WS-JRNL-CUST-ID.
           PERFORM A005G-WRITE-JOURNAL.
           MOVE WS-RN-NEW-ID TO WS-JRNL-CUST-ID.
           PERFORM A005G-WRITE-JOURNAL.
           ADD 1 TO WS-TOTAL-RENUMBERED.
           ADD WS-BALANCE-N TO WS-TOTAL-BAL-MOVED.
           MOVE "RENUMBERED" TO WS-XRF-ACTION.
           PERFORM A005F-WRITE-XREF.
           WRITE XREF-RPT-RECORD FROM WS-XREF-FILES-LINE.
       A005-EXIT.
           EXIT.
       A005A-MOVE-OLD-MASTER.
           MOVE "N" TO WS-XRF-OLD-MASTER.
           MOVE WS-RN-OLD-ID TO OLD-CUST-KEY.
           READ OLD-FILE INTO WS-OLD-CUST-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-RN-NEW-ID TO WS-OLD-CUST-ID
                   WRITE OLD-RECORD FROM WS-OLD-CUST-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-XRF-OLD-MASTER
                           ADD 1 TO WS-TOTAL-OLD-MOVED
                           MOVE WS-RN-OLD-ID TO OLD-CUST-KEY
                           DELETE OLD-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                   END-WRITE
           END-READ.
       A005B-MOVE-ADDRESS.
           MOVE "N" TO WS-XRF-ADDRESS.
           MOVE WS-RN-OLD-ID TO ADDR-CUST-KEY.
           READ ADDR-FILE INTO WS-ADDR-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-RN-NEW-ID TO WS-ADDR-CUST-ID
                   WRITE ADDR-RECORD FROM WS-ADDR-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-XRF-ADDRESS
                           ADD 1 TO WS-TOTAL-ADDR-MOVED
                           MOVE WS-RN-OLD-ID TO ADDR-CUST-KEY
                           DELETE ADDR-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                   END-WRITE
           END-READ.
       A005C-MOVE-ARCHIVE.
           MOVE "N" TO WS-XRF-ARCHIVE.
           MOVE WS-RN-OLD-ID TO ARCH-CUST-KEY.
           READ ARCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-RN-NEW-ID TO ARCH-CUST-KEY
                   WRITE ARCH-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-XRF-ARCHIVE
                           ADD 1 TO WS-TOTAL-ARCH-MOVED
                           MOVE WS-RN-OLD-ID TO ARCH-CUST-KEY
                           DELETE ARCH-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                   END-WRITE
           END-READ.
       A005D-MOVE-ONE-ITEM.
           MOVE WS-RN-OLD-ID TO WS-ITEM-CUST-ID.
           PERFORM A004B-FIND-FIRST-ITEM.
           IF NOT WS-REC-FOUND THEN
               SET WS-ITEMS-DONE TO TRUE
           ELSE
               MOVE PMTITEM-RECORD TO WS-ITEM-HOLD
               MOVE WS-RN-NEW-ID   TO PMTITEM-CUST-ID
               WRITE PMTITEM-RECORD
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-ITEMS-FAILED
                       SET WS-ITEMS-DONE TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ITEMS-MOVED
                       ADD 1 TO WS-TOTAL-ITEMS-MOVED
                       MOVE WS-ITEM-HOLD TO PMTITEM-RECORD
                       DELETE PMTITEM-FILE RECORD
                           INVALID KEY
                               SET WS-ITEMS-DONE TO TRUE
                       END-DELETE
               END-WRITE
           END-IF.
       A005K-MOVE-ONE-HELD.
           MOVE WS-RN-OLD-ID TO STMTACT-CUST-ID.
           MOVE ZERO         TO STMTACT-HOLD-DATE.
           MOVE ZERO         TO STMTACT-SEQ.
           MOVE "N" TO WS-REC-FOUND-SW.
           START STMTACT-FILE KEY IS NOT LESS THAN STMTACT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ STMTACT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF STMTACT-CUST-ID = WS-RN-OLD-ID THEN
                               SET WS-REC-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.
           IF NOT WS-REC-FOUND THEN
               SET WS-HELD-DONE TO TRUE
           ELSE
               MOVE STMTACT-RECORD TO WS-HELD-HOLD
               MOVE WS-RN-NEW-ID   TO STMTACT-CUST-ID
               WRITE STMTACT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-HELD-FAILED
                       SET WS-HELD-DONE TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-HELD-MOVED
                       MOVE WS-HELD-HOLD TO STMTACT-RECORD
                       DELETE STMTACT-FILE RECORD
                           INVALID KEY
                               SET WS-HELD-DONE TO TRUE
                       END-DELETE
               END-WRITE
           END-IF.
       A005E-POST-BRANCH-TOTALS.
           MOVE WS-RN-OLD-BRANCH TO WS-BR-CODE.
           PERFORM A005H-FIND-BRANCH.
           ADD 1            TO WS-BRT-OUT-COUNT(WS-BR-SUB).
           ADD WS-BALANCE-N TO WS-BRT-OUT-BALANCE(WS-BR-SUB).
           MOVE WS-RN-NEW-BRANCH TO WS-BR-CODE.
           PERFORM A005H-FIND-BRANCH.
           ADD 1            TO WS-BRT-IN-COUNT(WS-BR-SUB).
           ADD WS-BALANCE-N TO WS-BRT-IN-BALANCE(WS-BR-SUB).
       A005F-WRITE-XREF.
           MOVE WS-RN-OLD-ID     TO WS-XRF-OLD-ID.
           MOVE WS-RN-NEW-ID     TO WS-XRF-NEW-ID.
           MOVE WS-RN-OLD-BRANCH TO WS-XRF-OLD-BRANCH.
           MOVE WS-RN-NEW-BRANCH TO WS-XRF-NEW-BRANCH.
           MOVE WS-CUST-NAME     TO WS-XRF-NAME.
           MOVE ZERO TO WS-BALANCE-N.
           IF WS-CUST-BALANCE NOT = SPACES THEN
               MOVE WS-CUST-BALANCE TO WS-BALANCE-N
           END-IF.
           MOVE WS-BALANCE-N     TO WS-XRF-BALANCE.
           WRITE XREF-RPT-RECORD FROM WS-XREF-LINE.
       A005G-WRITE-JOURNAL.
           MOVE SPACES TO JRNL-RECORD.
           MOVE WS-JRNL-CUST-ID  TO JRNL-CUST-ID.
           MOVE "CUST-ID"        TO JRNL-FIELD.
           MOVE WS-RN-OLD-ID     TO JRNL-BEFORE.
           MOVE WS-RN-NEW-ID     TO JRNL-AFTER.
           MOVE "EXAMPLE26"      TO JRNL-SOURCE.
           MOVE WS-RUN-DATE      TO JRNL-RUN-DATE.
           MOVE WS-JRNL-TRAN-REF TO JRNL-TRAN-REF.
           WRITE JRNL-RECORD.
           ADD 1 TO WS-TOTAL-JRNL-WRITTEN.
       A005H-FIND-BRANCH.
           MOVE ZERO TO WS-BR-SUB.
           MOVE "N" TO WS-RN-FOUND-SW.
           PERFORM A005J-CHECK-ONE-BRANCH
               UNTIL WS-RN-FOUND
               OR WS-BR-SUB NOT < WS-BR-COUNT.
           IF NOT WS-RN-FOUND THEN
               IF WS-BR-COUNT NOT < WS-BR-MAX THEN
                   DISPLAY "EXAMPLE26 MORE THAN " WS-BR-MAX
                       " BRANCHES IN RENUMBER RUN - RUN HELD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BR-SUB
               MOVE WS-BR-CODE TO WS-BRT-BRANCH(WS-BR-SUB)
               MOVE ZERO TO WS-BRT-OUT-COUNT(WS-BR-SUB)
               MOVE ZERO TO WS-BRT-OUT-BALANCE(WS-BR-SUB)
               MOVE ZERO TO WS-BRT-IN-COUNT(WS-BR-SUB)
               MOVE ZERO TO WS-BRT-IN-BALANCE(WS-BR-SUB)
           END-IF.
       A005J-CHECK-ONE-BRANCH.
           ADD 1 TO WS-BR-SUB.
           IF WS-BRT-BRANCH(WS-BR-SUB) = WS-BR-CODE THEN
               SET WS-RN-FOUND TO TRUE
           END-IF.
       A006-RENUMBER-PMTDTL.
           OPEN OUTPUT PMTDTL-OUT-FILE.
           OPEN INPUT  PMTDTL-FILE.
           IF WS-FS-DTL = "00" THEN
               PERFORM A006A-COPY-ONE-DETAIL
                   UNTIL WS-DTL-EOF
               CLOSE PMTDTL-FILE
           END-IF.
           CLOSE PMTDTL-OUT-FILE.
           GO TO A008-TERM.
       A006A-COPY-ONE-DETAIL.
           READ PMTDTL-FILE
               AT END SET WS-DTL-EOF TO TRUE.
           IF NOT WS-DTL-EOF THEN
               ADD 1 TO WS-TOTAL-DTL-READ
               MOVE "N" TO WS-RN-FOUND-SW
               MOVE ZERO TO WS-RN-SUB
               PERFORM A006B-FIND-RENUMBER
                   UNTIL WS-RN-FOUND
                   OR WS-RN-SUB NOT < WS-RN-COUNT
               IF WS-RN-FOUND THEN
                   MOVE WS-RNT-NEW-ID(WS-RN-SUB) TO PMTDTL-CUST-ID
                   ADD 1 TO WS-TOTAL-DTL-MOVED
               END-IF
               WRITE PMTDTL-OUT-RECORD FROM PMTDTL-RECORD
           END-IF.
       A006B-FIND-RENUMBER.
           ADD 1 TO WS-RN-SUB.
           IF WS-RNT-OLD-ID(WS-RN-SUB) = PMTDTL-CUST-ID THEN
               SET WS-RN-FOUND TO TRUE
           END-IF.
       A008-TERM.
           PERFORM A008B-PRINT-BRANCH-SUMMARY.
           PERFORM A008C-WRITE-RUN-LEDGER.
           PERFORM A008A-PRINT-CONTROL-TOTALS.
           IF WS-TOTAL-REJECTED > ZERO
               OR WS-TOTAL-ITEMS-FAILED > ZERO
               OR WS-TOTAL-HELD-FAILED > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE RENUM-FILE.
           CLOSE NEW-FILE.
           CLOSE OLD-FILE.
           CLOSE ADDR-FILE.
           CLOSE ARCH-FILE.
           CLOSE PMTITEM-FILE.
           CLOSE STMTACT-FILE.
           CLOSE XREF-RPT-FILE.
           CLOSE CHGJRNL-FILE.
           CLOSE CTL-RPT-FILE.
           STOP RUN.
       A008B-PRINT-BRANCH-SUMMARY.
           WRITE XREF-RPT-RECORD FROM WS-BRANCH-TITLE-LINE.
           WRITE XREF-RPT-RECORD FROM WS-BRANCH-HDR-LINE.
           MOVE ZERO TO WS-BR-SUB.
           PERFORM A008D-PRINT-ONE-BRANCH
               UNTIL WS-BR-SUB NOT < WS-BR-COUNT.
       A008D-PRINT-ONE-BRANCH.
           ADD 1 TO WS-BR-SUB.
           MOVE WS-BRT-BRANCH(WS-BR-SUB)      TO WS-BRL-BRANCH.
           MOVE WS-BRT-OUT-COUNT(WS-BR-SUB)   TO WS-BRL-OUT-COUNT.
           MOVE WS-BRT-OUT-BALANCE(WS-BR-SUB) TO WS-BRL-OUT-BALANCE.
           MOVE WS-BRT-IN-COUNT(WS-BR-SUB)    TO WS-BRL-IN-COUNT.
           MOVE WS-BRT-IN-BALANCE(WS-BR-SUB)  TO WS-BRL-IN-BALANCE.
           COMPUTE WS-BRANCH-NET-N = WS-BRT-IN-BALANCE(WS-BR-SUB)
               - WS-BRT-OUT-BALANCE(WS-BR-SUB).
           MOVE WS-BRANCH-NET-N               TO WS-BRL-NET-BALANCE.
           WRITE XREF-RPT-RECORD FROM WS-BRANCH-LINE.
       A008C-WRITE-RUN-LEDGER.
           OPEN EXTEND RUN-CTL-FILE.
           IF WS-FS-RUNCTL NOT = "00" THEN
               OPEN OUTPUT RUN-CTL-FILE
           END-IF.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE WS-RUN-DATE         TO RUNCTL-RUN-DATE.
           MOVE "RENUMBER"          TO RUNCTL-STATUS.
           MOVE WS-TOTAL-TRAN-READ  TO RUNCTL-TOTAL-READ.
           MOVE WS-TOTAL-RENUMBERED TO RUNCTL-TOTAL-WRITTEN.
           MOVE WS-TOTAL-REJECTED   TO RUNCTL-TOTAL-REJECTED.
           MOVE WS-TOTAL-BAL-MOVED  TO RUNCTL-TOTAL-BALANCE.
           WRITE RUNCTL-RECORD.
           CLOSE RUN-CTL-FILE.
       A008A-PRINT-CONTROL-TOTALS.
           WRITE CTL-RPT-RECORD FROM WS-CTL-HDR-LINE.
           MOVE "TRANS READ........." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-TRAN-READ TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "CUSTS RENUMBERED..." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-RENUMBERED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "TRANS REJECTED....." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-REJECTED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "OLD MASTERS MOVED.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-OLD-MOVED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "ADDRESSES MOVED...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-ADDR-MOVED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "ARCHIVES MOVED....." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-ARCH-MOVED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "PMT ITEMS MOVED...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-ITEMS-MOVED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "PMT ITEMS FAILED..." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-ITEMS-FAILED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "HELD ACT MOVED....." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-HELD-MOVED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "HELD ACT FAILED...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-HELD-FAILED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "PMT DETAIL READ...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-DTL-READ TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "PMT DETAIL MOVED..." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-DTL-MOVED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "JOURNAL RECORDS...." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-JRNL-WRITTEN TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "BALANCE MOVED......" TO WS-CTL-AMT-LABEL.
           MOVE WS-TOTAL-BAL-MOVED TO WS-CTL-AMOUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-AMT-LINE.
