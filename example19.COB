       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMPLE19.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGJRNL-FILE ASSIGN TO DISK17
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-JRNL.
           SELECT HIST-RPT-FILE ASSIGN TO DISK4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-HIST.
           SELECT CTL-RPT-FILE ASSIGN TO DISK7
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGJRNL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CHGJRNL.
       FD  HIST-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HIST-RPT-RECORD             PIC X(80).
       FD  CTL-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RPT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-JRNL                  PIC X(02).
       77  WS-FS-HIST                  PIC X(02).
       77  WS-FS-CTL                   PIC X(02).
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
       77  WS-TO-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-PARM-LINE.
           05 WS-PARM-CUST-ID          PIC X(06).
           05 WS-PARM-FROM-DATE        PIC X(08).
           05 WS-PARM-TO-DATE          PIC X(08).
           05 FILLER                   PIC X(58).
       01  WS-HIST-TITLE-LINE.
           05 FILLER                   PIC X(26) VALUE
              "CHANGE HISTORY FOR CUST  ".
           05 WS-TTL-CUST-ID           PIC X(06).
           05 FILLER                   PIC X(06) VALUE "  FROM".
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-TTL-FROM-DATE         PIC 9(08).
           05 FILLER                   PIC X(04) VALUE "  TO".
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-TTL-TO-DATE           PIC 9(08).
           05 FILLER                   PIC X(20) VALUE SPACES.
       01  WS-HIST-HDR-LINE.
           05 FILLER                   PIC X(39) VALUE
              "RUN DATE SOURCE     TRAN REF FIELD    ".
           05 FILLER                   PIC X(41) VALUE
              "BEFORE               AFTER".
       01  WS-HIST-LINE.
           05 WS-HST-RUN-DATE          PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-HST-SOURCE            PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-HST-TRAN-REF          PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-HST-FIELD             PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-HST-BEFORE            PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-HST-AFTER             PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACES.
       01  WS-HIST-NONE-LINE.
           05 FILLER                   PIC X(80) VALUE
              "NO CHANGES JOURNALED FOR THIS CUSTOMER IN DATE RANGE".
       01  WS-CONTROL-TOTALS.
           05 WS-TOTAL-JRNL-READ       PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-SELECTED        PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-OUT-OF-RANGE    PIC 9(07) VALUE ZERO.
       01  WS-CTL-HDR-LINE.
           05 FILLER                   PIC X(80) VALUE
              "EXAMPLE19 CHANGE HISTORY TOTALS".
       01  WS-CTL-LINE.
           05 WS-CTL-LABEL             PIC X(20).
           05 WS-CTL-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       A001-INIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PARM-LINE.
           ACCEPT WS-PARM-LINE.
           IF WS-PARM-CUST-ID = SPACES THEN
               DISPLAY "EXAMPLE19 CUSTOMER ID MISSING - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-FROM-DATE = SPACES THEN
               MOVE ZERO TO WS-FROM-DATE
           ELSE
               IF WS-PARM-FROM-DATE NOT NUMERIC THEN
                   DISPLAY "EXAMPLE19 FROM DATE INVALID - RUN HELD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF WS-PARM-TO-DATE = SPACES THEN
               MOVE WS-RUN-DATE TO WS-TO-DATE
           ELSE
               IF WS-PARM-TO-DATE NOT NUMERIC THEN
                   DISPLAY "EXAMPLE19 TO DATE INVALID - RUN HELD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-TO-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE THEN
               DISPLAY "EXAMPLE19 FROM DATE " WS-FROM-DATE
                   " IS AFTER TO DATE " WS-TO-DATE " - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  CHGJRNL-FILE.
           IF WS-FS-JRNL NOT = "00" THEN
               DISPLAY "EXAMPLE19 CHANGE JOURNAL NOT AVAILABLE"
                   " - RUN HELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HIST-RPT-FILE.
           OPEN OUTPUT CTL-RPT-FILE.
           MOVE WS-PARM-CUST-ID TO WS-TTL-CUST-ID.
           MOVE WS-FROM-DATE    TO WS-TTL-FROM-DATE.
           MOVE WS-TO-DATE      TO WS-TTL-TO-DATE.
           WRITE HIST-RPT-RECORD FROM WS-HIST-TITLE-LINE.
           WRITE HIST-RPT-RECORD FROM WS-HIST-HDR-LINE.
           GO TO A003-GET-JRNL-RECORD.
       A003-GET-JRNL-RECORD.
           READ CHGJRNL-FILE
               AT END GO TO A007-LAST-RECORD.
           ADD 1 TO WS-TOTAL-JRNL-READ.
       A004-SELECT-RECORD.
           IF JRNL-CUST-ID NOT = WS-PARM-CUST-ID THEN
               GO TO A003-GET-JRNL-RECORD
           END-IF.
           IF JRNL-RUN-DATE < WS-FROM-DATE
               OR JRNL-RUN-DATE > WS-TO-DATE THEN
               ADD 1 TO WS-TOTAL-OUT-OF-RANGE
               GO TO A003-GET-JRNL-RECORD
           END-IF.
           PERFORM A005-WRITE-HIST-LINE.
           GO TO A003-GET-JRNL-RECORD.
       A005-WRITE-HIST-LINE.
           MOVE JRNL-RUN-DATE  TO WS-HST-RUN-DATE.
           MOVE JRNL-SOURCE    TO WS-HST-SOURCE.
           MOVE JRNL-TRAN-REF  TO WS-HST-TRAN-REF.
           MOVE JRNL-FIELD     TO WS-HST-FIELD.
           MOVE JRNL-BEFORE    TO WS-HST-BEFORE.
           MOVE JRNL-AFTER     TO WS-HST-AFTER.
           WRITE HIST-RPT-RECORD FROM WS-HIST-LINE.
           ADD 1 TO WS-TOTAL-SELECTED.
       A007-LAST-RECORD.
           IF WS-TOTAL-SELECTED = ZERO THEN
               WRITE HIST-RPT-RECORD FROM WS-HIST-NONE-LINE
           END-IF.
       A008-TERM.
           PERFORM A008A-PRINT-CONTROL-TOTALS.
           CLOSE CHGJRNL-FILE.
           CLOSE HIST-RPT-FILE.
           CLOSE CTL-RPT-FILE.
           STOP RUN.
       A008A-PRINT-CONTROL-TOTALS.
           WRITE CTL-RPT-RECORD FROM WS-CTL-HDR-LINE.
           MOVE "JOURNAL ROWS READ.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-JRNL-READ TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "CHANGES REPORTED..." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-SELECTED TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
           MOVE "CUST OUT OF RANGE.." TO WS-CTL-LABEL.
           MOVE WS-TOTAL-OUT-OF-RANGE TO WS-CTL-COUNT.
           WRITE CTL-RPT-RECORD FROM WS-CTL-LINE.
