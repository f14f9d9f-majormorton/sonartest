       DATA DIVISION.
       FILE SECTION.
       FD  NEW-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  NEW-RECORD.
           05 NEW-CUST-KEY             PIC X(06).
           05 FILLER                   PIC X(194).
       FD  CHARGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHARGE-RECORD               PIC X(80).
                                       PIC ZZZZ9.99.
           05 FILLER                   PIC X(02).
           05 WS-CHGIN-NEW-BALANCE     PIC X(08).
           05 FILLER                   PIC X(02).
           05 WS-CHGIN-TYPE            PIC X(08).
           05 FILLER                   PIC X(15).
       01  WS-BRANCH-TOTALS.
           05 WS-BR-CUSTOMERS          PIC 9(05) VALUE ZERO.
           05 WS-BR-PREFERRED          PIC 9(05) VALUE ZERO.
           ADD 1 TO WS-TOTAL-CHG-SKIPPED.
           PERFORM A002A-GET-CHARGE-DETAIL.
       A004C-ADD-ONE-CHARGE.
           IF WS-CHGIN-TYPE NOT = "LATEFEE" THEN
               MOVE WS-CHGIN-AMOUNT-ED TO WS-CHG-AMOUNT-N
               ADD WS-CHG-AMOUNT-N TO WS-BR-FIN-CHARGES
               ADD WS-CHG-AMOUNT-N TO WS-GT-FIN-CHARGES
           END-IF.
           PERFORM A002A-GET-CHARGE-DETAIL.
       A005-PRINT-BRANCH.
           MOVE WS-CURRENT-BRANCH TO WS-BRD-BRANCH.
