       01  STMTACT-RECORD.
           05 STMTACT-KEY.
              10 STMTACT-CUST-ID       PIC X(06).
              10 STMTACT-HOLD-DATE     PIC 9(08).
              10 STMTACT-SEQ           PIC 9(07).
           05 STMTACT-KIND             PIC X(01).
              88 STMTACT-PAYMENT                  VALUE "P".
              88 STMTACT-CHARGE                   VALUE "C".
              88 STMTACT-FIN-CHARGE               VALUE "F".
              88 STMTACT-LATE-FEE                 VALUE "L".
              88 STMTACT-ADJUSTMENT               VALUE "A".
           05 STMTACT-LABEL            PIC X(20).
           05 STMTACT-DATE             PIC X(08).
           05 STMTACT-AMOUNT           PIC 99999.99.
           05 STMTACT-BILLED-DATE      PIC 9(08).
           05 FILLER                   PIC X(14).
