       01  SUSP-RECORD.
           05 SUSP-KEY.
              10 SUSP-DATE             PIC 9(08).
              10 SUSP-SEQ              PIC 9(07).
           05 SUSP-ORIG-CUST-ID        PIC X(06).
           05 SUSP-AMOUNT              PIC 99999.99.
           05 SUSP-PMT-DATE            PIC X(08).
           05 SUSP-CHECK-NO            PIC X(10).
           05 SUSP-BATCH-NO            PIC X(06).
           05 SUSP-STATUS              PIC X(01).
              88 SUSP-OPEN                        VALUE "O".
              88 SUSP-REASSIGNED                  VALUE "R".
              88 SUSP-APPLIED                     VALUE "A".
           05 SUSP-NEW-CUST-ID         PIC X(06).
           05 SUSP-ACTION-DATE         PIC 9(08).
           05 FILLER                   PIC X(12).
