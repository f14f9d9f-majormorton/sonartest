       01  ARCH-RECORD.
           05 ARCH-CUST-MASTER.
              10 ARCH-CUST-KEY         PIC X(06).
              10 FILLER                PIC X(194).
           05 ARCH-DELETE-DATE         PIC 9(08).
           05 ARCH-RUN-DATE            PIC 9(08).
           05 FILLER                   PIC X(04).
