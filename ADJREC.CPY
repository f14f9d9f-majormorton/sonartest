       01  ADJ-RECORD.
           05 ADJ-CUST-ID              PIC X(06).
           05 ADJ-TYPE                 PIC X(08).
           05 ADJ-AMOUNT               PIC 99999.99.
           05 ADJ-DATE                 PIC 9(08).
           05 ADJ-TRAN-REF             PIC X(08).
           05 FILLER                   PIC X(42).
