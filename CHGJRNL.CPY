       01  JRNL-RECORD.
           05 JRNL-CUST-ID             PIC X(06).
           05 JRNL-FIELD               PIC X(08).
           05 JRNL-BEFORE              PIC X(20).
           05 JRNL-AFTER               PIC X(20).
           05 JRNL-SOURCE              PIC X(10).
           05 JRNL-RUN-DATE            PIC 9(08).
           05 JRNL-TRAN-REF            PIC X(08).
