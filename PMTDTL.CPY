           05 PMTDTL-ON-TIME           PIC 9(05).
           05 PMTDTL-LATE              PIC 9(05).
           05 PMTDTL-RUN-DATE          PIC 9(08).
           05 PMTDTL-ONTIME-REV        PIC 9(05).
           05 PMTDTL-LATE-REV          PIC 9(05).
           05 FILLER                   PIC X(40).
