       01  PMTITEM-RECORD.
           05 PMTITEM-KEY.
              10 PMTITEM-CUST-ID       PIC X(06).
              10 PMTITEM-PMT-DATE.
                 15 PMTITEM-PMT-YYMM   PIC X(06).
                 15 PMTITEM-PMT-DD     PIC X(02).
              10 PMTITEM-POST-DATE     PIC 9(08).
              10 PMTITEM-POST-SEQ      PIC 9(07).
           05 PMTITEM-AMOUNT           PIC 99999.99.
           05 PMTITEM-ON-TIME          PIC X(01).
           05 PMTITEM-CHECK-NO         PIC X(10).
           05 PMTITEM-STATUS           PIC X(01).
              88 PMTITEM-POSTED                   VALUE "P".
              88 PMTITEM-RETURNED                 VALUE "R".
           05 PMTITEM-RETURN-DATE      PIC 9(08).
           05 PMTITEM-SPLIT-SW         PIC X(01).
              88 PMTITEM-SPLIT-SAVED              VALUE "Y".
           05 PMTITEM-APPLIED-30       PIC 99999.99.
           05 PMTITEM-APPLIED-60       PIC 99999.99.
           05 PMTITEM-APPLIED-90       PIC 99999.99.
           05 PMTITEM-APPLIED-120      PIC 99999.99.
           05 FILLER                   PIC X(10).
