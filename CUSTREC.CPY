           05 WS-CUST-RATE             PIC 99.99.
           05 WS-CUST-PAYMENT-HISTORY  PIC 9V999.
           05 WS-CUST-SUSP-RUNS        PIC 9(03).
           05 WS-CUST-CYCLE            PIC X(02).
           05 FILLER                   PIC X(04).
           05 WS-CUST-AGING.
              10 WS-CUST-AGE-CURRENT   PIC 99999.99.
              10 WS-CUST-AGE-30        PIC 99999.99.
              10 WS-CUST-AGE-60        PIC 99999.99.
              10 WS-CUST-AGE-90        PIC 99999.99.
              10 WS-CUST-AGE-120       PIC 99999.99.
           05 WS-CUST-CHGOFF-DATE      PIC 9(08).
           05 WS-CUST-CHGOFF-AMOUNT    PIC 99999.99.
           05 WS-CUST-RECOVERED        PIC 99999.99.
           05 WS-CUST-MIN-DUE          PIC 99999.99.
           05 WS-CUST-DUE-DATE         PIC 9(08).
           05 WS-CUST-PAID-TO-DUE      PIC 99999.99.
           05 WS-CUST-DUE-STATUS       PIC X(01).
           05 WS-CUST-MISSED-CNT       PIC 9(02).
           05 WS-CUST-LAST-STMT-BAL    PIC 99999.99.
           05 WS-CUST-LAST-STMT-DATE   PIC 9(08).
           05 WS-CUST-PRIOR-STMT-BAL   PIC 99999.99.
           05 FILLER                   PIC X(05).
