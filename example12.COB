           RECORD CONTAINS 80 CHARACTERS.
       01  RTRAN-RECORD                PIC X(80).
       FD  CUST-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CUST-RECORD.
           05 CUST-KEY                 PIC X(06).
           05 FILLER                   PIC X(194).
       FD  RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RATEREC.
