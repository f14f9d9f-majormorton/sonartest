       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CUST-RECORD.
           05 CUST-KEY                 PIC X(06).
           05 FILLER                   PIC X(194).
       FD  LTRAN-FILE
           RECORD CONTAINS 81 CHARACTERS.
       01  LTRAN-RECORD                PIC X(81).
