       01  BKUP-RECORD.
           05 BKUP-REC-TYPE            PIC X(01).
              88 BKUP-HEADER                      VALUE "H".
              88 BKUP-DETAIL                      VALUE "D".
              88 BKUP-TRAILER                     VALUE "T".
           05 BKUP-FILE-ID             PIC X(08).
           05 BKUP-DATE                PIC 9(08).
           05 BKUP-DATA                PIC X(220).
           05 BKUP-CONTROL REDEFINES BKUP-DATA.
              10 BKUP-REC-COUNT        PIC 9(09).
              10 BKUP-HASH-TOTAL       PIC 9(09)V99.
              10 BKUP-REC-LENGTH       PIC 9(03).
              10 FILLER                PIC X(197).
           05 FILLER                   PIC X(03).
