           05 RUNCTL-TOTAL-WRITTEN     PIC 9(07).
           05 RUNCTL-TOTAL-REJECTED    PIC 9(07).
           05 RUNCTL-TOTAL-BALANCE     PIC 9(09)V99.
           05 RUNCTL-TOTAL-BILLED      PIC 9(07).
           05 RUNCTL-TOTAL-NOCYCLE     PIC 9(07).
           05 RUNCTL-TOTAL-CHGOFF      PIC 9(07).
           05 FILLER                   PIC X(03).
