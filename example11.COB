       77  WS-SUM-PAYMENT              PIC 9(09)V99 VALUE ZERO.
       77  WS-SUM-CHARGE               PIC 9(09)V99 VALUE ZERO.
       77  WS-SUM-UNAPPLD              PIC 9(09)V99 VALUE ZERO.
       77  WS-SUM-NSFRTN               PIC 9(09)V99 VALUE ZERO.
       77  WS-SUM-NSFFEE               PIC 9(09)V99 VALUE ZERO.
       77  WS-SUM-CHGOFF               PIC 9(09)V99 VALUE ZERO.
       77  WS-SUM-RECOVR               PIC 9(09)V99 VALUE ZERO.
       77  WS-SUM-LATEFEE              PIC 9(09)V99 VALUE ZERO.
       77  WS-SUM-SUSPAPL              PIC 9(09)V99 VALUE ZERO.
       77  WS-SUM-SUSPRCV              PIC 9(09)V99 VALUE ZERO.
       77  WS-HASH-DEBITS              PIC 9(11)V99 VALUE ZERO.
       77  WS-HASH-CREDITS             PIC 9(11)V99 VALUE ZERO.
       77  WS-JE-COUNT                 PIC 9(02) VALUE ZERO.
           05 WS-JEW-AMOUNT            PIC 9(09)V99.
           05 WS-JEW-DESC              PIC X(20).
       01  WS-JRNL-TABLE.
           05 WS-JRNL-ENTRY OCCURS 24 TIMES.
              10 WS-JE-ACCOUNT         PIC X(06).
              10 WS-JE-DRCR            PIC X(02).
              10 WS-JE-AMOUNT          PIC 9(09)V99.
               WHEN "UNAPPLD"
                   ADD GLW-AMOUNT TO WS-SUM-UNAPPLD
                   ADD 1 TO WS-TOTAL-GLW-USED
               WHEN "NSFRTN"
                   ADD GLW-AMOUNT TO WS-SUM-NSFRTN
                   ADD 1 TO WS-TOTAL-GLW-USED
               WHEN "NSFFEE"
                   ADD GLW-AMOUNT TO WS-SUM-NSFFEE
                   ADD 1 TO WS-TOTAL-GLW-USED
               WHEN "CHGOFF"
                   ADD GLW-AMOUNT TO WS-SUM-CHGOFF
                   ADD 1 TO WS-TOTAL-GLW-USED
               WHEN "RECOVR"
                   ADD GLW-AMOUNT TO WS-SUM-RECOVR
                   ADD 1 TO WS-TOTAL-GLW-USED
               WHEN "LATEFEE"
                   ADD GLW-AMOUNT TO WS-SUM-LATEFEE
                   ADD 1 TO WS-TOTAL-GLW-USED
               WHEN "SUSPAPL"
                   ADD GLW-AMOUNT TO WS-SUM-SUSPAPL
                   ADD 1 TO WS-TOTAL-GLW-USED
               WHEN "SUSPRCV"
                   ADD GLW-AMOUNT TO WS-SUM-SUSPRCV
                   ADD 1 TO WS-TOTAL-GLW-USED
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-GLW-UNKNOWN
           END-EVALUATE.
               MOVE "UNAPPLIED CASH LIAB" TO WS-JEW-DESC
               PERFORM A005A-ADD-ENTRY
           END-IF.
           IF WS-SUM-NSFRTN > ZERO THEN
               MOVE "120000" TO WS-JEW-ACCOUNT
               MOVE "DR" TO WS-JEW-DRCR
               MOVE WS-SUM-NSFRTN TO WS-JEW-AMOUNT
               MOVE "AR RETURNED PAYMENTS" TO WS-JEW-DESC
               PERFORM A005A-ADD-ENTRY
               MOVE "100000" TO WS-JEW-ACCOUNT
               MOVE "CR" TO WS-JEW-DRCR
               MOVE WS-SUM-NSFRTN TO WS-JEW-AMOUNT
               MOVE "CASH RETURNED NSF" TO WS-JEW-DESC
               PERFORM A005A-ADD-ENTRY
           END-IF.
           IF WS-SUM-NSFFEE > ZERO THEN
               MOVE "120000" TO WS-JEW-ACCOUNT
               MOVE "DR" TO WS-JEW-DRCR
               MOVE WS-SUM-NSFFEE TO WS-JEW-AMOUNT
               MOVE "AR RETURNED ITEM FEE" TO WS-JEW-DESC
               PERFORM A005A-ADD-ENTRY
               MOVE "420000" TO WS-JEW-ACCOUNT
               MOVE "CR" TO WS-JEW-DRCR
               MOVE WS-SUM-NSFFEE TO WS-JEW-AMOUNT
               MOVE "RETURNED ITEM FEES" TO WS-JEW-DESC
               PERFORM A005A-ADD-ENTRY
           END-IF.
           IF WS-SUM-CHGOFF > ZERO THEN
               MOVE "610000" TO WS-JEW-ACCOUNT
               MOVE "DR" TO WS-JEW-DRCR
               MOVE WS-SUM-CHGOFF TO WS-JEW-AMOUNT
               MOVE "BAD DEBT WRITE-OFF" TO WS-JEW-DESC
               PERFORM A005A-ADD-ENTRY
               MOVE "120000" TO WS-JEW-ACCOUNT
               MOVE "CR" TO WS-JEW-DRCR
               MOVE WS-SUM-CHGOFF TO WS-JEW-AMOUNT
               MOVE "AR CHARGED OFF" TO WS-JEW-DESC
               PERFORM A005A-ADD-ENTRY
           END-IF.
           IF WS-SUM-RECOVR > ZERO THEN
               MOVE "100000" TO WS-JEW-ACCOUNT
               MOVE "DR" TO WS-JEW-DRCR
               MOVE WS-SUM-RECOVR TO WS-JEW-AMOUNT
               MOVE "CASH RECOVERIES" TO WS-JEW-DESC
               PERFORM A005A-ADD-ENTRY
               MOVE "430000" TO WS-JEW-ACCOUNT
               MOVE "CR" TO WS-JEW-DRCR
               MOVE WS-SUM-RECOVR TO WS-JEW-AMOUNT
               MOVE "BAD DEBT RECOVERIES" TO WS-JEW-DESC
               PERFORM A005A-ADD-ENTRY
           END-IF.
           IF WS-SUM-LATEFEE > ZERO THEN
               MOVE "120000" TO WS-JEW-ACCOUNT
               MOVE "DR" TO WS-JEW-DRCR
               MOVE WS-SUM-LATEFEE TO WS-JEW-AMOUNT
               MOVE "AR LATE FEES" TO WS-JEW-DESC
               PERFORM A005A-ADD-ENTRY
               MOVE "420000" TO WS-JEW-ACCOUNT
               MOVE "CR" TO WS-JEW-DRCR
               MOVE WS-SUM-LATEFEE TO WS-JEW-AMOUNT
               MOVE "LATE FEE INCOME" TO WS-JEW-DESC
               PERFORM A005A-ADD-ENTRY
           END-IF.
           IF WS-SUM-SUSPAPL > ZERO THEN
               MOVE "220000" TO WS-JEW-ACCOUNT
               MOVE "DR" TO WS-JEW-DRCR
               MOVE WS-SUM-SUSPAPL TO WS-JEW-AMOUNT
               MOVE "UNAPPLIED CASH APPLD" TO WS-JEW-DESC
               PERFORM A005A-ADD-ENTRY
               MOVE "120000" TO WS-JEW-ACCOUNT
               MOVE "CR" TO WS-JEW-DRCR
               MOVE WS-SUM-SUSPAPL TO WS-JEW-AMOUNT
               MOVE "AR SUSPENSE APPLIED" TO WS-JEW-DESC
               PERFORM A005A-ADD-ENTRY
           END-IF.
           IF WS-SUM-SUSPRCV > ZERO THEN
               MOVE "220000" TO WS-JEW-ACCOUNT
               MOVE "DR" TO WS-JEW-DRCR
               MOVE WS-SUM-SUSPRCV TO WS-JEW-AMOUNT
               MOVE "UNAPPLIED CASH APPLD" TO WS-JEW-DESC
               PERFORM A005A-ADD-ENTRY
               MOVE "430000" TO WS-JEW-ACCOUNT
               MOVE "CR" TO WS-JEW-DRCR
               MOVE WS-SUM-SUSPRCV TO WS-JEW-AMOUNT
               MOVE "BAD DEBT RECOVERIES" TO WS-JEW-DESC
               PERFORM A005A-ADD-ENTRY
           END-IF.
       A006-RELEASE-JOURNAL.
           IF WS-HASH-DEBITS NOT = WS-HASH-CREDITS THEN
               DISPLAY "EXAMPLE11 JOURNAL OUT OF BALANCE FOR "
