           MOVE WS-RUN-ID TO GL-HDR-RUN-ID
           MOVE ZEROS TO GL-HDR-DAYS-IN-PERIOD
           MOVE ZEROS TO GL-HDR-DAYS-IN-YEAR
           MOVE ZEROS TO GL-ACCRUAL-PAID
           MOVE ZEROS TO GL-WITHHELD-AMT
           WRITE GL-POSTING-RECORD.

       1075-LOAD-FEE-SCHEDULE.
           MOVE 'F' TO ACT-TXN-CODE
           COMPUTE ACT-AMOUNT = ZERO - WS-FEE-AMOUNT
           MOVE ACCT-BALANCE TO ACT-NEW-BALANCE
           MOVE 'ACCTFEES' TO ACT-SOURCE-ID
           MOVE SPACES TO ACT-REVERSAL-REF
           MOVE 'N' TO ACT-CASH-IND
           WRITE ACTIVITY-RECORD
           PERFORM 2250-WRITE-GL-DETAIL
           MOVE 'CHARGED' TO FEE-LINE-ACTION
           MOVE WS-RUN-DATE TO GL-POSTING-DATE
           MOVE WS-FEE-AMOUNT TO GL-INTEREST-AMT
           MOVE ACCT-BALANCE TO GL-NEW-BALANCE
           MOVE ZEROS TO GL-ACCRUAL-PAID
           MOVE ZEROS TO GL-WITHHELD-AMT
           ADD 1 TO WS-GL-RECORD-COUNT
           ADD GL-INTEREST-AMT TO WS-GL-FEE-TOTAL
           ADD GL-NEW-BALANCE TO WS-GL-BALANCE-TOTAL
           MOVE WS-GL-RECORD-COUNT TO GL-TRL-RECORD-COUNT
           MOVE WS-GL-FEE-TOTAL TO GL-TRL-INTEREST-TOTAL
           MOVE WS-GL-BALANCE-TOTAL TO GL-TRL-BALANCE-TOTAL
           MOVE ZEROS TO GL-ACCRUAL-PAID
           MOVE ZEROS TO GL-WITHHELD-AMT
           WRITE GL-POSTING-RECORD.

       9200-STAMP-RUN-COMPLETE.
