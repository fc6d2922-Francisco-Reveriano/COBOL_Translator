       01 WS-ACTIVITY-STATUS     PIC XX.
       01 WS-RCTL-STATUS         PIC XX.
       01 WS-RUN-TIME            PIC 9(8) VALUE ZEROS.
       01 WS-SAVED-ACCT-RECORD   PIC X(140).
       01 WS-EOF-FLAG            PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.
       01 WS-ARCHIVE-EOF-FLAG    PIC X VALUE 'N'.
      * journals out before the delete; a restore journals it back.
       2300-ARCHIVE-ONE-ACCOUNT.
           MOVE ACCT-NUMBER TO ARCH-ACCT-NUMBER
           MOVE ACCT-RECORD(11:130) TO ARCH-ACCOUNT-IMAGE
           MOVE WS-RUN-DATE TO ARCH-PURGE-DATE
           WRITE ARCHIVE-RECORD
           IF ACCT-BALANCE NOT = ZEROS
               MOVE 'X' TO ACT-TXN-CODE
               COMPUTE ACT-AMOUNT = ZERO - ACCT-BALANCE
               MOVE ZEROS TO ACT-NEW-BALANCE
               MOVE 'ACCTARCH' TO ACT-SOURCE-ID
               MOVE SPACES TO ACT-REVERSAL-REF
               MOVE 'N' TO ACT-CASH-IND
               WRITE ACTIVITY-RECORD
           END-IF
           PERFORM 2400-WRITE-REGISTER-LINE
               PERFORM 4500-RESTORE-ONE-ACCOUNT
           END-IF.

      * A reopened account comes back active as of today, accruing
      * interest afresh from today rather than across its time in
      * the archive; if the number is live on the master the request
      * is rejected rather than overwriting a real account.
       4500-RESTORE-ONE-ACCOUNT.
           MOVE ARCH-ACCT-NUMBER TO ACCT-RECORD(1:10)
           MOVE ARCH-ACCOUNT-IMAGE TO ACCT-RECORD(11:130)
           SET ACTIVE TO TRUE
           MOVE WS-RUN-DATE TO ACCT-STATUS-DATE
           MOVE WS-RUN-DATE TO ACCT-LAST-ACTIVITY-DATE
           MOVE ZEROS TO ACCT-ACCRUED-INTEREST
           MOVE WS-RUN-DATE TO ACCT-ACCRUAL-DATE
           IF REQ-RESTORED(WS-REQ-IDX)
               PERFORM 4550-REPLACE-EARLIER-COPY
           ELSE
               MOVE 'X' TO ACT-TXN-CODE
               COMPUTE ACT-AMOUNT = ZERO - ACCT-BALANCE
               MOVE ZEROS TO ACT-NEW-BALANCE
               MOVE 'ACCTARCH' TO ACT-SOURCE-ID
               MOVE SPACES TO ACT-REVERSAL-REF
               MOVE 'N' TO ACT-CASH-IND
               WRITE ACTIVITY-RECORD
           END-IF
           MOVE WS-SAVED-ACCT-RECORD TO ACCT-RECORD
               MOVE 'R' TO ACT-TXN-CODE
               MOVE ACCT-BALANCE TO ACT-AMOUNT
               MOVE ACCT-BALANCE TO ACT-NEW-BALANCE
               MOVE 'ACCTARCH' TO ACT-SOURCE-ID
               MOVE SPACES TO ACT-REVERSAL-REF
               MOVE 'N' TO ACT-CASH-IND
               WRITE ACTIVITY-RECORD
           END-IF.

