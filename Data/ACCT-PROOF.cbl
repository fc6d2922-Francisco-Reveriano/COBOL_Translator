      * Proves the account master moved correctly through the night:
      * the prior snapshot's balances, plus the business date's net
      * journaled activity, plus the business date's audited
      * interest net of any backup withholding taken from it, must
      * equal tonight's master totals, by account
      * type and in grand total.  A wrong-generation restore or an
      * out-of-sequence rerun shows up here as OUT OF BAL before the
      * downstream jobs run, not as a customer dispute.  Tonight's
                   IF WS-TYPE-SUB > ZEROS
                       ADD AUD-INTEREST-AMT
                           TO WS-PRF-INTEREST(WS-TYPE-SUB)
                       SUBTRACT AUD-WITHHELD-AMT
                           FROM WS-PRF-INTEREST(WS-TYPE-SUB)
                   END-IF
                   ADD AUD-INTEREST-AMT TO WS-PRF-INTEREST(6)
                   SUBTRACT AUD-WITHHELD-AMT FROM WS-PRF-INTEREST(6)
           END-READ.

       2900-FIND-TYPE-ROW.
