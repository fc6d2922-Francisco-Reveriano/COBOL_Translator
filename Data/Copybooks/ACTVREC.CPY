               88 ACT-ESCHEAT        VALUE 'E'.
               88 ACT-ARCHIVE-OUT    VALUE 'X'.
               88 ACT-RESTORE-IN     VALUE 'R'.
               88 ACT-REVERSAL       VALUE 'V'.
               88 ACT-EARLY-PENALTY  VALUE 'K'.
           05 ACT-AMOUNT         PIC S9(9)V99.
           05 ACT-NEW-BALANCE    PIC S9(9)V99.
      * Program that journaled the entry, as it stamps run control,
      * so one run's activity can be picked off the shared journal
      * and proved against the GL feed it cut.
           05 ACT-SOURCE-ID      PIC X(08).
      * On a reversal, the date and activity code of the entry it
      * offsets, which with the account and the opposite amount
      * pairs the two; spaces on every other entry.
           05 ACT-REVERSAL-REF.
               10 ACT-ORIG-DATE  PIC 9(8).
               10 ACT-ORIG-CODE  PIC X(01).
      * 'Y' when the customer's deposit or withdrawal moved currency
      * across the counter - and on the reversal of such an entry -
      * so cash can be aggregated for currency reporting; 'N' on
      * everything else.
           05 ACT-CASH-IND       PIC X(01).
               88 ACT-CASH           VALUE 'Y'.
