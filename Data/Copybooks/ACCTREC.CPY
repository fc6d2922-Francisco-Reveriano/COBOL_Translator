      * year-end contribution extract and meaningless on accounts
      * that are not IRAs.
           05 ACCT-YTD-CONTRIB   PIC S9(9)V99 COMP-3.
      * Interest earned but not yet paid, built up a day at a time by
      * the nightly accrual run and carried to five places so the
      * daily slices do not lose pennies; the interest run and a
      * close-out pay the figure, rounded to the cent, and clear it.
           05 ACCT-ACCRUED-INTEREST PIC S9(7)V9(5) COMP-3.
      * Date interest has been accrued through; zeros until the
      * first accrual, which then reaches back to the posted date.
           05 ACCT-ACCRUAL-DATE  PIC 9(8).
