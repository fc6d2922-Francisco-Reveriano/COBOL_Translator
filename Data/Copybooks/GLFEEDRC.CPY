      *****************************************************************
      * GLFEEDRC - GL feed record layout for GLFEED and the other
      * GL feeds cut the same way.
      * The feed carries one 'H' header identifying the run, one 'D'
      * detail per posted account, and one 'T' trailer with the
      * control count and hash totals the GL team balances against.
               10 GL-HDR-RUN-ID      PIC X(14).
               10 GL-HDR-DAYS-IN-PERIOD PIC 9(03).
               10 GL-HDR-DAYS-IN-YEAR PIC 9(03).
      * Program that cut the feed, as it stamps run control; spaces
      * on the feeds that are proved against the audit trail.
               10 GL-HDR-SOURCE-ID   PIC X(08).
               10 FILLER             PIC X(04).
           05 GL-DETAIL-FIELDS REDEFINES GL-FEED-BODY.
               10 GL-ACCT-NUMBER     PIC X(10).
               10 GL-POSTING-DATE    PIC 9(8).
               10 GL-TRL-INTEREST-TOTAL PIC S9(13)V99.
               10 GL-TRL-BALANCE-TOTAL PIC S9(13)V99.
               10 FILLER             PIC X(01).
      * The posting-run feed classifies each detail so the GL can
      * route the offset: the account type carrying the deposit
      * liability and the journal activity code that moved it, and
      * on a reversal the code of the entry it offsets, so the GL
      * backs out the same offset.  An early-withdrawal penalty is
      * classed 'K' and routes to penalty income.  The feeds that
      * carry one kind of entry leave these spaces.
           05 GL-DETAIL-CLASS.
               10 GL-ACCT-TYPE       PIC X(02).
               10 GL-ACTIVITY-CODE   PIC X(01).
               10 GL-ORIG-CODE       PIC X(01).
      * On the interest and close-out feeds, the part of the interest
      * paid that comes out of accrued interest payable - the rest
      * is expense booked directly.  Zeros on every other feed.  The
      * nightly accrual feed classifies its details 'A' accrued or
      * 'F' forfeited; the interest and close-out feeds mark 'P' a
      * payment drawn wholly or partly from the accrual.
           05 GL-ACCRUAL-PAID        PIC S9(9)V99.
      * On the interest and close-out feeds, the federal backup
      * withholding taken from the interest on the detail - moved
      * from the deposit liability to withholding payable - and the
      * run's total withheld on the trailer.  Zeros on every other
      * feed.
           05 GL-WITHHELD-AMT        PIC S9(9)V99.
