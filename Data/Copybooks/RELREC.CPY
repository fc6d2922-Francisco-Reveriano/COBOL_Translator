      *****************************************************************
      * RELREC - Account-customer relationship record for RELDATA.
      * One record per customer standing on an account, keyed by
      * account and customer so an account's people read back
      * together: the primary owner the account master carries in
      * ACCT-CUSTOMER-NUMBER, joint owners, beneficiaries, payable-
      * on-death payees and authorized signers.  A relationship
      * stays on file after it ends, marked ended with the date, so
      * the statement and escheat runs can see who stood on the
      * account on any day.  Copied into every program that opens
      * REL-FILE.
      *****************************************************************
       01 RELATIONSHIP-RECORD.
           05 REL-KEY.
               10 REL-ACCT-NUMBER    PIC X(10).
               10 REL-CUST-NUMBER    PIC X(10).
           05 REL-ROLE               PIC X(01).
               88 REL-PRIMARY        VALUE 'P'.
               88 REL-JOINT          VALUE 'J'.
               88 REL-BENEFICIARY    VALUE 'B'.
               88 REL-POD            VALUE 'D'.
               88 REL-SIGNER         VALUE 'S'.
               88 REL-OWNER          VALUE 'P' 'J'.
      * 'Y' when the customer asked for a copy of the statement in
      * their own name; only an owner can ask.
           05 REL-STMT-SW            PIC X(01).
               88 REL-STMT-WANTED    VALUE 'Y'.
           05 REL-START-DATE         PIC 9(8).
      * Day the relationship ended; zeros while it stands.
           05 REL-END-DATE           PIC 9(8).
           05 REL-STATUS             PIC X(01).
               88 REL-ACTIVE         VALUE 'A'.
               88 REL-ENDED          VALUE 'E'.
