      *****************************************************************
      * HOLDREC - Funds hold record layout for HOLDDATA.
      * One record per hold placed against part of an account's
      * balance, keyed by account and a sequence number the
      * maintenance run assigns, so an account's holds read back
      * together in the order placed.  A hold stays on file after
      * it comes off, marked released with the date, so the hold
      * report and the statement can see what stood on any day.
      * Copied into every program that opens HOLD-FILE.
      *****************************************************************
       01 HOLD-RECORD.
           05 HOLD-KEY.
               10 HOLD-ACCT-NUMBER   PIC X(10).
               10 HOLD-SEQ           PIC 9(03).
           05 HOLD-TYPE              PIC X(01).
               88 HOLD-DEPOSIT       VALUE 'D'.
               88 HOLD-LEGAL         VALUE 'L'.
               88 HOLD-COLLATERAL    VALUE 'C'.
           05 HOLD-AMOUNT            PIC S9(9)V99 COMP-3.
           05 HOLD-PLACED-DATE       PIC 9(8).
      * First day the funds are free again; zeros on a legal or
      * collateral hold that stands until released by hand.
           05 HOLD-RELEASE-DATE      PIC 9(8).
           05 HOLD-STATUS            PIC X(01).
               88 HOLD-ACTIVE        VALUE 'A'.
               88 HOLD-RELEASED      VALUE 'R'.
      * Stamped every time HOLD-STATUS changes: the placed date
      * while active, the day it came off once released.
           05 HOLD-STATUS-DATE       PIC 9(8).
