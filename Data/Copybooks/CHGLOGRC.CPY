      *****************************************************************
      * CHGLOGRC - Maintenance change log record layout for CHGLOG.
      * One record per transaction the maintenance run applies,
      * account, hold, relationship or customer, carrying the record
      * as it stood before the change and as it stood after, and the
      * branch and requester who asked for it.  The log is only ever
      * added to: it is the answer when a customer disputes a
      * change.  Copied into every program that writes or reads
      * CHANGE-LOG-FILE.
      *****************************************************************
       01 CHANGE-LOG-RECORD.
           05 CHG-RUN-DATE           PIC 9(8).
           05 CHG-RUN-ID             PIC X(14).
           05 CHG-BRANCH-ID          PIC X(04).
           05 CHG-REQUESTER-ID       PIC X(08).
           05 CHG-RECORD-TYPE        PIC X(01).
               88 CHG-ACCOUNT-CHANGE VALUE 'A'.
               88 CHG-HOLD-CHANGE    VALUE 'H'.
               88 CHG-CUSTOMER-CHANGE VALUE 'C'.
               88 CHG-RELATIONSHIP-CHANGE VALUE 'R'.
      * The maintenance transaction code that made the change.
           05 CHG-TXN-CODE           PIC X(01).
      * The account number on an account, hold or relationship
      * change, the customer number on a customer change.
           05 CHG-KEY-NUMBER         PIC X(10).
      * The changes the red-flag report watches for, so it need not
      * pick the images apart: a new mailing address or TIN on a
      * customer, and a new overdraft link on an account, with the
      * account now linked.
           05 CHG-ADDRESS-SW         PIC X(01).
               88 CHG-ADDRESS-CHANGED VALUE 'Y'.
           05 CHG-TIN-SW             PIC X(01).
               88 CHG-TIN-CHANGED    VALUE 'Y'.
           05 CHG-LINK-SW            PIC X(01).
               88 CHG-NEW-LINK       VALUE 'Y'.
           05 CHG-NEW-LINKED-ACCT    PIC X(10).
      * The master record in its own layout - ACCTREC, HOLDREC,
      * RELREC or CUSTREC - left-justified; spaces before an add.
           05 CHG-BEFORE-IMAGE       PIC X(140).
           05 CHG-AFTER-IMAGE        PIC X(140).
