      *****************************************************************
      * ACHXREC - ACH intake cross-reference record for ACHXREF.
      * The intake run writes one 'H' record carrying the inbound
      * file header and its file control totals, then one 'D' record
      * per entry detail in file order: the posting batch and the
      * position in it the entry was sent to, or why it was not sent,
      * with the entry and its company batch header as received.
      * The return run matches the posting run's rejects back to the
      * entries here to build the returns.  Copied into every
      * program that writes or reads ACH-XREF-FILE.
      *****************************************************************
       01 ACH-XREF-RECORD.
           05 AXR-REC-TYPE           PIC X(01).
               88 AXR-FILE-HEADER    VALUE 'H'.
               88 AXR-ENTRY          VALUE 'D'.
           05 AXR-BODY               PIC X(225).
           05 AXR-HEADER-FIELDS REDEFINES AXR-BODY.
               10 AXR-BUSINESS-DATE  PIC 9(08).
               10 AXR-FILE-HEADER-IMAGE PIC X(94).
               10 AXR-FILE-DEBIT-TOTAL  PIC 9(10)V99.
               10 AXR-FILE-CREDIT-TOTAL PIC 9(10)V99.
               10 FILLER             PIC X(99).
           05 AXR-ENTRY-FIELDS REDEFINES AXR-BODY.
               10 AXR-POST-BATCH-ID  PIC X(08).
               10 AXR-POST-SEQ       PIC 9(04).
      * 'P' sent to posting; 'R' returned at intake with the code
      * below; 'N' prenote or zero-dollar entry, nothing to post;
      * 'B' its company batch failed its control totals and 'U' a
      * transaction code the bank does not post, both held for
      * operations.
               10 AXR-STATUS         PIC X(01).
                   88 AXR-SENT-TO-POSTING VALUE 'P'.
                   88 AXR-RETURNED-AT-INTAKE VALUE 'R'.
                   88 AXR-NON-MONETARY   VALUE 'N'.
                   88 AXR-BATCH-OUT-OF-BALANCE VALUE 'B'.
                   88 AXR-CODE-NOT-POSTED VALUE 'U'.
               10 AXR-RETURN-CODE    PIC X(03).
               10 AXR-ACCT-NUMBER    PIC X(10).
               10 AXR-POST-CODE      PIC X(01).
               10 AXR-AMOUNT         PIC 9(08)V99.
               10 AXR-BATCH-HEADER-IMAGE PIC X(94).
               10 AXR-ENTRY-IMAGE    PIC X(94).
