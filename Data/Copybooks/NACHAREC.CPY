      *****************************************************************
      * NACHAREC - NACHA 94-byte ACH record layout, one record type
      * per view: the file header ('1'), the company batch header
      * ('5'), the entry detail ('6'), the addenda ('7') - with the
      * return addenda laid over it - the batch control ('8') and
      * the file control ('9').  A file is blocked ten records to the
      * block and padded out with records of nines.  Copied into
      * every program that reads or writes an ACH file, and into
      * working storage to pick apart a saved record image.
      *****************************************************************
       01 ACH-RECORD.
           05 ACH-RECORD-TYPE        PIC X(01).
               88 ACH-FILE-HEADER    VALUE '1'.
               88 ACH-BATCH-HEADER   VALUE '5'.
               88 ACH-ENTRY-DETAIL   VALUE '6'.
               88 ACH-ADDENDA        VALUE '7'.
               88 ACH-BATCH-CONTROL  VALUE '8'.
               88 ACH-FILE-CONTROL   VALUE '9'.
           05 ACH-RECORD-BODY        PIC X(93).
           05 ACH-FILE-HEADER-FIELDS REDEFINES ACH-RECORD-BODY.
               10 AFH-PRIORITY-CODE  PIC 9(02).
               10 AFH-IMMED-DEST     PIC X(10).
               10 AFH-IMMED-ORIGIN   PIC X(10).
               10 AFH-CREATION-DATE  PIC 9(06).
               10 AFH-CREATION-TIME  PIC 9(04).
               10 AFH-FILE-ID-MOD    PIC X(01).
               10 AFH-RECORD-SIZE    PIC 9(03).
               10 AFH-BLOCKING-FACTOR PIC 9(02).
               10 AFH-FORMAT-CODE    PIC X(01).
               10 AFH-DEST-NAME      PIC X(23).
               10 AFH-ORIGIN-NAME    PIC X(23).
               10 AFH-REFERENCE-CODE PIC X(08).
           05 ACH-BATCH-HEADER-FIELDS REDEFINES ACH-RECORD-BODY.
               10 ABH-SERVICE-CLASS  PIC 9(03).
               10 ABH-COMPANY-NAME   PIC X(16).
               10 ABH-DISCRETIONARY  PIC X(20).
               10 ABH-COMPANY-ID     PIC X(10).
               10 ABH-SEC-CODE       PIC X(03).
               10 ABH-ENTRY-DESC     PIC X(10).
               10 ABH-DESCRIPTIVE-DATE PIC X(06).
               10 ABH-EFFECTIVE-DATE PIC X(06).
               10 ABH-SETTLEMENT-DATE PIC X(03).
               10 ABH-ORIGINATOR-STATUS PIC X(01).
               10 ABH-ODFI-ID        PIC X(08).
               10 ABH-BATCH-NUMBER   PIC 9(07).
      * Transaction codes: the second digit 2 is a credit, 7 a debit,
      * 3 and 8 their prenotes, 4 and 9 zero-dollar remittance
      * entries, 1 and 6 the returns of a credit and of a debit.
           05 ACH-ENTRY-FIELDS REDEFINES ACH-RECORD-BODY.
               10 AED-TXN-CODE       PIC 9(02).
                   88 AED-CREDIT     VALUE 22 32.
                   88 AED-DEBIT      VALUE 27 37.
                   88 AED-NON-MONETARY VALUE 23 24 28 29 33 34 38 39.
                   88 AED-RETURN-OF-CREDIT VALUE 21 31.
                   88 AED-RETURN-OF-DEBIT  VALUE 26 36.
               10 AED-RDFI-ID        PIC 9(08).
               10 AED-CHECK-DIGIT    PIC 9(01).
               10 AED-DFI-ACCOUNT    PIC X(17).
               10 AED-AMOUNT         PIC 9(08)V99.
               10 AED-INDIVIDUAL-ID  PIC X(15).
               10 AED-INDIVIDUAL-NAME PIC X(22).
               10 AED-DISCRETIONARY  PIC X(02).
               10 AED-ADDENDA-IND    PIC X(01).
               10 AED-TRACE-NUMBER.
                   15 AED-TRACE-ODFI PIC 9(08).
                   15 AED-TRACE-SEQ  PIC 9(07).
           05 ACH-ADDENDA-FIELDS REDEFINES ACH-RECORD-BODY.
               10 AAD-TYPE-CODE      PIC X(02).
               10 AAD-PAYMENT-INFO   PIC X(80).
               10 AAD-SEQUENCE       PIC 9(04).
               10 AAD-ENTRY-SEQ      PIC 9(07).
           05 ACH-RETURN-FIELDS REDEFINES ACH-RECORD-BODY.
               10 ARA-TYPE-CODE      PIC X(02).
               10 ARA-RETURN-REASON  PIC X(03).
               10 ARA-ORIG-TRACE     PIC X(15).
               10 ARA-DATE-OF-DEATH  PIC X(06).
               10 ARA-ORIG-RDFI      PIC X(08).
               10 ARA-ADDENDA-INFO   PIC X(44).
               10 ARA-TRACE-NUMBER   PIC X(15).
      * The entry hash is the sum of the entries' eight-digit RDFI
      * routing numbers, kept to its low-order ten digits.
           05 ACH-BATCH-CONTROL-FIELDS REDEFINES ACH-RECORD-BODY.
               10 ABC-SERVICE-CLASS  PIC 9(03).
               10 ABC-ENTRY-COUNT    PIC 9(06).
               10 ABC-ENTRY-HASH     PIC 9(10).
               10 ABC-DEBIT-TOTAL    PIC 9(10)V99.
               10 ABC-CREDIT-TOTAL   PIC 9(10)V99.
               10 ABC-COMPANY-ID     PIC X(10).
               10 ABC-AUTH-CODE      PIC X(19).
               10 ABC-RESERVED       PIC X(06).
               10 ABC-ODFI-ID        PIC X(08).
               10 ABC-BATCH-NUMBER   PIC 9(07).
           05 ACH-FILE-CONTROL-FIELDS REDEFINES ACH-RECORD-BODY.
               10 AFC-BATCH-COUNT    PIC 9(06).
               10 AFC-BLOCK-COUNT    PIC 9(06).
               10 AFC-ENTRY-COUNT    PIC 9(08).
               10 AFC-ENTRY-HASH     PIC 9(10).
               10 AFC-DEBIT-TOTAL    PIC 9(10)V99.
               10 AFC-CREDIT-TOTAL   PIC 9(10)V99.
               10 AFC-RESERVED       PIC X(39).
