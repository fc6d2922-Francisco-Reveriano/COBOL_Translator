      * accounts that carry the customer number on the account
      * master.  The TIN and mailing address here are what the tax
      * extract and the statement package print, so accounts never
      * carry their own copies to drift out of step.  The TIN status
      * says whether the number has been certified by the customer,
      * is missing, or has drawn a B-notice from the IRS; a missing
      * TIN or a B-notice puts the customer's interest under backup
      * withholding.  Copied into every program that opens CUST-FILE.
      *****************************************************************
       01 CUSTOMER-RECORD.
           05 CUST-NUMBER        PIC X(10).
           05 CUST-STATE         PIC X(02).
           05 CUST-ZIP           PIC X(09).
           05 CUST-TIN           PIC X(09).
      * 'C' certified, 'M' missing, 'B' B-notice received.
           05 CUST-TIN-STATUS    PIC X(01).
               88 CUST-TIN-CERTIFIED VALUE 'C'.
               88 CUST-TIN-MISSING   VALUE 'M'.
               88 CUST-TIN-B-NOTICE  VALUE 'B'.
               88 CUST-BACKUP-WITHHOLD VALUE 'M' 'B'.
      * Day the TIN status was last set.
           05 CUST-TIN-STATUS-DATE PIC 9(8).
