      * AUDITREC - Interest posting audit trail record for AUDTDATA.
      * One record per account the interest run processed, carrying
      * the balances before and after and the run that produced them.
      * The interest is the gross amount earned; when the owner is
      * under backup withholding the withheld part is carried beside
      * it and the new balance is net of it.
      * Copied into every program that writes or reads AUDIT-FILE.
      *****************************************************************
       01 AUDIT-RECORD.
           05 AUD-NEW-BALANCE    PIC S9(9)V99.
           05 AUD-RUN-DATE       PIC 9(8).
           05 AUD-RUN-ID         PIC X(14).
           05 AUD-WITHHELD-AMT   PIC S9(9)V99.
