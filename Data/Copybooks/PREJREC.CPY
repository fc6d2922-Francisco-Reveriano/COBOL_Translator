      *****************************************************************
      * PREJREC - Posting reject record layout for POSTREJ.
      * One record per transaction the posting run could not apply,
      * the same rejects POSTRPT prints, carrying the transaction as
      * it arrived and, for a transaction that came in a batch, the
      * batch and its position among the batch's details, so a
      * program that built the batch can find its own items again.
      * Copied into every program that writes or reads
      * POST-REJ-FILE.
      *****************************************************************
       01 POST-REJECT-RECORD.
           05 PREJ-RUN-DATE          PIC 9(08).
           05 PREJ-BATCH-ID          PIC X(08).
           05 PREJ-BATCH-SEQ         PIC 9(04).
           05 PREJ-TXN-IMAGE         PIC X(47).
           05 PREJ-REASON            PIC X(30).
