      * Records archived before the customer master existed carry
      * spaces here and report at the account level.
               10 ARCH-CUST-NUMBER PIC X(10).
               10 FILLER         PIC X(39).
           05 ARCH-PURGE-DATE    PIC 9(8).
