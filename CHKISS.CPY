           05 ISSUED-PAID-DATE      PIC 9(8).
           05 ISSUED-PAID-AMOUNT    PIC 9(7)V99.
           05 ISSUED-PERIOD         PIC X(8).
           05 ISSUED-PP-SENT        PIC X(1).
               88 POSPAY-PENDING                VALUE 'N'.
               88 POSPAY-SENT                   VALUE 'Y'.
