       01  EARNINGS-CODE-RECORD.
           05 EC-CODE               PIC X(1).
           05 EC-DESCRIPTION        PIC X(18).
           05 EC-CALC-TYPE          PIC X(1).
               88 EC-RATE-MULTIPLIER            VALUE 'M'.
               88 EC-FLAT-PER-HOUR              VALUE 'F'.
               88 EC-KEYED-AMOUNT               VALUE 'A'.
           05 EC-MULTIPLIER         PIC 9V9999.
           05 EC-FLAT-AMOUNT        PIC 9(5)V99.
           05 EC-OVERTIME-SW        PIC X(1).
               88 EC-IN-REGULAR-RATE            VALUE 'Y'.
           05 EC-GL-ACCOUNT         PIC X(8).
           05 FILLER                PIC X(39).
