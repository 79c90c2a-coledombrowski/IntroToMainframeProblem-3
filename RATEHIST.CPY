       01  RATE-HISTORY-RECORD.
           05 RH-KEY.
               10 RH-SSN            PIC X(9).
               10 RH-EFFECTIVE-DATE PIC 9(8).
               10 RH-CHANGE-SEQ     PIC 99.
           05 RH-CHANGE-DATE        PIC 9(8).
           05 RH-OLD-PAY-TYPE       PIC X(1).
           05 RH-OLD-RATE           PIC 9(2)V99.
           05 RH-OLD-SALARY         PIC 9(5)V99.
           05 RH-NEW-PAY-TYPE       PIC X(1).
               88 RH-NEW-HOURLY                 VALUE 'H'.
               88 RH-NEW-SALARIED               VALUE 'S'.
           05 RH-NEW-RATE           PIC 9(2)V99.
           05 RH-NEW-SALARY         PIC 9(5)V99.
           05 RH-SOURCE             PIC X(10).
           05 RH-RETRO-STATUS       PIC X(1).
               88 RH-RETRO-NOT-NEEDED           VALUE 'N'.
               88 RH-RETRO-PENDING              VALUE 'P'.
               88 RH-RETRO-DONE                 VALUE 'D'.
           05 RH-RETRO-RUN-DATE     PIC 9(8).
