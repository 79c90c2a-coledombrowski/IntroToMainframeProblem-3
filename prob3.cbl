       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PAYROLL-INPUT-FILE ASSIGN USING INPUT-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAYROLL-OUTPUT-FILE
                   ASSIGN USING REGISTER-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAYROLL-EXCEPTION-FILE
                   ASSIGN USING EXCEPTION-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ACH-OUTPUT-FILE ASSIGN USING ACH-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAY-STUB-FILE ASSIGN USING STUB-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CHECK-PRINT-FILE ASSIGN USING CHECK-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CHECK-REGISTER-FILE
                   ASSIGN USING CHECK-REG-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CHECK-CONTROL-FILE ASSIGN TO 'checkctl.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHECK-ISSUED-STATUS-WS.

            SELECT TAX-LIABILITY-FILE ASSIGN TO 'taxliab.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TAX-LIABILITY-STATUS-WS.

            SELECT ADJUSTMENT-WORK-FILE
                   ASSIGN USING ADJ-WORK-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GL-WORK-FILE ASSIGN USING GL-WORK-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT DEPT-ACCOUNT-FILE ASSIGN TO 'deptacct.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DEPTACCT-STATUS-WS.

            SELECT GL-POSTING-FILE ASSIGN USING GL-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT LABOR-DIST-FILE ASSIGN USING LABOR-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SORT-WORK-FILE ASSIGN USING SORT-FILE-NAME-WS.

            SELECT SORTED-DETAIL-FILE ASSIGN USING SORTED-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'employee.master'
            RECORD KEY IS DEDUCT-KEY
            FILE STATUS IS DEDUCTION-MASTER-STATUS-WS.

            SELECT PAY-HISTORY-FILE ASSIGN TO 'payhist.master'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HIST-KEY
            FILE STATUS IS PAY-HISTORY-STATUS-WS.

            SELECT REMIT-DETAIL-FILE ASSIGN USING REMIT-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CHECKPOINT-FILE ASSIGN USING CHECKPOINT-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHECKPOINT-STATUS-WS.

            SELECT PAY-PERIOD-FILE ASSIGN TO 'payperiod.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAY-PERIOD-STATUS-WS.

            SELECT FINAL-PAY-FILE ASSIGN TO 'finalpay.rpt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EARNINGS-CODE-FILE ASSIGN TO 'earncode.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EARNCODE-STATUS-WS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-INPUT-FILE RECORDING MODE IS F.
       01  FILLER                   PIC X(100).

       FD  PAYROLL-OUTPUT-FILE RECORDING MODE IS F.
       01  PRINT-A-SINGLE-LINE      PIC X(132).
       FD  CHECK-ISSUED-FILE RECORDING MODE IS F.
       COPY CHKISS.

       FD  TAX-LIABILITY-FILE RECORDING MODE IS F.
       COPY TAXLIAB.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SORT-SSN-IN            PIC X(9).
           05 SORT-VAC-HOURS-IN      PIC 99.
           05 SORT-SICK-HOURS-IN     PIC 99.
           05 SORT-DEPT-IN           PIC X(4).
           05 SORT-EARNINGS-IN       PIC X(30).
           05 SORT-ADJ-SOURCE-IN     PIC X(1).

       FD  SORTED-DETAIL-FILE RECORDING MODE IS F.
       01  SORTED-DETAIL-RECORD.
           05 SORTED-VAC-HOURS-IN    PIC 99.
           05 SORTED-SICK-HOURS-IN   PIC 99.
           05 SORTED-DEPT-IN         PIC X(4).
           05 SORTED-EARNINGS-IN     PIC X(30).
           05 SORTED-ADJ-SOURCE-IN   PIC X(1).

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.
       01  DEPT-ACCOUNT-RECORD.
           05 DEPTACCT-KEY-IN       PIC X(4).
           05 DEPTACCT-ACCT-IN      PIC X(8).
           05 DEPTACCT-STATE-IN     PIC X(2).
           05 FILLER                PIC X(66).

       FD  GL-POSTING-FILE RECORDING MODE IS F.
       01  GL-POSTING-RECORD.
       FD  DEDUCTION-MASTER-FILE.
       COPY DEDMAST.

       FD  PAY-HISTORY-FILE.
       COPY PAYHIST.

       FD  REMIT-DETAIL-FILE RECORDING MODE IS F.
       COPY REMITDTL.

       FD  CHECKPOINT-FILE RECORDING MODE IS F.
       01  CHECKPOINT-RECORD.
           05 CHECKPOINT-COUNT      PIC 9(5).
           05 CHECKPOINT-ER-FICA     PIC 9(9)V99.
           05 CHECKPOINT-ER-MEDI     PIC 9(9)V99.
           05 CHECKPOINT-ER-MATCH    PIC 9(9)V99.
           05 CHECKPOINT-REMIT-COUNT PIC 9(7).
           05 CHECKPOINT-ER-FUTA     PIC 9(9)V99.
           05 CHECKPOINT-ER-SUTA     PIC 9(9)V99.

       FD  TAX-TABLE-FILE RECORDING MODE IS F.
       01  FILLER                   PIC X(80).

       FD  PAY-PERIOD-FILE RECORDING MODE IS F.
       COPY PAYPERD.

       FD  FINAL-PAY-FILE RECORDING MODE IS F.
       01  PRINT-A-FINAL-PAY-LINE   PIC X(132).

       FD  EARNINGS-CODE-FILE RECORDING MODE IS F.
       COPY EARNCODE.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WORKING-VARIABLES.
               88 RUN-IS-SEMIMONTHLY            VALUE 'S'.
           05 FREQ-FACTOR-WS        PIC 9V9999      VALUE 1.0000.
           05 TAXABLE-WEEKLY-WS     PIC 9(5)V99.
           05 FINAL-RUN-SW          PIC X(3)        VALUE 'NO '.
               88 FINAL-PAY-RUN                 VALUE 'YES'.

      *    A FINAL PAY RUN READS AND WRITES ITS OWN FILES SO IT CAN
      *    RUN BESIDE A REGULAR RUN WHOSE OUTPUT IS NOT YET RELEASED.
       01 RUN-FILE-NAMES-WS.
           05 INPUT-FILE-NAME-WS    PIC X(40)
                                   VALUE 'payroll.dat'.
           05 REGISTER-FILE-NAME-WS PIC X(40)
                                   VALUE 'payroll.doc'.
           05 EXCEPTION-FILE-NAME-WS PIC X(40)
                                   VALUE 'payroll.err'.
           05 ACH-FILE-NAME-WS      PIC X(40)
                                   VALUE 'payroll.ach'.
           05 STUB-FILE-NAME-WS     PIC X(40)
                                   VALUE 'paystub.doc'.
           05 CHECK-FILE-NAME-WS    PIC X(40)
                                   VALUE 'paycheck.doc'.
           05 CHECK-REG-FILE-NAME-WS PIC X(40)
                                   VALUE 'checkreg.doc'.
           05 ADJ-WORK-FILE-NAME-WS PIC X(40)
                                   VALUE 'payadj.tmp'.
           05 GL-WORK-FILE-NAME-WS  PIC X(40)
                                   VALUE 'payglw.tmp'.
           05 GL-FILE-NAME-WS       PIC X(40)
                                   VALUE 'payroll.gl'.
           05 LABOR-FILE-NAME-WS    PIC X(40)
                                   VALUE 'labordist.doc'.
           05 SORTED-FILE-NAME-WS   PIC X(40)
                                   VALUE 'sorted.dat'.
           05 REMIT-FILE-NAME-WS    PIC X(40)
                                   VALUE 'remitdtl.dat'.
           05 CHECKPOINT-FILE-NAME-WS PIC X(40)
                                   VALUE 'payroll.chk'.
           05 SORT-FILE-NAME-WS     PIC X(40)
                                   VALUE 'sortwrk.tmp'.

       01 PAY-PARM-RECORD.
           05 PARM-PAY-FREQ         PIC X(1).
           05 PARM-RUN-MODE         PIC X(5).
           05 FILLER                PIC X(74).

       01 PAY-PERIOD-CONTROL-WS.
           05 PAY-PERIOD-STATUS-WS  PIC X(2)        VALUE '00'.
           05 SICK-BALANCE-WS       PIC 9(3)V99     VALUE ZERO.
           05 ACCRUAL-HOURS-WS      PIC 9(3)        VALUE ZERO.

      *    FINAL PAY RUN - THE LAST TIMECARD OF A TERMINATED EMPLOYEE
      *    PLUS THE UNUSED VACATION BALANCE, PAID AS SUPPLEMENTAL WAGES.
       01 FINAL-PAY-CALC-WS.
           05 FINAL-RATE-WS         PIC 9(4)V9999   VALUE ZERO.
           05 FINAL-PAID-HOURS-WS   PIC 99          VALUE ZERO.
           05 PAYOUT-HOURS-WS       PIC S9(3)V99    VALUE ZERO.
           05 SUPPLEMENTAL-WS       PIC 9(5)V99     VALUE ZERO.
           05 SUPP-FED-TAX-WS       PIC 9(5)V99     VALUE ZERO.
           05 SUPP-STATE-TAX-WS     PIC 9(5)V99     VALUE ZERO.
           05 FORFEIT-SICK-WS       PIC S9(3)V99    VALUE ZERO.
           05 FINAL-STOPPED-COUNT-WS PIC 99         VALUE ZERO.
           05 FINAL-STATEMENT-COUNT-WS PIC 9(5)     VALUE ZERO.
           05 TERM-DAYS-WS          PIC S9(5)       VALUE ZERO.
           05 FINAL-DEADLINE-DAYS-WS PIC 9          VALUE 3.
           05 FINAL-DATE-IN-WS      PIC 9(8).
           05 FINAL-DATE-PARTS-WS REDEFINES FINAL-DATE-IN-WS.
               10 FINAL-DATE-YEAR-WS  PIC 9(4).
               10 FINAL-DATE-MONTH-WS PIC 99.
               10 FINAL-DATE-DAY-WS   PIC 99.
           05 FINAL-DATE-EDIT-WS.
               10 FINAL-EDIT-MONTH-WS PIC 99.
               10 FILLER            PIC X           VALUE '/'.
               10 FINAL-EDIT-DAY-WS PIC 99.
               10 FILLER            PIC X           VALUE '/'.
               10 FINAL-EDIT-YEAR-WS PIC 9(4).

      *    CODED EARNINGS - SHIFT, HOLIDAY, BONUS AND COMMISSION PAY
      *    CARRIED ON THE TIMECARD UNDER THE EARNINGS CODE TABLE.
       01 EARNINGS-CODE-CONTROL-WS.
           05 EARNCODE-STATUS-WS    PIC X(2)        VALUE '00'.
           05 EOF-EARNCODE-WS       PIC X(3)        VALUE 'NO '.
           05 EARN-CODE-COUNT-WS    PIC 99          VALUE ZERO.
           05 EARN-CODE-SUB-WS      PIC 99.
           05 EARN-CODE-HIT-WS      PIC 99.
           05 EARN-WORK-CODE-WS     PIC X(1).
           05 EARN-SUB-WS           PIC 9.
           05 EARN-ERROR-SW         PIC X(3)        VALUE 'NO '.
               88 EARNINGS-IN-ERROR             VALUE 'YES'.
           05 EARN-BASE-RATE-WS     PIC 9(4)V9999   VALUE ZERO.
           05 EARN-CHECK-TOTAL-WS   PIC 9(5)V99     VALUE ZERO.
           05 EARN-OT-BASIS-WS      PIC 9(5)V99     VALUE ZERO.
           05 EARN-OT-PREMIUM-WS    PIC 9(5)V99     VALUE ZERO.
           05 BASE-GROSS-WS         PIC 9(5)V99     VALUE ZERO.
           05 EARN-CHECK-ENTRY-WS OCCURS 3 TIMES.
               10 EARN-CHECK-HIT-WS    PIC 99.
               10 EARN-CHECK-AMOUNT-WS PIC 9(5)V99.

       01 EARNINGS-CODE-TABLE-WS.
           05 EARN-CODE-ENTRY-WS OCCURS 20 TIMES.
               10 ECT-CODE-WS       PIC X(1).
               10 ECT-DESC-WS       PIC X(18).
               10 ECT-CALC-TYPE-WS  PIC X(1).
               10 ECT-MULTIPLIER-WS PIC 9V9999.
               10 ECT-FLAT-AMOUNT-WS PIC 9(5)V99.
               10 ECT-OVERTIME-SW-WS PIC X(1).
               10 ECT-GL-ACCT-WS    PIC X(8).
               10 ECT-RUN-AMOUNT-WS PIC 9(9)V99.

       01 EXCEPTION-VALIDATION-WS.
           05 VALID-RECORD-SW       PIC X(3)        VALUE 'YES'.
               88 RECORD-IS-VALID              VALUE 'YES'.
           05 MATCH-CHECK-TOTAL-WS  PIC 9(5)V99     VALUE ZERO.
           05 MATCH-TAKEN-WS        PIC 9(5)V99.
           05 MATCH-REMAIN-WS       PIC S9(7)V99.
           05 DEDUCT-EFF-DATE-WS    PIC 9(8).
           05 DEDUCT-DUE-SW         PIC X(3)        VALUE 'YES'.
               88 DEDUCTION-IS-DUE              VALUE 'YES'.

      *    PRE-TAX TAKES ARE HELD HERE DURING THE SCAN AND POSTED TO
      *    DEDUCT.MASTER AND THE RUN TOTALS ONLY AFTER THE DETAIL
               10 BRACKET-STATE-RATE    PIC V999.

      *    DEFAULT FICA/MEDICARE LIMITS - OVERRIDDEN BY THE TAX TABLE
      *    FILE HEADER WHEN ONE IS PRESENT. THE SUTA RATE AND BASE
      *    COME FROM THE LATEST 'U' RECORD IN THE SAME FILE.
       01 WITHHOLDING-CONSTANTS.
           05 FICA-RATE-WS          PIC V999        VALUE .062.
           05 MEDICARE-RATE-WS      PIC V9999       VALUE .0145.
           05 FICA-WAGE-BASE-WS     PIC 9(7)V99     VALUE 176100.00.
           05 ADDL-MEDICARE-LIMIT-WS PIC 9(7)V99    VALUE 200000.00.
           05 ADDL-MEDICARE-RATE-WS PIC V9999       VALUE .0090.
           05 FUTA-RATE-WS          PIC V9999       VALUE .0060.
           05 FUTA-WAGE-BASE-WS     PIC 9(7)V99     VALUE 7000.00.
           05 SUTA-RATE-WS          PIC V9(5)       VALUE .02700.
           05 SUTA-WAGE-BASE-WS     PIC 9(7)V99     VALUE 9000.00.
           05 SUPP-FED-RATE-WS      PIC V999        VALUE .220.

       01 TAX-TABLE-CONTROL-WS.
           05 TAX-TABLE-STATUS-WS   PIC X(2)        VALUE '00'.
           05 TAX-CAPTURE-SW        PIC X(3)        VALUE 'NO '.
               88 CAPTURING-TAX-SET             VALUE 'YES'.
           05 TAX-BEST-EFF-DATE-WS  PIC 9(8)        VALUE ZERO.
           05 SUI-BEST-EFF-DATE-WS  PIC 9(8)        VALUE ZERO.
           05 SUI-STATE-WS          PIC X(2)        VALUE SPACES.
           05 TAX-VERSION-WS        PIC X(8)   VALUE 'BUILTIN'.
           05 TAX-EFF-DATE-WS       PIC 9(8)        VALUE ZERO.
           05 RUN-DATE-NUMERIC-WS   PIC 9(8).
           05 TAX-REC-TYPE          PIC X(1).
               88 TAX-HEADER-RECORD             VALUE 'H'.
               88 TAX-BRACKET-RECORD            VALUE 'B'.
               88 TAX-SUI-RATE-RECORD           VALUE 'U'.
               88 TAX-STATE-BRACKET-RECORD      VALUE 'S'.
               88 TAX-RECIPROCITY-RECORD        VALUE 'R'.
           05 FILLER                PIC X(79).

       01 TAX-HEADER-INPUT REDEFINES TAX-TABLE-INPUT-RECORD.
           05 TAX-HDR-ADDL-LIMIT    PIC 9(7)V99.
           05 TAX-HDR-ADDL-RATE     PIC V9999.
           05 TAX-HDR-ALLOWANCE     PIC 9(5)V99.
           05 TAX-HDR-FUTA-RATE     PIC V9999.
           05 TAX-HDR-FUTA-BASE     PIC 9(7)V99.
           05 TAX-HDR-SUPP-RATE     PIC V999.
           05 FILLER                PIC X(11).

       01 TAX-BRACKET-INPUT REDEFINES TAX-TABLE-INPUT-RECORD.
           05 FILLER                PIC X(1).
           05 TAX-BKT-STATE-RATE    PIC V999.
           05 FILLER                PIC X(65).

       01 TAX-SUI-RATE-INPUT REDEFINES TAX-TABLE-INPUT-RECORD.
           05 FILLER                PIC X(1).
           05 TAX-SUI-EFF-DATE      PIC 9(8).
           05 TAX-SUI-STATE         PIC X(2).
           05 TAX-SUI-RATE          PIC V9(5).
           05 TAX-SUI-WAGE-BASE     PIC 9(7)V99.
           05 FILLER                PIC X(55).

       01 TAX-STATE-BRACKET-INPUT REDEFINES TAX-TABLE-INPUT-RECORD.
           05 FILLER                PIC X(1).
           05 TAX-STB-STATE         PIC X(2).
           05 TAX-STB-FILING-STATUS PIC X(1).
           05 TAX-STB-UPPER-LIMIT   PIC 9(5)V99.
           05 TAX-STB-RATE          PIC V999.
           05 FILLER                PIC X(66).

       01 TAX-RECIPROCITY-INPUT REDEFINES TAX-TABLE-INPUT-RECORD.
           05 FILLER                PIC X(1).
           05 TAX-RCP-WORK-STATE    PIC X(2).
           05 TAX-RCP-RES-STATE     PIC X(2).
           05 FILLER                PIC X(75).

       01 TAX-TABLE-WS.
           05 TAX-STATUS-ENTRY-WS OCCURS 3 TIMES.
               10 TAX-BRACKET-COUNT-WS PIC 9.
                   15 TAX-FED-RATE-WS    PIC V999.
                   15 TAX-STATE-RATE-WS  PIC V999.

      *    STATE BRACKETS FROM THE 'S' RECORDS OF THE TAX SET IN EFFECT.
      *    A STATE WITH NO BRACKETS OF ITS OWN USES THE STATE RATE ON
      *    THE 'B' RECORDS. AN 'R' RECORD PAIRS A WORK STATE WITH A
      *    RESIDENT STATE WHOSE RESIDENTS IT DOES NOT TAX.
       01 STATE-TAX-CONTROL-WS.
           05 STATE-TABLE-COUNT-WS  PIC 99          VALUE ZERO.
           05 STATE-SUB-WS          PIC 99.
           05 STATE-HIT-WS          PIC 99.
           05 ST-STATUS-SUB-WS      PIC 9.
           05 ST-BRACKET-SUB-WS     PIC 9.
           05 RECIP-COUNT-WS        PIC 99          VALUE ZERO.
           05 RECIP-SUB-WS          PIC 99.
           05 RECIP-FOUND-SW        PIC X(3)        VALUE 'NO '.
               88 RECIPROCITY-APPLIES           VALUE 'YES'.
           05 LOOKUP-STATE-WS       PIC X(2).
           05 LOOKUP-DEPT-WS        PIC X(4).
           05 LOOKUP-RATE-WS        PIC V999.
           05 RESIDENT-STATE-WS     PIC X(2).
           05 RESIDENT-RATE-WS      PIC V999.
           05 RESIDENT-WAGES-WS     PIC 9(5)V99.
           05 WORK-STATE-WS         PIC X(2).
           05 WORK-STATE-TAX-WS     PIC 9(5)V99.
           05 RESIDENT-ON-WORK-WS   PIC 9(5)V99.
           05 ALLOC-REMAIN-WS       PIC S9(5)V99.
           05 ALLOC-AMOUNT-WS       PIC 9(5)V99.
           05 ALLOC-SUB-WS          PIC 9.
           05 ALLOC-HIT-WS          PIC 9.
           05 CHECK-STATE-SUB-WS    PIC 9.
           05 STATE-BUCKET-SUB-WS   PIC 9.
           05 STATE-BUCKET-HIT-WS   PIC 9.

       01 STATE-TAX-TABLE-WS.
           05 STATE-TAX-ENTRY-WS OCCURS 20 TIMES.
               10 ST-STATE-CODE-WS  PIC X(2).
               10 ST-STATUS-ENTRY-WS OCCURS 3 TIMES.
                   15 ST-BRACKET-COUNT-WS PIC 9.
                   15 ST-BRACKET-WS OCCURS 9 TIMES.
                       20 ST-UPPER-LIMIT-WS PIC 9(5)V99.
                       20 ST-RATE-WS        PIC V999.

       01 RECIPROCITY-TABLE-WS.
           05 RECIP-ENTRY-WS OCCURS 30 TIMES.
               10 RECIP-WORK-STATE-WS PIC X(2).
               10 RECIP-RES-STATE-WS  PIC X(2).

      *    TAXABLE WAGES FOR THE CURRENT CHECK BY WORK STATE, AND THE
      *    STATES WITHHELD FOR - ENTRY 1 IS ALWAYS THE RESIDENT STATE.
       01 STATE-ALLOCATION-WS.
           05 ALLOC-COUNT-WS        PIC 9           VALUE ZERO.
           05 ALLOC-ENTRY-WS OCCURS 4 TIMES.
               10 ALLOC-STATE-WS    PIC X(2).
               10 ALLOC-WAGES-WS    PIC 9(5)V99.
           05 CHECK-STATE-COUNT-WS  PIC 9           VALUE ZERO.
           05 CHECK-STATE-ENTRY-WS OCCURS 5 TIMES.
               10 CS-STATE-WS       PIC X(2).
               10 CS-WAGES-WS       PIC 9(5)V99.
               10 CS-TAX-WS         PIC 9(5)V99.

       01 WITHHOLDING-CALC-WS.
           05 BRACKET-SUB-WS        PIC 9           VALUE 1.
           05 FEDERAL-TAX-WS        PIC 9(5)V99.
           05 TOTAL-WITHHOLDING-WS  PIC 9(5)V99.
           05 NET-PAY-WS            PIC S9(5)V99.

       01 UNEMPLOYMENT-CALC-WS.
           05 UI-QTR-SUB-WS         PIC 9.
           05 FUTA-YTD-WAGES-WS     PIC 9(7)V99.
           05 SUTA-YTD-WAGES-WS     PIC 9(7)V99.
           05 FUTA-TAXABLE-WS       PIC 9(5)V99.
           05 SUTA-TAXABLE-WS       PIC 9(5)V99.
           05 FUTA-TAX-WS           PIC 9(5)V99.
           05 SUTA-TAX-WS           PIC 9(5)V99.

       01 DEPARTMENT-CONTROL-WS.
           05 PREV-DEPT-WS          PIC X(4)        VALUE SPACES.
           05 FIRST-DETAIL-SW       PIC X(3)        VALUE 'YES'.

       01 EMPLOYEE-MASTER-STATUS-WS PIC X(2)        VALUE '00'.

       01 PAY-HISTORY-CONTROL-WS.
           05 PAY-HISTORY-STATUS-WS PIC X(2)        VALUE '00'.
           05 HIST-WRITE-DONE-SW    PIC X(3)        VALUE 'NO '.
               88 HISTORY-WRITE-DONE            VALUE 'YES'.
           05 HIST-DEPT-SUB-WS      PIC 9.

       01 REMIT-CONTROL-WS.
           05 REMIT-DETAIL-COUNT-WS PIC 9(7)        VALUE ZERO.
           05 REMIT-EMPLOYEE-AMT-WS PIC 9(7)V99.
           05 REMIT-MATCH-AMT-WS    PIC 9(7)V99.

       01 MASTER-FOUND-SW           PIC X(3)        VALUE 'NO '.
           88 MASTER-RECORD-FOUND              VALUE 'YES'.
           88 MASTER-RECORD-NOT-FOUND          VALUE 'NO '.
           05 FILLER                PIC X(3)        VALUE SPACES.
           05 DEDUCT-NOTE-OUT       PIC X(30).

       01 EARNINGS-DETAIL-LINE.
           05 FILLER                PIC X(8)        VALUE SPACES.
           05 FILLER                PIC X(9)   VALUE 'EARNINGS '.
           05 EARN-CODE-OUT         PIC X(1).
           05 FILLER                PIC X(5)        VALUE SPACES.
           05 EARN-AMOUNT-OUT       PIC $$$$,$$9.99.
           05 FILLER                PIC X(3)        VALUE SPACES.
           05 EARN-DESC-OUT         PIC X(18).
           05 FILLER                PIC X(3)        VALUE SPACES.
           05 EARN-HOURS-OUT        PIC Z9.

       01 DEPT-SUBTOTAL-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(11) VALUE 'DEPT TOTAL'.
           05 ADJ-PERIOD-ID-IN      PIC X(8).
           05 VAC-HOURS-IN          PIC 99.
           05 SICK-HOURS-IN         PIC 99.
           05 FILLER                PIC X(4).
           05 EARNINGS-TABLE-IN.
               10 EARN-ENTRY-IN OCCURS 3 TIMES.
                   15 EARN-CODE-IN   PIC X(1).
                   15 EARN-HOURS-IN  PIC 99.
                   15 EARN-AMOUNT-IN PIC 9(5)V99.
           05 ADJ-SOURCE-IN         PIC X(1).
               88 RETRO-ADJUSTMENT              VALUE 'R'.

       01 PAYROLL-OUTPUT-RECORD.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 TOTAL-ER-FICA-WS      PIC 9(9)V99     VALUE ZERO.
           05 TOTAL-ER-MEDICARE-WS  PIC 9(9)V99     VALUE ZERO.
           05 TOTAL-ER-MATCH-WS     PIC 9(9)V99     VALUE ZERO.
           05 TOTAL-ER-FUTA-WS      PIC 9(9)V99     VALUE ZERO.
           05 TOTAL-ER-SUTA-WS      PIC 9(9)V99     VALUE ZERO.
           05 TAX-LIABILITY-STATUS-WS PIC X(2)      VALUE '00'.
           05 EMPLOYER-MEDICARE-WS  PIC 9(5)V99.

       01 GL-CONSTANTS.
           05 GL-WORK-AMOUNT-WS     PIC 9(9)V99.
           05 GL-WORK-DESC-WS       PIC X(20).
           05 EMPLOYER-TAX-TOTAL-WS PIC 9(9)V99.
           05 UNEMPLOYMENT-TOTAL-WS PIC 9(9)V99.

       01 LABOR-DIST-CONTROL-WS.
           05 LABOR-DEPT-COUNT-WS   PIC 99          VALUE ZERO.
               88 SPLIT-HOURS-IN-ERROR          VALUE 'YES'.
           05 LABOR-TOTAL-HOURS-WS  PIC 9(7)        VALUE ZERO.
           05 LABOR-TOTAL-GROSS-WS  PIC 9(9)V99     VALUE ZERO.
           05 SPLIT-GROSS-WS        PIC 9(5)V99     OCCURS 4 TIMES.

       01 LABOR-DIST-TABLE-WS.
           05 LABOR-DIST-ENTRY-WS OCCURS 50 TIMES.
           05 FILLER                PIC X(6)        VALUE SPACES.
           05 LABOR-GROSS-OUT       PIC $$$,$$$,$$9.99.

       01 LABOR-EARNINGS-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 LABOR-EARN-DESC-OUT   PIC X(29).
           05 LABOR-EARN-GROSS-OUT  PIC $$$,$$$,$$9.99.

       01 LABOR-TOTAL-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(6)        VALUE 'TOTAL '.
           05 GL-MAP-ENTRY-WS OCCURS 50 TIMES.
               10 GL-MAP-KEY-WS     PIC X(4).
               10 GL-MAP-ACCT-WS    PIC X(8).
               10 GL-MAP-STATE-WS   PIC X(2).

       01 GL-ENTRY-TABLE-WS.
           05 GL-ENTRY-WS OCCURS 200 TIMES.
           05 FILLER                PIC X(11)  VALUE 'YTD HOURS'.
           05 STUB-YTD-HOURS-OUT    PIC ZZ,ZZ9.

       01 FINAL-PAY-HEADER-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE 'ACME CORPORATION'.
           05 FILLER                PIC X(30)
                                 VALUE 'FINAL PAY STATEMENT'.
           05 FILLER                PIC X(9)   VALUE 'RUN DATE '.
           05 FINAL-RUN-MONTH-OUT   PIC 99.
           05 FILLER                PIC X           VALUE '/'.
           05 FINAL-RUN-DAY-OUT     PIC 99.
           05 FILLER                PIC X           VALUE '/'.
           05 FINAL-RUN-YEAR-OUT    PIC 9999.

       01 FINAL-PAY-EMPLOYEE-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(10)  VALUE 'EMPLOYEE: '.
           05 FINAL-NAME-OUT        PIC X(20).
           05 FILLER                PIC X(6)        VALUE '  SSN '.
           05 FINAL-SSN-OUT         PIC X(9).
           05 FILLER                PIC X(7)        VALUE '  DEPT '.
           05 FINAL-DEPT-OUT        PIC X(4).
           05 FILLER                PIC X(9)   VALUE '  PERIOD '.
           05 FINAL-PERIOD-OUT      PIC X(8).

       01 FINAL-PAY-DATE-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(17)
                                 VALUE 'TERMINATION DATE '.
           05 FINAL-TERM-DATE-OUT   PIC X(11).
           05 FILLER                PIC X(15)
                                 VALUE 'FINAL PAY DATE '.
           05 FINAL-PAY-DATE-OUT    PIC X(11).
           05 FILLER                PIC X(11)  VALUE 'DAYS AFTER '.
           05 FINAL-TERM-DAYS-OUT   PIC ZZZ9-.
           05 FILLER                PIC X(3)        VALUE SPACES.
           05 FINAL-DEADLINE-OUT    PIC X(30).

       01 FINAL-PAY-COLUMN-LINE.
           05 FILLER                PIC X(33)       VALUE SPACES.
           05 FILLER                PIC X(6)   VALUE ' HOURS'.
           05 FILLER                PIC X(3)        VALUE SPACES.
           05 FILLER                PIC X(10)  VALUE '      RATE'.
           05 FILLER                PIC X(3)        VALUE SPACES.
           05 FILLER                PIC X(10)  VALUE '    AMOUNT'.

       01 FINAL-PAY-AMOUNT-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FINAL-CAPTION-OUT     PIC X(30).
           05 FINAL-HOURS-OUT       PIC ZZ9.99 BLANK WHEN ZERO.
           05 FILLER                PIC X(3)        VALUE SPACES.
           05 FINAL-RATE-OUT        PIC Z,ZZ9.9999 BLANK WHEN ZERO.
           05 FILLER                PIC X(3)        VALUE SPACES.
           05 FINAL-AMOUNT-OUT      PIC $$$,$$9.99.

       01 FINAL-PAY-METHOD-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(9)   VALUE 'PAID BY: '.
           05 FINAL-METHOD-OUT      PIC X(16).
           05 FINAL-CHECK-NO-OUT    PIC X(8).

       01 FINAL-PAY-LEAVE-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(19)
                                 VALUE 'DEDUCTIONS STOPPED '.
           05 FINAL-STOPPED-OUT     PIC Z9.
           05 FILLER                PIC X(24)
                                 VALUE '   SICK HOURS FORFEITED '.
           05 FINAL-FORFEIT-OUT     PIC ZZ9.99.
           05 FILLER                PIC X(27)
                                 VALUE '   LEAVE BALANCES SET ZERO'.

       01 FINAL-PAY-SIGNOFF-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(15)  VALUE 'HR REVIEWED BY '.
           05 FILLER                PIC X(30)       VALUE ALL '_'.
           05 FILLER                PIC X(8)   VALUE '   DATE '.
           05 FILLER                PIC X(12)       VALUE ALL '_'.

      *    NACHA FILE VALUES - REVIEW WITH THE BANK BEFORE CHANGING.
       01 ACH-COMPANY-CONSTANTS.
           05 ACH-IMMED-DEST-WS     PIC X(10) VALUE ' 091000019'.
           STOP RUN.

       200-OPEN.
           PERFORM 220-READ-RUN-PARAMETERS
           PERFORM 205-CHECK-FOR-RESTART

           OPEN INPUT PAYROLL-INPUT-FILE
                           CHECK-REGISTER-FILE
                           ADJUSTMENT-WORK-FILE
                           GL-WORK-FILE
                           REMIT-DETAIL-FILE
           ELSE
               OPEN OUTPUT PAYROLL-OUTPUT-FILE
                           PAYROLL-EXCEPTION-FILE
                           CHECK-REGISTER-FILE
                           ADJUSTMENT-WORK-FILE
                           GL-WORK-FILE
                           REMIT-DETAIL-FILE
           END-IF
           OPEN OUTPUT GL-POSTING-FILE
                       LABOR-DIST-FILE
      *    THE HR STATEMENTS BELONG TO FINAL PAY RUNS ONLY - A REGULAR
      *    RUN LEAVES THE LAST FINAL RUN'S STATEMENTS WHERE THEY ARE.
           IF FINAL-PAY-RUN
               IF RESTART-RUN
                   OPEN EXTEND FINAL-PAY-FILE
               ELSE
                   OPEN OUTPUT FINAL-PAY-FILE
               END-IF
           END-IF
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-WS FROM TIME
           COMPUTE CURRENT-QUARTER-WS = (RUN-MONTH-WS + 2) / 3

           PERFORM 222-READ-PAY-PERIOD

           PERFORM 230-READ-CHECK-CONTROL
           PERFORM 235-OPEN-CHECK-ISSUED
           PERFORM 240-LOAD-DEPT-ACCOUNTS
           PERFORM 243-LOAD-EARNINGS-CODES
           PERFORM 245-LOAD-TAX-TABLE

           IF NOT RESTART-RUN
                   STOP RUN
           END-EVALUATE

           OPEN I-O PAY-HISTORY-FILE
           EVALUATE PAY-HISTORY-STATUS-WS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   OPEN OUTPUT PAY-HISTORY-FILE
                   CLOSE PAY-HISTORY-FILE
                   OPEN I-O PAY-HISTORY-FILE
               WHEN OTHER
                   DISPLAY 'PROB3 - PAY HISTORY FILE OPEN FAILED '
                       'STATUS ' PAY-HISTORY-STATUS-WS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM 210-SORT-DETAIL-RECORDS
           MOVE 'NO ' TO EOF-PAYROLL-WS

                           OR PARM-PAY-FREQ = 'S'
                       MOVE PARM-PAY-FREQ TO RUN-FREQ-WS
                   END-IF
                   IF PARM-RUN-MODE = 'FINAL'
                       MOVE 'YES' TO FINAL-RUN-SW
                   END-IF
                   CLOSE PAY-PARM-FILE
               WHEN '35'
                   DISPLAY 'PROB3 - NO RUN PARAMETER FILE - '
                       TO REGISTER-TITLE-OUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF FINAL-PAY-RUN
               MOVE 'FINAL PAY REGISTER' TO REGISTER-TITLE-OUT
               DISPLAY 'PROB3 - FINAL PAY RUN - TERMINATED '
                   'EMPLOYEES ONLY'
               PERFORM 221-SET-FINAL-FILE-NAMES
           END-IF.

       221-SET-FINAL-FILE-NAMES.
           MOVE 'finalpay.dat'   TO INPUT-FILE-NAME-WS
           MOVE 'finalpay.doc'   TO REGISTER-FILE-NAME-WS
           MOVE 'finalpay.err'   TO EXCEPTION-FILE-NAME-WS
           MOVE 'finalpay.ach'   TO ACH-FILE-NAME-WS
           MOVE 'finalstub.doc'  TO STUB-FILE-NAME-WS
           MOVE 'finalchk.doc'   TO CHECK-FILE-NAME-WS
           MOVE 'finalreg.doc'   TO CHECK-REG-FILE-NAME-WS
           MOVE 'finaladj.tmp'   TO ADJ-WORK-FILE-NAME-WS
           MOVE 'finalglw.tmp'   TO GL-WORK-FILE-NAME-WS
           MOVE 'finalpay.gl'    TO GL-FILE-NAME-WS
           MOVE 'finallab.doc'   TO LABOR-FILE-NAME-WS
           MOVE 'finalsrt.dat'   TO SORTED-FILE-NAME-WS
           MOVE 'finalrem.dat'   TO REMIT-FILE-NAME-WS
           MOVE 'finalpay.chk'   TO CHECKPOINT-FILE-NAME-WS
           MOVE 'finalwrk.tmp'   TO SORT-FILE-NAME-WS.

      *    A PERIOD ALREADY MARKED PAID MEANS THIS INPUT HAS BEEN RUN -
      *    REFUSE TO START RATHER THAN DOUBLE THE YTD AND PAYMENTS.
      *    A FINAL PAY RUN IS OUTSIDE THE PERIOD CYCLE: IT MAY RUN IN A
      *    PAID PERIOD, IS DATED THE DAY IT RUNS, AND MARKS NOTHING.
       222-READ-PAY-PERIOD.
           OPEN INPUT PAY-PERIOD-FILE
           EVALUATE PAY-PERIOD-STATUS-WS
                       DISPLAY 'PROB3 - PAY PERIOD FILE EMPTY - '
                           'DUPLICATE-RUN PROTECTION OFF'
                   ELSE
                       IF (PERIOD-IS-PAID OR PERIOD-IS-CLOSED)
                               AND NOT FINAL-PAY-RUN
                           DISPLAY 'PROB3 - PERIOD ' PERIOD-ID
                               ' ALREADY PAID - RUN REFUSED'
                           MOVE 16 TO RETURN-CODE
                       'STATUS ' PAY-PERIOD-STATUS-WS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF FINAL-PAY-RUN
               MOVE RUN-DATE-WS TO PERIOD-PAY-DATE-WS
           END-IF.

       230-READ-CHECK-CONTROL.
           IF NOT RESTART-RUN
                   TO GL-MAP-KEY-WS (GL-MAP-COUNT-WS)
               MOVE DEPTACCT-ACCT-IN
                   TO GL-MAP-ACCT-WS (GL-MAP-COUNT-WS)
               MOVE DEPTACCT-STATE-IN
                   TO GL-MAP-STATE-WS (GL-MAP-COUNT-WS)
           END-IF.

      *    WITHOUT AN EARNINGS CODE TABLE A TIMECARD CARRYING CODED
      *    EARNINGS IS REJECTED.
       243-LOAD-EARNINGS-CODES.
           OPEN INPUT EARNINGS-CODE-FILE
           EVALUATE EARNCODE-STATUS-WS
               WHEN '00'
                   MOVE 'NO ' TO EOF-EARNCODE-WS
                   PERFORM 244-LOAD-ONE-EARNINGS-CODE
                       UNTIL EOF-EARNCODE-WS = 'YES'
                   CLOSE EARNINGS-CODE-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PROB3 - EARNINGS CODE FILE OPEN FAILED '
                       'STATUS ' EARNCODE-STATUS-WS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       244-LOAD-ONE-EARNINGS-CODE.
           READ EARNINGS-CODE-FILE
               AT END MOVE 'YES' TO EOF-EARNCODE-WS
           END-READ

           IF EOF-EARNCODE-WS NOT = 'YES'
                   AND EC-CODE NOT = SPACE
                   AND EARN-CODE-COUNT-WS < 20
               ADD 1 TO EARN-CODE-COUNT-WS
               MOVE EARN-CODE-COUNT-WS TO EARN-CODE-HIT-WS
               MOVE EC-CODE
                   TO ECT-CODE-WS (EARN-CODE-HIT-WS)
               MOVE EC-DESCRIPTION
                   TO ECT-DESC-WS (EARN-CODE-HIT-WS)
               MOVE EC-CALC-TYPE
                   TO ECT-CALC-TYPE-WS (EARN-CODE-HIT-WS)
               MOVE EC-OVERTIME-SW
                   TO ECT-OVERTIME-SW-WS (EARN-CODE-HIT-WS)
               MOVE EC-GL-ACCOUNT
                   TO ECT-GL-ACCT-WS (EARN-CODE-HIT-WS)
               MOVE ZERO
                   TO ECT-MULTIPLIER-WS (EARN-CODE-HIT-WS)
                      ECT-FLAT-AMOUNT-WS (EARN-CODE-HIT-WS)
                      ECT-RUN-AMOUNT-WS (EARN-CODE-HIT-WS)
               IF EC-MULTIPLIER IS NUMERIC
                   MOVE EC-MULTIPLIER
                       TO ECT-MULTIPLIER-WS (EARN-CODE-HIT-WS)
               END-IF
               IF EC-FLAT-AMOUNT IS NUMERIC
                   MOVE EC-FLAT-AMOUNT
                       TO ECT-FLAT-AMOUNT-WS (EARN-CODE-HIT-WS)
               END-IF
           END-IF.

       245-LOAD-TAX-TABLE.
                   PERFORM 249-CHECK-LOADED-BRACKETS
                       VARYING TAX-STATUS-SUB-WS FROM 1 BY 1
                       UNTIL TAX-STATUS-SUB-WS > 3
                   IF SUI-BEST-EFF-DATE-WS = ZERO
                       DISPLAY 'PROB3 - NO SUI RATE RECORD - '
                           'BUILT-IN SUTA RATE IN EFFECT'
                   END-IF
               WHEN '35'
                   DISPLAY 'PROB3 - NO TAX TABLE FILE - '
                       'BUILT-IN RATES IN EFFECT'
                       PERFORM 248-START-TAX-SET
                   WHEN TAX-BRACKET-RECORD AND CAPTURING-TAX-SET
                       PERFORM 248A-LOAD-ONE-BRACKET
                   WHEN TAX-SUI-RATE-RECORD
                       PERFORM 248C-LOAD-SUI-RATE
                   WHEN TAX-STATE-BRACKET-RECORD AND CAPTURING-TAX-SET
                       PERFORM 248D-LOAD-STATE-BRACKET
                   WHEN TAX-RECIPROCITY-RECORD AND CAPTURING-TAX-SET
                       PERFORM 248E-LOAD-RECIPROCITY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE TAX-HDR-ADDL-LIMIT TO ADDL-MEDICARE-LIMIT-WS
               MOVE TAX-HDR-ADDL-RATE  TO ADDL-MEDICARE-RATE-WS
               MOVE TAX-HDR-ALLOWANCE  TO ALLOWANCE-AMOUNT-WS
               IF TAX-HDR-FUTA-RATE IS NUMERIC
                       AND TAX-HDR-FUTA-BASE IS NUMERIC
                       AND TAX-HDR-FUTA-BASE > ZERO
                   MOVE TAX-HDR-FUTA-RATE TO FUTA-RATE-WS
                   MOVE TAX-HDR-FUTA-BASE TO FUTA-WAGE-BASE-WS
               END-IF
               IF TAX-HDR-SUPP-RATE IS NUMERIC
                       AND TAX-HDR-SUPP-RATE > ZERO
                   MOVE TAX-HDR-SUPP-RATE TO SUPP-FED-RATE-WS
               END-IF
               PERFORM 248B-CLEAR-ONE-STATUS
                   VARYING TAX-STATUS-SUB-WS FROM 1 BY 1
                   UNTIL TAX-STATUS-SUB-WS > 3
               MOVE ZERO TO STATE-TABLE-COUNT-WS
                            RECIP-COUNT-WS
           ELSE
               MOVE 'NO ' TO TAX-CAPTURE-SW
           END-IF.
       248B-CLEAR-ONE-STATUS.
           MOVE ZERO TO TAX-BRACKET-COUNT-WS (TAX-STATUS-SUB-WS).

      *    THE STATE SENDS A NEW EXPERIENCE RATE EACH YEAR - A NEW 'U'
      *    RECORD IS ADDED AND THE LATEST ONE IN EFFECT IS USED.
       248C-LOAD-SUI-RATE.
           IF TAX-SUI-EFF-DATE IS NUMERIC
                   AND TAX-SUI-RATE IS NUMERIC
                   AND TAX-SUI-WAGE-BASE IS NUMERIC
                   AND TAX-SUI-EFF-DATE <= RUN-DATE-NUMERIC-WS
                   AND TAX-SUI-EFF-DATE >= SUI-BEST-EFF-DATE-WS
               MOVE TAX-SUI-EFF-DATE  TO SUI-BEST-EFF-DATE-WS
               MOVE TAX-SUI-STATE     TO SUI-STATE-WS
               MOVE TAX-SUI-RATE      TO SUTA-RATE-WS
               MOVE TAX-SUI-WAGE-BASE TO SUTA-WAGE-BASE-WS
           END-IF.

       248D-LOAD-STATE-BRACKET.
           EVALUATE TAX-STB-FILING-STATUS
               WHEN 'S'
                   MOVE 1 TO ST-STATUS-SUB-WS
               WHEN 'M'
                   MOVE 2 TO ST-STATUS-SUB-WS
               WHEN 'H'
                   MOVE 3 TO ST-STATUS-SUB-WS
               WHEN OTHER
                   MOVE ZERO TO ST-STATUS-SUB-WS
           END-EVALUATE

           MOVE TAX-STB-STATE TO LOOKUP-STATE-WS
           PERFORM 248F-FIND-STATE-ENTRY
           IF STATE-HIT-WS = ZERO
               IF STATE-TABLE-COUNT-WS < 20
                   ADD 1 TO STATE-TABLE-COUNT-WS
                   MOVE STATE-TABLE-COUNT-WS TO STATE-HIT-WS
                   MOVE TAX-STB-STATE
                       TO ST-STATE-CODE-WS (STATE-HIT-WS)
                   MOVE ZERO TO ST-BRACKET-COUNT-WS (STATE-HIT-WS 1)
                                ST-BRACKET-COUNT-WS (STATE-HIT-WS 2)
                                ST-BRACKET-COUNT-WS (STATE-HIT-WS 3)
               ELSE
                   DISPLAY 'PROB3 - STATE TABLE FULL - BRACKETS FOR '
                       TAX-STB-STATE ' IGNORED'
               END-IF
           END-IF

           IF STATE-HIT-WS > ZERO
                   AND ST-STATUS-SUB-WS > ZERO
                   AND TAX-STB-UPPER-LIMIT IS NUMERIC
                   AND TAX-STB-RATE IS NUMERIC
                   AND ST-BRACKET-COUNT-WS
                       (STATE-HIT-WS ST-STATUS-SUB-WS) < 9
               ADD 1 TO ST-BRACKET-COUNT-WS
                   (STATE-HIT-WS ST-STATUS-SUB-WS)
               MOVE ST-BRACKET-COUNT-WS (STATE-HIT-WS ST-STATUS-SUB-WS)
                   TO ST-BRACKET-SUB-WS
               MOVE TAX-STB-UPPER-LIMIT
                   TO ST-UPPER-LIMIT-WS
                       (STATE-HIT-WS ST-STATUS-SUB-WS ST-BRACKET-SUB-WS)
               MOVE TAX-STB-RATE
                   TO ST-RATE-WS
                       (STATE-HIT-WS ST-STATUS-SUB-WS ST-BRACKET-SUB-WS)
           END-IF.

       248E-LOAD-RECIPROCITY.
           IF RECIP-COUNT-WS < 30
               ADD 1 TO RECIP-COUNT-WS
               MOVE TAX-RCP-WORK-STATE
                   TO RECIP-WORK-STATE-WS (RECIP-COUNT-WS)
               MOVE TAX-RCP-RES-STATE
                   TO RECIP-RES-STATE-WS (RECIP-COUNT-WS)
           ELSE
               DISPLAY 'PROB3 - RECIPROCITY TABLE FULL - '
                   TAX-RCP-WORK-STATE '/' TAX-RCP-RES-STATE ' IGNORED'
           END-IF.

       248F-FIND-STATE-ENTRY.
           MOVE ZERO TO STATE-HIT-WS
           PERFORM 248G-SCAN-STATE-ENTRY
               VARYING STATE-SUB-WS FROM 1 BY 1
               UNTIL STATE-SUB-WS > STATE-TABLE-COUNT-WS.

       248G-SCAN-STATE-ENTRY.
           IF ST-STATE-CODE-WS (STATE-SUB-WS) = LOOKUP-STATE-WS
               MOVE STATE-SUB-WS TO STATE-HIT-WS
           END-IF.

       249-CHECK-LOADED-BRACKETS.
           IF TAX-BRACKET-COUNT-WS (TAX-STATUS-SUB-WS) = ZERO
               DISPLAY 'PROB3 - NO TAX BRACKETS FOR STATUS '
                           MOVE CHECKPOINT-ER-MATCH
                                       TO TOTAL-ER-MATCH-WS
                       END-IF
                       IF CHECKPOINT-REMIT-COUNT IS NUMERIC
                           MOVE CHECKPOINT-REMIT-COUNT
                                       TO REMIT-DETAIL-COUNT-WS
                       END-IF
                       IF CHECKPOINT-ER-FUTA IS NUMERIC
                           MOVE CHECKPOINT-ER-FUTA
                                       TO TOTAL-ER-FUTA-WS
                       END-IF
                       IF CHECKPOINT-ER-SUTA IS NUMERIC
                           MOVE CHECKPOINT-ER-SUTA
                                       TO TOTAL-ER-SUTA-WS
                       END-IF
                       DISPLAY 'PROB3 - RESTARTING AFTER RECORD '
                           CHECKPOINT-COUNT ' SSN ' CHECKPOINT-SSN
                   END-IF
               MOVE ADJ-PERIOD-ID-IN TO SORT-ADJ-PERIOD-IN
               MOVE VAC-HOURS-IN     TO SORT-VAC-HOURS-IN
               MOVE SICK-HOURS-IN    TO SORT-SICK-HOURS-IN
               MOVE EARNINGS-TABLE-IN TO SORT-EARNINGS-IN
               MOVE ADJ-SOURCE-IN    TO SORT-ADJ-SOURCE-IN
               MOVE SSN-IN           TO MASTER-SSN
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
           PERFORM 278-TOTAL-ONE-SPLIT
               VARYING SPLIT-SUB-WS FROM 1 BY 1
               UNTIL SPLIT-SUB-WS > 4
           MOVE 'NO ' TO EARN-ERROR-SW
           PERFORM 279-CHECK-ONE-EARNINGS
               VARYING EARN-SUB-WS FROM 1 BY 1
               UNTIL EARN-SUB-WS > 3

           IF VAC-HOURS-IN IS NUMERIC
               MOVE VAC-HOURS-IN TO VAC-HOURS-WS
               WHEN MASTER-RECORD-NOT-FOUND
                   MOVE 'NO ' TO VALID-RECORD-SW
                   MOVE 'EMPLOYEE NOT ON MASTER' TO EXCEPTION-REASON-WS
               WHEN EMPLOYEE-TERMINATED AND NOT FINAL-PAY-RUN
                   MOVE 'NO ' TO VALID-RECORD-SW
                   MOVE 'EMPLOYEE TERMINATED' TO EXCEPTION-REASON-WS
               WHEN FINAL-PAY-RUN AND NOT EMPLOYEE-TERMINATED
                   MOVE 'NO ' TO VALID-RECORD-SW
                   MOVE 'NOT TERMINATED - FINAL RUN'
                                           TO EXCEPTION-REASON-WS
               WHEN FINAL-PAY-RUN
                       AND MASTER-FINAL-PAY-DATE IS NUMERIC
                       AND MASTER-FINAL-PAY-DATE > ZERO
                   MOVE 'NO ' TO VALID-RECORD-SW
                   MOVE 'FINAL PAY ALREADY ISSUED'
                                           TO EXCEPTION-REASON-WS
               WHEN NOT EMPLOYEE-ACTIVE AND NOT EMPLOYEE-TERMINATED
                   MOVE 'NO ' TO VALID-RECORD-SW
                   MOVE 'INVALID STATUS CODE' TO EXCEPTION-REASON-WS
               WHEN NOT HOURLY-EMPLOYEE AND NOT SALARIED-EMPLOYEE
                   MOVE 'NO ' TO VALID-RECORD-SW
                   MOVE 'INVALID PAY FREQUENCY' TO EXCEPTION-REASON-WS
               WHEN RUN-IS-WEEKLY AND NOT WEEKLY-PAID
                       AND NOT FINAL-PAY-RUN
                   MOVE 'NO ' TO VALID-RECORD-SW
                   MOVE 'NOT IN RUN PAY GROUP' TO EXCEPTION-REASON-WS
               WHEN RUN-IS-BIWEEKLY AND NOT BIWEEKLY-PAID
                       AND NOT FINAL-PAY-RUN
                   MOVE 'NO ' TO VALID-RECORD-SW
                   MOVE 'NOT IN RUN PAY GROUP' TO EXCEPTION-REASON-WS
               WHEN RUN-IS-SEMIMONTHLY AND NOT SEMIMONTHLY-PAID
                       AND NOT FINAL-PAY-RUN
                   MOVE 'NO ' TO VALID-RECORD-SW
                   MOVE 'NOT IN RUN PAY GROUP' TO EXCEPTION-REASON-WS
               WHEN TIMECARD-HAS-SPLITS AND SPLIT-HOURS-IN-ERROR
                       AND SICK-HOURS-IN NOT = SPACES)
                   MOVE 'NO ' TO VALID-RECORD-SW
                   MOVE 'INVALID LEAVE HOURS' TO EXCEPTION-REASON-WS
               WHEN EARNINGS-IN-ERROR
                   MOVE 'NO ' TO VALID-RECORD-SW
                   MOVE 'INVALID EARNINGS CODE' TO EXCEPTION-REASON-WS
               WHEN HOURLY-EMPLOYEE AND HOURS-IN IS NUMERIC
                       AND VAC-HOURS-WS + SICK-HOURS-WS > HOURS-IN
                   MOVE 'NO ' TO VALID-RECORD-SW
               END-IF
           END-IF.

       279-CHECK-ONE-EARNINGS.
           MOVE ZERO TO EARN-CHECK-HIT-WS (EARN-SUB-WS)
           IF EARN-CODE-IN (EARN-SUB-WS) NOT = SPACE
               MOVE EARN-CODE-IN (EARN-SUB-WS) TO EARN-WORK-CODE-WS
               PERFORM 279A-FIND-EARNINGS-CODE
               MOVE EARN-CODE-HIT-WS TO EARN-CHECK-HIT-WS (EARN-SUB-WS)
               IF EARN-CODE-HIT-WS = ZERO
                       OR EARN-HOURS-IN (EARN-SUB-WS) NOT NUMERIC
                       OR EARN-AMOUNT-IN (EARN-SUB-WS) NOT NUMERIC
                   MOVE 'YES' TO EARN-ERROR-SW
               END-IF
           END-IF.

       279A-FIND-EARNINGS-CODE.
           MOVE ZERO TO EARN-CODE-HIT-WS
           PERFORM 279B-SCAN-EARNINGS-CODE
               VARYING EARN-CODE-SUB-WS FROM 1 BY 1
               UNTIL EARN-CODE-SUB-WS > EARN-CODE-COUNT-WS.

       279B-SCAN-EARNINGS-CODE.
           IF ECT-CODE-WS (EARN-CODE-SUB-WS) = EARN-WORK-CODE-WS
               MOVE EARN-CODE-SUB-WS TO EARN-CODE-HIT-WS
           END-IF.

       280-WRITE-EXCEPTION-RECORD.
           MOVE SSN-IN            TO SSN-ERR
           MOVE MASTER-NAME       TO NAME-ERR
               SICK-BALANCE-WS - SICK-HOURS-WS
               + (MASTER-SICK-ACCRUAL * ACCRUAL-HOURS-WS).

      *    ON A FINAL CHECK THE VACATION BALANCE HAS BEEN PAID OUT AND
      *    ANY SICK BALANCE IS FORFEITED. THE FINAL PAY DATE ON THE
      *    MASTER KEEPS THE EMPLOYEE FROM BEING PAID OUT TWICE.
       319-CLOSE-LEAVE-BALANCES.
           COMPUTE FORFEIT-SICK-WS =
               SICK-BALANCE-WS - SICK-HOURS-WS
           IF FORFEIT-SICK-WS < ZERO
               MOVE ZERO TO FORFEIT-SICK-WS
           END-IF
           MOVE ZERO               TO MASTER-VAC-BALANCE
                                      MASTER-SICK-BALANCE
           MOVE PERIOD-PAY-DATE-WS TO MASTER-FINAL-PAY-DATE.

       320-UPDATE-YTD-MASTER.
           ADD GROSS-WS TO YTD-GROSS-M
           ADD HOURS-IN    TO YTD-HOURS-M
               TO QTD-FICA-M (CURRENT-QUARTER-WS)
           ADD MEDICARE-TAX-WS
               TO QTD-MEDICARE-M (CURRENT-QUARTER-WS)
           ADD GROSS-WS
               TO QTD-UI-GROSS-M (CURRENT-QUARTER-WS)
           ADD FUTA-TAXABLE-WS
               TO QTD-FUTA-WAGES-M (CURRENT-QUARTER-WS)
           ADD SUTA-TAXABLE-WS
               TO QTD-SUTA-WAGES-M (CURRENT-QUARTER-WS)
           ADD FUTA-TAX-WS
               TO QTD-FUTA-TAX-M (CURRENT-QUARTER-WS)
           ADD SUTA-TAX-WS
               TO QTD-SUTA-TAX-M (CURRENT-QUARTER-WS)
           PERFORM 320A-POST-ONE-STATE
               VARYING CHECK-STATE-SUB-WS FROM 1 BY 1
               UNTIL CHECK-STATE-SUB-WS > CHECK-STATE-COUNT-WS
           MOVE YTD-GROSS-M TO YTD-OUT

           REWRITE EMPLOYEE-MASTER-RECORD.

      *    YTD-STATE-M AND QTD-STATE-M STAY THE ALL-STATE TOTALS; EACH
      *    STATE ALSO KEEPS ITS OWN BUCKET FOR THE W-2 STATE BOXES.
       320A-POST-ONE-STATE.
           MOVE ZERO TO STATE-BUCKET-HIT-WS
           PERFORM 320B-SCAN-STATE-BUCKET
               VARYING STATE-BUCKET-SUB-WS FROM 1 BY 1
               UNTIL STATE-BUCKET-SUB-WS > 5
           IF STATE-BUCKET-HIT-WS = ZERO
               PERFORM 320C-CLAIM-STATE-BUCKET
                   VARYING STATE-BUCKET-SUB-WS FROM 1 BY 1
                   UNTIL STATE-BUCKET-SUB-WS > 5
                       OR STATE-BUCKET-HIT-WS > ZERO
           END-IF

           IF STATE-BUCKET-HIT-WS = ZERO
               DISPLAY 'PROB3 - NO STATE BUCKET FREE FOR ' SSN-IN
                   ' STATE ' CS-STATE-WS (CHECK-STATE-SUB-WS)
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD CS-WAGES-WS (CHECK-STATE-SUB-WS)
                   TO SWH-YTD-WAGES-M (STATE-BUCKET-HIT-WS)
                      SWH-QTD-WAGES-M
                          (STATE-BUCKET-HIT-WS CURRENT-QUARTER-WS)
               ADD CS-TAX-WS (CHECK-STATE-SUB-WS)
                   TO SWH-YTD-TAX-M (STATE-BUCKET-HIT-WS)
                      SWH-QTD-TAX-M
                          (STATE-BUCKET-HIT-WS CURRENT-QUARTER-WS)
           END-IF.

       320B-SCAN-STATE-BUCKET.
           IF SWH-STATE-M (STATE-BUCKET-SUB-WS)
                   = CS-STATE-WS (CHECK-STATE-SUB-WS)
                   AND SWH-YTD-WAGES-M (STATE-BUCKET-SUB-WS) IS NUMERIC
               MOVE STATE-BUCKET-SUB-WS TO STATE-BUCKET-HIT-WS
           END-IF.

       320C-CLAIM-STATE-BUCKET.
           IF SWH-STATE-M (STATE-BUCKET-SUB-WS) = SPACES
                   AND (SWH-YTD-WAGES-M (STATE-BUCKET-SUB-WS)
                           NOT NUMERIC
                       OR SWH-YTD-WAGES-M (STATE-BUCKET-SUB-WS) = ZERO)
               MOVE STATE-BUCKET-SUB-WS TO STATE-BUCKET-HIT-WS
               MOVE CS-STATE-WS (CHECK-STATE-SUB-WS)
                   TO SWH-STATE-M (STATE-BUCKET-HIT-WS)
               MOVE ZERO TO SWH-YTD-WAGES-M (STATE-BUCKET-HIT-WS)
                            SWH-YTD-TAX-M (STATE-BUCKET-HIT-WS)
               MOVE ZEROES TO SWH-QTD-BUCKET-M (STATE-BUCKET-HIT-WS 1)
                              SWH-QTD-BUCKET-M (STATE-BUCKET-HIT-WS 2)
                              SWH-QTD-BUCKET-M (STATE-BUCKET-HIT-WS 3)
                              SWH-QTD-BUCKET-M (STATE-BUCKET-HIT-WS 4)
           END-IF.

       330-COMPUTE-WITHHOLDING.
           EVALUATE TRUE
               WHEN FILING-MARRIED
               MOVE ZERO TO ALLOWANCES-WS
           END-IF
           COMPUTE TAXABLE-GROSS-WS =
               GROSS-WS - SUPPLEMENTAL-WS - PRETAX-CHECK-TOTAL-WS
               - (ALLOWANCES-WS * ALLOWANCE-AMOUNT-WS
                   * FREQ-FACTOR-WS)
           IF TAXABLE-GROSS-WS < ZERO
           COMPUTE FEDERAL-TAX-WS ROUNDED =
               TAXABLE-GROSS-WS * TAX-FED-RATE-WS
                   (TAX-STATUS-SUB-WS BRACKET-SUB-WS)
      *    SUPPLEMENTAL WAGES STAY OUT OF THE BRACKET FIGURE AND ARE
      *    WITHHELD AT THE FLAT SUPPLEMENTAL RATE. FICA AND MEDICARE
      *    BELOW STILL RUN ON THE FULL GROSS.
           IF SUPPLEMENTAL-WS > ZERO
               COMPUTE SUPP-FED-TAX-WS ROUNDED =
                   SUPPLEMENTAL-WS * SUPP-FED-RATE-WS
               ADD SUPP-FED-TAX-WS TO FEDERAL-TAX-WS
           END-IF
           PERFORM 330C-COMPUTE-STATE-TAX
           IF SUPPLEMENTAL-WS > ZERO
               PERFORM 330N-TAX-SUPPLEMENTAL-STATE
           END-IF
           IF YTD-GROSS-M >= FICA-WAGE-BASE-WS
               MOVE ZERO TO FICA-TAXABLE-WS
           ELSE
               FEDERAL-TAX-WS + STATE-TAX-WS +
               FICA-TAX-WS + MEDICARE-TAX-WS
           COMPUTE NET-PAY-WS = GROSS-WS - PRETAX-CHECK-TOTAL-WS
               - TOTAL-WITHHOLDING-WS
           PERFORM 330A-COMPUTE-UNEMPLOYMENT-TAX.

      *    FUTA AND SUTA ARE EMPLOYER TAXES - NOTHING COMES OUT OF THE
      *    CHECK. EACH WAGE BASE IS MEASURED AGAINST THE TAXABLE WAGES
      *    ALREADY CARRIED IN THE QUARTERLY UI BUCKETS THIS YEAR.
       330A-COMPUTE-UNEMPLOYMENT-TAX.
           MOVE ZERO TO FUTA-YTD-WAGES-WS
                        SUTA-YTD-WAGES-WS
           PERFORM 330B-ADD-ONE-UI-QUARTER
               VARYING UI-QTR-SUB-WS FROM 1 BY 1
               UNTIL UI-QTR-SUB-WS > 4

           IF FUTA-YTD-WAGES-WS >= FUTA-WAGE-BASE-WS
               MOVE ZERO TO FUTA-TAXABLE-WS
           ELSE
               IF FUTA-YTD-WAGES-WS + GROSS-WS > FUTA-WAGE-BASE-WS
                   COMPUTE FUTA-TAXABLE-WS =
                       FUTA-WAGE-BASE-WS - FUTA-YTD-WAGES-WS
               ELSE
                   MOVE GROSS-WS TO FUTA-TAXABLE-WS
               END-IF
           END-IF
           COMPUTE FUTA-TAX-WS ROUNDED =
               FUTA-TAXABLE-WS * FUTA-RATE-WS

           IF SUTA-YTD-WAGES-WS >= SUTA-WAGE-BASE-WS
               MOVE ZERO TO SUTA-TAXABLE-WS
           ELSE
               IF SUTA-YTD-WAGES-WS + GROSS-WS > SUTA-WAGE-BASE-WS
                   COMPUTE SUTA-TAXABLE-WS =
                       SUTA-WAGE-BASE-WS - SUTA-YTD-WAGES-WS
               ELSE
                   MOVE GROSS-WS TO SUTA-TAXABLE-WS
               END-IF
           END-IF
           COMPUTE SUTA-TAX-WS ROUNDED =
               SUTA-TAXABLE-WS * SUTA-RATE-WS.

      *    TAXABLE WAGES ARE SPREAD OVER THE WORK STATES OF THE DEPTS
      *    WORKED, BY TIMECARD SPLIT HOURS. A WORK STATE THAT IS NOT
      *    THE RESIDENT STATE, AND HAS NO RECIPROCITY WITH IT, WITHHOLDS
      *    ON ITS SHARE; THE RESIDENT STATE TAXES ALL THE WAGES LESS A
      *    CREDIT FOR WHAT THE WORK STATE TOOK. A DEPT WITH NO STATE,
      *    AND AN EMPLOYEE WITH NO RESIDENT STATE, ARE IN THE SUI STATE.
       330C-COMPUTE-STATE-TAX.
           MOVE MASTER-RESIDENT-STATE TO RESIDENT-STATE-WS
           IF RESIDENT-STATE-WS = SPACES OR LOW-VALUES
               MOVE SUI-STATE-WS TO RESIDENT-STATE-WS
           END-IF
           MOVE RESIDENT-STATE-WS TO LOOKUP-STATE-WS
           PERFORM 330G-LOOKUP-STATE-RATE
           MOVE LOOKUP-RATE-WS TO RESIDENT-RATE-WS

           MOVE ZERO TO ALLOC-COUNT-WS
                        RESIDENT-WAGES-WS
                        STATE-TAX-WS
           MOVE 1                 TO CHECK-STATE-COUNT-WS
           MOVE RESIDENT-STATE-WS TO CS-STATE-WS (1)
           MOVE TAXABLE-GROSS-WS  TO CS-WAGES-WS (1)
           MOVE ZERO              TO CS-TAX-WS (1)

           IF TIMECARD-HAS-SPLITS
               MOVE TAXABLE-GROSS-WS TO ALLOC-REMAIN-WS
               PERFORM 330D-ALLOCATE-ONE-SPLIT
                   VARYING SPLIT-SUB-WS FROM 1 BY 1
                   UNTIL SPLIT-SUB-WS > 4
           ELSE
               MOVE MASTER-DEPT      TO LOOKUP-DEPT-WS
               MOVE TAXABLE-GROSS-WS TO ALLOC-AMOUNT-WS
               PERFORM 330J-ADD-WORK-STATE-WAGES
           END-IF

           PERFORM 330E-TAX-ONE-WORK-STATE
               VARYING ALLOC-SUB-WS FROM 1 BY 1
               UNTIL ALLOC-SUB-WS > ALLOC-COUNT-WS

           COMPUTE RESIDENT-ON-WORK-WS ROUNDED =
               RESIDENT-WAGES-WS * RESIDENT-RATE-WS
           ADD RESIDENT-ON-WORK-WS TO CS-TAX-WS (1)

           PERFORM 330F-ADD-ONE-CHECK-STATE
               VARYING CHECK-STATE-SUB-WS FROM 1 BY 1
               UNTIL CHECK-STATE-SUB-WS > CHECK-STATE-COUNT-WS.

      *    SAME SHARE RULE AS THE LABOR DISTRIBUTION - THE LAST SPLIT
      *    TAKES THE REMAINDER.
       330D-ALLOCATE-ONE-SPLIT.
           IF SPLIT-DEPT-IN (SPLIT-SUB-WS) NOT = SPACES
               EVALUATE TRUE
                   WHEN SPLIT-SUB-WS = LAST-SPLIT-WS
                       MOVE ALLOC-REMAIN-WS TO ALLOC-AMOUNT-WS
                   WHEN SPLIT-TOTAL-HOURS-WS = ZERO
                       MOVE ZERO TO ALLOC-AMOUNT-WS
                   WHEN OTHER
                       COMPUTE ALLOC-AMOUNT-WS ROUNDED =
                           TAXABLE-GROSS-WS
                               * SPLIT-HOURS-IN (SPLIT-SUB-WS)
                               / SPLIT-TOTAL-HOURS-WS
                       SUBTRACT ALLOC-AMOUNT-WS FROM ALLOC-REMAIN-WS
               END-EVALUATE
               MOVE SPLIT-DEPT-IN (SPLIT-SUB-WS) TO LOOKUP-DEPT-WS
               PERFORM 330J-ADD-WORK-STATE-WAGES
           END-IF.

       330E-TAX-ONE-WORK-STATE.
           MOVE ALLOC-STATE-WS (ALLOC-SUB-WS) TO WORK-STATE-WS
           MOVE 'NO ' TO RECIP-FOUND-SW
           PERFORM 330L-SCAN-RECIPROCITY
               VARYING RECIP-SUB-WS FROM 1 BY 1
               UNTIL RECIP-SUB-WS > RECIP-COUNT-WS

           IF WORK-STATE-WS = RESIDENT-STATE-WS
                   OR RECIPROCITY-APPLIES
               ADD ALLOC-WAGES-WS (ALLOC-SUB-WS) TO RESIDENT-WAGES-WS
           ELSE
               MOVE WORK-STATE-WS TO LOOKUP-STATE-WS
               PERFORM 330G-LOOKUP-STATE-RATE
               COMPUTE WORK-STATE-TAX-WS ROUNDED =
                   ALLOC-WAGES-WS (ALLOC-SUB-WS) * LOOKUP-RATE-WS
               COMPUTE RESIDENT-ON-WORK-WS ROUNDED =
                   ALLOC-WAGES-WS (ALLOC-SUB-WS) * RESIDENT-RATE-WS
               IF RESIDENT-ON-WORK-WS > WORK-STATE-TAX-WS
                   COMPUTE CS-TAX-WS (1) = CS-TAX-WS (1)
                       + RESIDENT-ON-WORK-WS - WORK-STATE-TAX-WS
               END-IF
               ADD 1 TO CHECK-STATE-COUNT-WS
               MOVE WORK-STATE-WS
                   TO CS-STATE-WS (CHECK-STATE-COUNT-WS)
               MOVE ALLOC-WAGES-WS (ALLOC-SUB-WS)
                   TO CS-WAGES-WS (CHECK-STATE-COUNT-WS)
               MOVE WORK-STATE-TAX-WS
                   TO CS-TAX-WS (CHECK-STATE-COUNT-WS)
           END-IF.

       330F-ADD-ONE-CHECK-STATE.
           ADD CS-TAX-WS (CHECK-STATE-SUB-WS) TO STATE-TAX-WS.

      *    THE BRACKET IS CHOSEN ON THE WHOLE CHECK, AS FOR FEDERAL.
      *    A STATE WITH NO BRACKETS FOR THE FILING STATUS FALLS BACK TO
      *    ITS SINGLE BRACKETS, THEN TO THE 'B' RECORD STATE RATE.
       330G-LOOKUP-STATE-RATE.
           PERFORM 248F-FIND-STATE-ENTRY
           MOVE TAX-STATUS-SUB-WS TO ST-STATUS-SUB-WS
           IF STATE-HIT-WS > ZERO
               IF ST-BRACKET-COUNT-WS (STATE-HIT-WS ST-STATUS-SUB-WS)
                       = ZERO
                   MOVE 1 TO ST-STATUS-SUB-WS
               END-IF
               IF ST-BRACKET-COUNT-WS (STATE-HIT-WS ST-STATUS-SUB-WS)
                       = ZERO
                   MOVE ZERO TO STATE-HIT-WS
               END-IF
           END-IF

           IF STATE-HIT-WS = ZERO
               MOVE TAX-STATE-RATE-WS (TAX-STATUS-SUB-WS BRACKET-SUB-WS)
                   TO LOOKUP-RATE-WS
           ELSE
               MOVE 1 TO ST-BRACKET-SUB-WS
               PERFORM 330H-FIND-STATE-BRACKET
                   UNTIL ST-BRACKET-SUB-WS = ST-BRACKET-COUNT-WS
                           (STATE-HIT-WS ST-STATUS-SUB-WS)
                       OR TAXABLE-WEEKLY-WS <= ST-UPPER-LIMIT-WS
                           (STATE-HIT-WS ST-STATUS-SUB-WS
                               ST-BRACKET-SUB-WS)
               MOVE ST-RATE-WS
                   (STATE-HIT-WS ST-STATUS-SUB-WS ST-BRACKET-SUB-WS)
                   TO LOOKUP-RATE-WS
           END-IF.

       330H-FIND-STATE-BRACKET.
           ADD 1 TO ST-BRACKET-SUB-WS.

       330J-ADD-WORK-STATE-WAGES.
           MOVE SUI-STATE-WS TO WORK-STATE-WS
           PERFORM 330K-SCAN-DEPT-STATE
               VARYING GL-MAP-SUB-WS FROM 1 BY 1
               UNTIL GL-MAP-SUB-WS > GL-MAP-COUNT-WS

           MOVE ZERO TO ALLOC-HIT-WS
           PERFORM 330M-SCAN-ALLOCATION
               VARYING ALLOC-SUB-WS FROM 1 BY 1
               UNTIL ALLOC-SUB-WS > ALLOC-COUNT-WS
           IF ALLOC-HIT-WS = ZERO
               ADD 1 TO ALLOC-COUNT-WS
               MOVE ALLOC-COUNT-WS TO ALLOC-HIT-WS
               MOVE WORK-STATE-WS  TO ALLOC-STATE-WS (ALLOC-HIT-WS)
               MOVE ZERO           TO ALLOC-WAGES-WS (ALLOC-HIT-WS)
           END-IF
           ADD ALLOC-AMOUNT-WS TO ALLOC-WAGES-WS (ALLOC-HIT-WS).

       330K-SCAN-DEPT-STATE.
           IF GL-MAP-KEY-WS (GL-MAP-SUB-WS) = LOOKUP-DEPT-WS
                   AND GL-MAP-STATE-WS (GL-MAP-SUB-WS) NOT = SPACES
               MOVE GL-MAP-STATE-WS (GL-MAP-SUB-WS) TO WORK-STATE-WS
           END-IF.

       330L-SCAN-RECIPROCITY.
           IF RECIP-WORK-STATE-WS (RECIP-SUB-WS) = WORK-STATE-WS
                   AND RECIP-RES-STATE-WS (RECIP-SUB-WS)
                       = RESIDENT-STATE-WS
               MOVE 'YES' TO RECIP-FOUND-SW
           END-IF.

       330M-SCAN-ALLOCATION.
           IF ALLOC-STATE-WS (ALLOC-SUB-WS) = WORK-STATE-WS
               MOVE ALLOC-SUB-WS TO ALLOC-HIT-WS
           END-IF.

      *    THE RESIDENT STATE TAKES THE SUPPLEMENTAL WAGES AT ITS RATE.
       330N-TAX-SUPPLEMENTAL-STATE.
           COMPUTE SUPP-STATE-TAX-WS ROUNDED =
               SUPPLEMENTAL-WS * RESIDENT-RATE-WS
           ADD SUPPLEMENTAL-WS   TO CS-WAGES-WS (1)
           ADD SUPP-STATE-TAX-WS TO CS-TAX-WS (1)
                                    STATE-TAX-WS.

       330B-ADD-ONE-UI-QUARTER.
           ADD QTD-FUTA-WAGES-M (UI-QTR-SUB-WS) TO FUTA-YTD-WAGES-WS
           ADD QTD-SUTA-WAGES-M (UI-QTR-SUB-WS) TO SUTA-YTD-WAGES-WS.

      *    PRE-TAX DEDUCTIONS COME OUT OF GROSS BEFORE THE BRACKET
      *    LOOKUP; FICA AND MEDICARE STILL APPLY TO THE FULL GROSS.
                   ADD PENDING-TAKEN-WS (PRETAX-PENDING-SUB-WS)
                       TO TOTAL-DEDUCT-WS
                   REWRITE DEDUCTION-MASTER-RECORD
                   MOVE PENDING-TAKEN-WS (PRETAX-PENDING-SUB-WS)
                       TO REMIT-EMPLOYEE-AMT-WS
                   MOVE PENDING-MATCH-WS (PRETAX-PENDING-SUB-WS)
                       TO REMIT-MATCH-AMT-WS
                   PERFORM 337C-WRITE-REMIT-DETAIL
           END-READ.

       335-PROCESS-DEDUCTIONS.
               IF DEDUCT-SSN NOT = SSN-IN
                   MOVE 'YES' TO EOF-DEDUCT-WS
               ELSE
                   IF FINAL-PAY-RUN AND NOT GARNISHMENT-DEDUCTION
                       IF POSTTAX-PHASE AND NOT DEDUCTION-STOPPED
                           PERFORM 336B-STOP-AT-TERMINATION
                       END-IF
                   ELSE
                       IF (PRETAX-PHASE AND PRE-TAX-DEDUCTION)
                               OR (POSTTAX-PHASE
                                   AND NOT PRE-TAX-DEDUCTION)
                           PERFORM 336A-CHECK-DEDUCTION-DATES
                           IF DEDUCTION-IS-DUE
                               PERFORM 337-TAKE-ONE-DEDUCTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    ONLY GARNISHMENTS ARE TAKEN FROM A FINAL CHECK. EVERY OTHER
      *    OPEN DEDUCTION IS STOPPED AS OF THE FINAL PAY DATE; THAT IS
      *    DONE IN THE POST-TAX PASS SO A REJECTED CHECK STOPS NOTHING.
       336B-STOP-AT-TERMINATION.
           MOVE 'S'                TO DEDUCT-STATUS
           MOVE PERIOD-PAY-DATE-WS TO DEDUCT-STOP-DATE
           REWRITE DEDUCTION-MASTER-RECORD
           ADD 1 TO FINAL-STOPPED-COUNT-WS.

      *    A DEDUCTION IS TAKEN FROM ITS START DATE UP TO THE DAY
      *    BEFORE ITS STOP DATE, JUDGED BY THE PAY DATE. ONCE THE STOP
      *    DATE IS REACHED THE RECORD IS MARKED STOPPED; THAT IS NOT A
      *    TAKE, SO IT IS POSTED IN EITHER PHASE.
       336A-CHECK-DEDUCTION-DATES.
           MOVE 'YES' TO DEDUCT-DUE-SW
           IF PERIOD-PAY-DATE-WS > ZERO
               MOVE PERIOD-PAY-DATE-WS  TO DEDUCT-EFF-DATE-WS
           ELSE
               MOVE RUN-DATE-NUMERIC-WS TO DEDUCT-EFF-DATE-WS
           END-IF

           EVALUATE TRUE
               WHEN DEDUCTION-STOPPED
                   MOVE 'NO ' TO DEDUCT-DUE-SW
               WHEN DEDUCT-START-DATE IS NUMERIC
                       AND DEDUCT-START-DATE > DEDUCT-EFF-DATE-WS
                   MOVE 'NO ' TO DEDUCT-DUE-SW
               WHEN DEDUCT-STOP-DATE IS NUMERIC
                       AND DEDUCT-STOP-DATE > ZERO
                       AND DEDUCT-STOP-DATE <= DEDUCT-EFF-DATE-WS
                   MOVE 'NO ' TO DEDUCT-DUE-SW
                   MOVE 'S'   TO DEDUCT-STATUS
                   REWRITE DEDUCTION-MASTER-RECORD
                   IF GARNISHMENT-DEDUCTION
                       DISPLAY 'PROB3 - GARNISHMENT ' DEDUCT-KEY
                           ' ORDER ' DEDUCT-ORDER-NO
                           ' STOPPED ON ' DEDUCT-STOP-DATE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       337-TAKE-ONE-DEDUCTION.
           IF PERCENT-DEDUCTION
               COMPUTE DEDUCT-REQUESTED-WS ROUNDED =
                                             MATCH-CHECK-TOTAL-WS
                                             TOTAL-ER-MATCH-WS
                   END-IF
                   MOVE DEDUCT-TAKEN-WS TO REMIT-EMPLOYEE-AMT-WS
                   MOVE MATCH-TAKEN-WS  TO REMIT-MATCH-AMT-WS
                   PERFORM 337C-WRITE-REMIT-DETAIL
                   PERFORM 338-BUILD-DEDUCTION-LINE
               END-IF
           END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    ONE REMITTANCE DETAIL PER DEDUCTION ACTUALLY TAKEN. REMIT
      *    SPLITS THESE BY PAYEE AFTER THE RUN AND TIES THEM BACK TO
      *    THE TRAILER TOTALS.
       337C-WRITE-REMIT-DETAIL.
           IF REMIT-EMPLOYEE-AMT-WS > ZERO OR REMIT-MATCH-AMT-WS > ZERO
               MOVE SPACES              TO REMIT-DETAIL-RECORD
               MOVE 'D'                 TO REMIT-REC-TYPE
               MOVE DEDUCT-SSN          TO REMIT-SSN
               MOVE MASTER-NAME         TO REMIT-NAME
               MOVE DEDUCT-PRIORITY     TO REMIT-PRIORITY
               MOVE DEDUCT-TYPE         TO REMIT-DEDUCT-TYPE
               MOVE DEDUCT-TAX-CODE     TO REMIT-TAX-CODE
               MOVE DEDUCT-AGENCY       TO REMIT-AGENCY
               MOVE DEDUCT-ORDER-NO     TO REMIT-ORDER-NO
               MOVE REMIT-EMPLOYEE-AMT-WS TO REMIT-EMPLOYEE-AMOUNT
               MOVE REMIT-MATCH-AMT-WS  TO REMIT-MATCH-AMOUNT
               MOVE PERIOD-ID-WS        TO REMIT-PERIOD-ID
               IF PERIOD-PAY-DATE-WS > ZERO
                   MOVE PERIOD-PAY-DATE-WS  TO REMIT-PAY-DATE
               ELSE
                   MOVE RUN-DATE-NUMERIC-WS TO REMIT-PAY-DATE
               END-IF
               WRITE REMIT-DETAIL-RECORD
               ADD 1 TO REMIT-DETAIL-COUNT-WS
           END-IF.

       375-WRITE-REMIT-TRAILER.
           MOVE SPACES                TO REMIT-DETAIL-RECORD
           MOVE 'T'                   TO REMIT-REC-TYPE
           MOVE REMIT-DETAIL-COUNT-WS TO REMIT-TRL-DETAIL-COUNT
           MOVE TOTAL-DEDUCT-WS       TO REMIT-TRL-TOTAL-DEDUCT
           MOVE TOTAL-ER-MATCH-WS     TO REMIT-TRL-TOTAL-MATCH
           MOVE PERIOD-ID-WS          TO REMIT-TRL-PERIOD-ID
           IF PERIOD-PAY-DATE-WS > ZERO
               MOVE PERIOD-PAY-DATE-WS  TO REMIT-TRL-PAY-DATE
           ELSE
               MOVE RUN-DATE-NUMERIC-WS TO REMIT-TRL-PAY-DATE
           END-IF
           WRITE REMIT-DETAIL-RECORD.

      *    ONE LIABILITY RECORD PER RUN GOES TO THE DEPOSIT LEDGER,
      *    DATED BY PAY DATE. THE QUARTER IS THE ONE THE RUN POSTED TO
      *    THE MASTER QTD BUCKETS SO TAXDEP CAN TIE THE 941 BACK.
       376-WRITE-TAX-LIABILITY.
           OPEN EXTEND TAX-LIABILITY-FILE
           EVALUATE TAX-LIABILITY-STATUS-WS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   OPEN OUTPUT TAX-LIABILITY-FILE
               WHEN OTHER
                   DISPLAY 'PROB3 - TAX LIABILITY FILE OPEN FAILED '
                       'STATUS ' TAX-LIABILITY-STATUS-WS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE SPACES                TO TAX-LIABILITY-RECORD
           MOVE 'L'                   TO TXL-REC-TYPE
           IF PERIOD-PAY-DATE-WS > ZERO
               MOVE PERIOD-PAY-DATE-WS  TO TXL-PAY-DATE
           ELSE
               MOVE RUN-DATE-NUMERIC-WS TO TXL-PAY-DATE
           END-IF
           MOVE PERIOD-ID-WS          TO TXL-PERIOD-ID
           MOVE RUN-DATE-NUMERIC-WS   TO TXL-RUN-DATE
           MOVE RUN-YEAR-WS           TO TXL-TAX-YEAR
           MOVE CURRENT-QUARTER-WS    TO TXL-QUARTER
           MOVE TOTAL-GROSS-WS        TO TXL-GROSS
           MOVE TOTAL-FED-TAX-WS      TO TXL-FED-TAX
           MOVE TOTAL-FICA-TAX-WS     TO TXL-EE-FICA
           MOVE TOTAL-ER-FICA-WS      TO TXL-ER-FICA
           MOVE TOTAL-MEDICARE-TAX-WS TO TXL-EE-MEDICARE
           MOVE TOTAL-ER-MEDICARE-WS  TO TXL-ER-MEDICARE
           MOVE TOTAL-ER-FUTA-WS      TO TXL-FUTA-TAX
           COMPUTE TXL-TOTAL-941 =
               TOTAL-FED-TAX-WS + TOTAL-FICA-TAX-WS
               + TOTAL-ER-FICA-WS + TOTAL-MEDICARE-TAX-WS
               + TOTAL-ER-MEDICARE-WS
           MOVE ZERO                  TO TXL-DUE-DATE
           WRITE TAX-LIABILITY-RECORD
           CLOSE TAX-LIABILITY-FILE.

       338-BUILD-DEDUCTION-LINE.
           MOVE DEDUCT-TYPE     TO DEDUCT-TYPE-OUT
           MOVE DEDUCT-TAKEN-WS TO DEDUCT-TAKEN-OUT
           MOVE ZERO          TO ISSUED-PAID-DATE
                                 ISSUED-PAID-AMOUNT
           MOVE PERIOD-ID-WS  TO ISSUED-PERIOD
           MOVE 'N'           TO ISSUED-PP-SENT
           WRITE CHECK-ISSUED-RECORD.

       363-PRINT-CHECK-DOCUMENT.
           MOVE ZERO             TO ISSUED-PAID-DATE
                                    ISSUED-PAID-AMOUNT
           MOVE CHECK-REG-PERIOD-OUT TO ISSUED-PERIOD
           MOVE 'N'              TO ISSUED-PP-SENT
           WRITE CHECK-ISSUED-RECORD.

       369-REWRITE-CHECK-CONTROL.
           MOVE 'GROSS PAY'      TO STUB-CAPTION-OUT
           MOVE GROSS-WS         TO STUB-AMOUNT-OUT
           PERFORM 371-WRITE-STUB-AMOUNT-LINE
           IF SUPPLEMENTAL-WS > ZERO
               MOVE '  VACATION PAYOUT' TO STUB-CAPTION-OUT
               MOVE SUPPLEMENTAL-WS  TO STUB-AMOUNT-OUT
               PERFORM 371-WRITE-STUB-AMOUNT-LINE
           END-IF
           PERFORM 371A-WRITE-STUB-EARNINGS-LINE
               VARYING EARN-SUB-WS FROM 1 BY 1
               UNTIL EARN-SUB-WS > 3
           IF EARN-OT-PREMIUM-WS > ZERO
               MOVE '  OT ON EARNINGS' TO STUB-CAPTION-OUT
               MOVE EARN-OT-PREMIUM-WS TO STUB-AMOUNT-OUT
               PERFORM 371-WRITE-STUB-AMOUNT-LINE
           END-IF
           MOVE 'PRETAX DEDUCTIONS' TO STUB-CAPTION-OUT
           MOVE PRETAX-CHECK-TOTAL-WS TO STUB-AMOUNT-OUT
           PERFORM 371-WRITE-STUB-AMOUNT-LINE
           MOVE 'FEDERAL TAX'    TO STUB-CAPTION-OUT
           MOVE FEDERAL-TAX-WS   TO STUB-AMOUNT-OUT
           PERFORM 371-WRITE-STUB-AMOUNT-LINE
           PERFORM 372-WRITE-STUB-STATE-LINE
               VARYING CHECK-STATE-SUB-WS FROM 1 BY 1
               UNTIL CHECK-STATE-SUB-WS > CHECK-STATE-COUNT-WS
           MOVE 'FICA'           TO STUB-CAPTION-OUT
           MOVE FICA-TAX-WS      TO STUB-AMOUNT-OUT
           PERFORM 371-WRITE-STUB-AMOUNT-LINE
           MOVE STUB-AMOUNT-LINE TO PRINT-A-STUB-LINE
           WRITE PRINT-A-STUB-LINE AFTER ADVANCING 1 LINE.

       371A-WRITE-STUB-EARNINGS-LINE.
           IF EARN-CHECK-HIT-WS (EARN-SUB-WS) > ZERO
               MOVE EARN-CHECK-HIT-WS (EARN-SUB-WS) TO EARN-CODE-HIT-WS
               MOVE SPACES TO STUB-CAPTION-OUT
               MOVE ECT-DESC-WS (EARN-CODE-HIT-WS)
                   TO STUB-CAPTION-OUT (3:18)
               MOVE EARN-CHECK-AMOUNT-WS (EARN-SUB-WS)
                   TO STUB-AMOUNT-OUT
               PERFORM 371-WRITE-STUB-AMOUNT-LINE
           END-IF.

       372-WRITE-STUB-STATE-LINE.
           MOVE 'STATE TAX' TO STUB-CAPTION-OUT
           MOVE CS-STATE-WS (CHECK-STATE-SUB-WS)
               TO STUB-CAPTION-OUT (11:2)
           MOVE CS-TAX-WS (CHECK-STATE-SUB-WS) TO STUB-AMOUNT-OUT
           PERFORM 371-WRITE-STUB-AMOUNT-LINE.

      *    ONE PAGE PER EMPLOYEE FOR HR: WHAT THE FINAL CHECK PAID,
      *    WHAT IT TOOK, AND HOW LONG AFTER TERMINATION IT WAS ISSUED.
       373-WRITE-FINAL-PAY-STATEMENT.
           ADD 1 TO FINAL-STATEMENT-COUNT-WS
           MOVE RUN-MONTH-WS TO FINAL-RUN-MONTH-OUT
           MOVE RUN-DAY-WS   TO FINAL-RUN-DAY-OUT
           MOVE RUN-YEAR-WS  TO FINAL-RUN-YEAR-OUT
           MOVE MASTER-NAME  TO FINAL-NAME-OUT
           MOVE SSN-IN       TO FINAL-SSN-OUT
           MOVE MASTER-DEPT  TO FINAL-DEPT-OUT
           MOVE PERIOD-ID-WS TO FINAL-PERIOD-OUT

           MOVE PERIOD-PAY-DATE-WS TO FINAL-DATE-IN-WS
           PERFORM 374A-EDIT-FINAL-DATE
           MOVE FINAL-DATE-EDIT-WS TO FINAL-PAY-DATE-OUT
           MOVE ZERO   TO TERM-DAYS-WS
           MOVE SPACES TO FINAL-DEADLINE-OUT
           IF MASTER-TERM-DATE IS NUMERIC
                   AND MASTER-TERM-DATE > ZERO
               MOVE MASTER-TERM-DATE TO FINAL-DATE-IN-WS
               PERFORM 374A-EDIT-FINAL-DATE
               MOVE FINAL-DATE-EDIT-WS TO FINAL-TERM-DATE-OUT
               COMPUTE TERM-DAYS-WS =
                   FUNCTION INTEGER-OF-DATE (PERIOD-PAY-DATE-WS)
                   - FUNCTION INTEGER-OF-DATE (MASTER-TERM-DATE)
               IF TERM-DAYS-WS > FINAL-DEADLINE-DAYS-WS
                   MOVE 'PAST 72 HOURS - CHECK STATE'
                       TO FINAL-DEADLINE-OUT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE 'NOT ON FILE' TO FINAL-TERM-DATE-OUT
               MOVE 'NO TERMINATION DATE ON MASTER'
                   TO FINAL-DEADLINE-OUT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE TERM-DAYS-WS TO FINAL-TERM-DAYS-OUT

           MOVE FINAL-PAY-HEADER-LINE TO PRINT-A-FINAL-PAY-LINE
           WRITE PRINT-A-FINAL-PAY-LINE AFTER ADVANCING PAGE
           MOVE FINAL-PAY-EMPLOYEE-LINE TO PRINT-A-FINAL-PAY-LINE
           WRITE PRINT-A-FINAL-PAY-LINE AFTER ADVANCING 2 LINES
           MOVE FINAL-PAY-DATE-LINE TO PRINT-A-FINAL-PAY-LINE
           WRITE PRINT-A-FINAL-PAY-LINE AFTER ADVANCING 1 LINE
           MOVE FINAL-PAY-COLUMN-LINE TO PRINT-A-FINAL-PAY-LINE
           WRITE PRINT-A-FINAL-PAY-LINE AFTER ADVANCING 2 LINES

           MOVE 'LAST TIMECARD WAGES' TO FINAL-CAPTION-OUT
           MOVE HOURS-IN              TO FINAL-HOURS-OUT
           MOVE FINAL-RATE-WS         TO FINAL-RATE-OUT
           COMPUTE FINAL-AMOUNT-OUT = GROSS-WS - SUPPLEMENTAL-WS
           PERFORM 374-WRITE-FINAL-AMOUNT-LINE
           MOVE 'VACATION PAYOUT'     TO FINAL-CAPTION-OUT
           MOVE PAYOUT-HOURS-WS       TO FINAL-HOURS-OUT
           MOVE FINAL-RATE-WS         TO FINAL-RATE-OUT
           MOVE SUPPLEMENTAL-WS       TO FINAL-AMOUNT-OUT
           PERFORM 374-WRITE-FINAL-AMOUNT-LINE
           MOVE ZERO TO FINAL-HOURS-OUT
                        FINAL-RATE-OUT
           MOVE 'GROSS PAY'           TO FINAL-CAPTION-OUT
           MOVE GROSS-WS              TO FINAL-AMOUNT-OUT
           PERFORM 374-WRITE-FINAL-AMOUNT-LINE
           MOVE 'PRETAX DEDUCTIONS'   TO FINAL-CAPTION-OUT
           MOVE PRETAX-CHECK-TOTAL-WS TO FINAL-AMOUNT-OUT
           PERFORM 374-WRITE-FINAL-AMOUNT-LINE
           MOVE 'FEDERAL TAX - REGULAR' TO FINAL-CAPTION-OUT
           COMPUTE FINAL-AMOUNT-OUT = FEDERAL-TAX-WS - SUPP-FED-TAX-WS
           PERFORM 374-WRITE-FINAL-AMOUNT-LINE
           MOVE 'FEDERAL TAX - SUPPLEMENTAL' TO FINAL-CAPTION-OUT
           MOVE SUPP-FED-TAX-WS       TO FINAL-AMOUNT-OUT
           PERFORM 374-WRITE-FINAL-AMOUNT-LINE
           MOVE 'STATE TAX'           TO FINAL-CAPTION-OUT
           MOVE STATE-TAX-WS          TO FINAL-AMOUNT-OUT
           PERFORM 374-WRITE-FINAL-AMOUNT-LINE
           MOVE 'FICA'                TO FINAL-CAPTION-OUT
           MOVE FICA-TAX-WS           TO FINAL-AMOUNT-OUT
           PERFORM 374-WRITE-FINAL-AMOUNT-LINE
           MOVE 'MEDICARE'            TO FINAL-CAPTION-OUT
           MOVE MEDICARE-TAX-WS       TO FINAL-AMOUNT-OUT
           PERFORM 374-WRITE-FINAL-AMOUNT-LINE
           MOVE 'GARNISHMENTS'        TO FINAL-CAPTION-OUT
           MOVE DEDUCT-CHECK-TOTAL-WS TO FINAL-AMOUNT-OUT
           PERFORM 374-WRITE-FINAL-AMOUNT-LINE
           MOVE 'NET PAY'             TO FINAL-CAPTION-OUT
           MOVE NET-PAY-WS            TO FINAL-AMOUNT-OUT
           PERFORM 374-WRITE-FINAL-AMOUNT-LINE

           IF PAID-BY-CHECK
               MOVE 'CHECK NUMBER'   TO FINAL-METHOD-OUT
               MOVE CHECK-NO-OUT     TO FINAL-CHECK-NO-OUT
           ELSE
               MOVE 'DIRECT DEPOSIT' TO FINAL-METHOD-OUT
               MOVE SPACES           TO FINAL-CHECK-NO-OUT
           END-IF
           MOVE FINAL-PAY-METHOD-LINE TO PRINT-A-FINAL-PAY-LINE
           WRITE PRINT-A-FINAL-PAY-LINE AFTER ADVANCING 2 LINES
           MOVE FINAL-STOPPED-COUNT-WS TO FINAL-STOPPED-OUT
           MOVE FORFEIT-SICK-WS        TO FINAL-FORFEIT-OUT
           MOVE FINAL-PAY-LEAVE-LINE TO PRINT-A-FINAL-PAY-LINE
           WRITE PRINT-A-FINAL-PAY-LINE AFTER ADVANCING 1 LINE
           MOVE FINAL-PAY-SIGNOFF-LINE TO PRINT-A-FINAL-PAY-LINE
           WRITE PRINT-A-FINAL-PAY-LINE AFTER ADVANCING 3 LINES.

       374-WRITE-FINAL-AMOUNT-LINE.
           MOVE FINAL-PAY-AMOUNT-LINE TO PRINT-A-FINAL-PAY-LINE
           WRITE PRINT-A-FINAL-PAY-LINE AFTER ADVANCING 1 LINE.

       374A-EDIT-FINAL-DATE.
           MOVE FINAL-DATE-MONTH-WS TO FINAL-EDIT-MONTH-WS
           MOVE FINAL-DATE-DAY-WS   TO FINAL-EDIT-DAY-WS
           MOVE FINAL-DATE-YEAR-WS  TO FINAL-EDIT-YEAR-WS.

       300-PROCESS.
           ADD 1 TO ACTUAL-EMP-COUNT-WS
           IF HOURS-IN IS NUMERIC
           IF SALARIED-EMPLOYEE AND HOURS-IN NOT NUMERIC
               MOVE ZERO TO HOURS-IN
           END-IF
           MOVE ZERO TO SUPPLEMENTAL-WS
                        EARN-CHECK-TOTAL-WS
                        EARN-OT-BASIS-WS
                        EARN-OT-PREMIUM-WS
                        PAYOUT-HOURS-WS
                        SUPP-FED-TAX-WS
                        SUPP-STATE-TAX-WS
                        FINAL-STOPPED-COUNT-WS
           IF FINAL-PAY-RUN
               PERFORM 305A-SET-FINAL-PAY-BASIS
           END-IF

           IF NOT FIRST-DETAIL-RECORD
                   AND MASTER-DEPT NOT = PREV-DEPT-WS
      *    TOWARD THE OVERTIME LIMIT - ONLY WORKED HOURS DO.
           IF SALARIED-EMPLOYEE
               MOVE ZERO TO REGULAR-HOURS-WS OVERTIME-HOURS-WS
               IF FINAL-PAY-RUN
                   PERFORM 305B-COMPUTE-FINAL-SALARY
               ELSE
                   MOVE MASTER-PERIOD-SALARY TO GROSS-WS
               END-IF
           ELSE
               COMPUTE WORKED-HOURS-WS =
                   HOURS-IN - VAC-HOURS-WS - SICK-HOURS-WS
                   (MASTER-RATE * OVERTIME-FACTOR
                       * OVERTIME-HOURS-WS)
           END-IF
           PERFORM 305D-COMPUTE-CODED-EARNINGS
           IF FINAL-PAY-RUN
               PERFORM 305C-COMPUTE-VACATION-PAYOUT
           END-IF
           MOVE GROSS-WS    TO GROSS-OUT
           PERFORM 332-PROCESS-PRETAX-DEDUCTIONS
           PERFORM 330-COMPUTE-WITHHOLDING
               PERFORM 306-COMPLETE-PAY-DETAIL
           END-IF.

      *    A FINAL CHECK IS FIGURED ON THE EMPLOYEE'S OWN PAY FREQUENCY,
      *    WHATEVER GROUP THE RUN PARAMETER NAMES. SALARIED STAFF ARE
      *    PAID BY THE HOUR AT THE PERIOD SALARY OVER STRAIGHT-TIME.
       305A-SET-FINAL-PAY-BASIS.
           EVALUATE TRUE
               WHEN BIWEEKLY-PAID
                   MOVE 80     TO STRAIGHT-TIME-LIMIT
                   MOVE 2.0000 TO FREQ-FACTOR-WS
               WHEN SEMIMONTHLY-PAID
                   MOVE 87     TO STRAIGHT-TIME-LIMIT
                   MOVE 2.1667 TO FREQ-FACTOR-WS
               WHEN OTHER
                   MOVE 40     TO STRAIGHT-TIME-LIMIT
                   MOVE 1.0000 TO FREQ-FACTOR-WS
           END-EVALUATE
           IF SALARIED-EMPLOYEE
               COMPUTE FINAL-RATE-WS ROUNDED =
                   MASTER-PERIOD-SALARY / STRAIGHT-TIME-LIMIT
           ELSE
               MOVE MASTER-RATE TO FINAL-RATE-WS
           END-IF.

       305B-COMPUTE-FINAL-SALARY.
           IF HOURS-IN > STRAIGHT-TIME-LIMIT
               MOVE STRAIGHT-TIME-LIMIT TO FINAL-PAID-HOURS-WS
           ELSE
               MOVE HOURS-IN TO FINAL-PAID-HOURS-WS
           END-IF
           COMPUTE GROSS-WS ROUNDED =
               FINAL-RATE-WS * FINAL-PAID-HOURS-WS.

      *    THE PAYOUT IS THE BALANCE LEFT AFTER THE LAST TIMECARD, WITH
      *    THE ACCRUAL THAT TIMECARD EARNS, AT THE FINAL RATE.
       305C-COMPUTE-VACATION-PAYOUT.
           IF MASTER-VAC-ACCRUAL NOT NUMERIC
               MOVE ZERO TO MASTER-VAC-ACCRUAL
           END-IF
           IF SALARIED-EMPLOYEE
               MOVE FINAL-PAID-HOURS-WS TO ACCRUAL-HOURS-WS
           ELSE
               MOVE HOURS-IN TO ACCRUAL-HOURS-WS
           END-IF
           COMPUTE PAYOUT-HOURS-WS ROUNDED =
               VAC-BALANCE-WS - VAC-HOURS-WS
               + (MASTER-VAC-ACCRUAL * ACCRUAL-HOURS-WS)
           IF PAYOUT-HOURS-WS < ZERO
               MOVE ZERO TO PAYOUT-HOURS-WS
           END-IF
           COMPUTE SUPPLEMENTAL-WS ROUNDED =
               PAYOUT-HOURS-WS * FINAL-RATE-WS
           ADD SUPPLEMENTAL-WS TO GROSS-WS.

      *    HOURLY CODES ARE PAID AT THE BASE RATE - THE PERIOD SALARY
      *    OVER STRAIGHT-TIME FOR SALARIED STAFF. EARNINGS THE TABLE
      *    PUTS IN THE REGULAR RATE ALSO RAISE THE OVERTIME PREMIUM BY
      *    THEIR HOURLY SHARE OVER THE WORKED HOURS.
       305D-COMPUTE-CODED-EARNINGS.
           EVALUATE TRUE
               WHEN FINAL-PAY-RUN
                   MOVE FINAL-RATE-WS TO EARN-BASE-RATE-WS
               WHEN SALARIED-EMPLOYEE
                   COMPUTE EARN-BASE-RATE-WS ROUNDED =
                       MASTER-PERIOD-SALARY / STRAIGHT-TIME-LIMIT
               WHEN OTHER
                   MOVE MASTER-RATE TO EARN-BASE-RATE-WS
           END-EVALUATE

           PERFORM 305E-COMPUTE-ONE-EARNINGS
               VARYING EARN-SUB-WS FROM 1 BY 1
               UNTIL EARN-SUB-WS > 3

           IF HOURLY-EMPLOYEE AND OVERTIME-HOURS-WS > ZERO
                   AND WORKED-HOURS-WS > ZERO
                   AND EARN-OT-BASIS-WS > ZERO
               COMPUTE EARN-OT-PREMIUM-WS ROUNDED =
                   EARN-OT-BASIS-WS * (OVERTIME-FACTOR - 1)
                       * OVERTIME-HOURS-WS / WORKED-HOURS-WS
           END-IF
           ADD EARN-CHECK-TOTAL-WS EARN-OT-PREMIUM-WS TO GROSS-WS.

       305E-COMPUTE-ONE-EARNINGS.
           MOVE ZERO TO EARN-CHECK-AMOUNT-WS (EARN-SUB-WS)
           MOVE EARN-CHECK-HIT-WS (EARN-SUB-WS) TO EARN-CODE-HIT-WS
           IF EARN-CODE-HIT-WS > ZERO
               EVALUATE ECT-CALC-TYPE-WS (EARN-CODE-HIT-WS)
                   WHEN 'M'
                       COMPUTE EARN-CHECK-AMOUNT-WS (EARN-SUB-WS)
                           ROUNDED = EARN-HOURS-IN (EARN-SUB-WS)
                           * EARN-BASE-RATE-WS
                           * ECT-MULTIPLIER-WS (EARN-CODE-HIT-WS)
                   WHEN 'F'
                       COMPUTE EARN-CHECK-AMOUNT-WS (EARN-SUB-WS)
                           ROUNDED = EARN-HOURS-IN (EARN-SUB-WS)
                           * ECT-FLAT-AMOUNT-WS (EARN-CODE-HIT-WS)
                   WHEN OTHER
                       MOVE EARN-AMOUNT-IN (EARN-SUB-WS)
                           TO EARN-CHECK-AMOUNT-WS (EARN-SUB-WS)
               END-EVALUATE
               ADD EARN-CHECK-AMOUNT-WS (EARN-SUB-WS)
                   TO EARN-CHECK-TOTAL-WS
               IF ECT-OVERTIME-SW-WS (EARN-CODE-HIT-WS) = 'Y'
                   ADD EARN-CHECK-AMOUNT-WS (EARN-SUB-WS)
                       TO EARN-OT-BASIS-WS
               END-IF
           END-IF.

       306-COMPLETE-PAY-DETAIL.
           ADD FEDERAL-TAX-WS  TO TOTAL-FED-TAX-WS
           ADD STATE-TAX-WS    TO TOTAL-STATE-TAX-WS
           COMPUTE EMPLOYER-MEDICARE-WS ROUNDED =
               GROSS-WS * MEDICARE-RATE-WS
           ADD EMPLOYER-MEDICARE-WS TO TOTAL-ER-MEDICARE-WS
           ADD FUTA-TAX-WS     TO TOTAL-ER-FUTA-WS
           ADD SUTA-TAX-WS     TO TOTAL-ER-SUTA-WS

           PERFORM 333-POST-PRETAX-DEDUCTIONS
           PERFORM 308-DISTRIBUTE-LABOR
           ELSE
               PERFORM 360-WRITE-ACH-RECORD
           END-IF
           IF FINAL-PAY-RUN
               PERFORM 319-CLOSE-LEAVE-BALANCES
           ELSE
               PERFORM 318-UPDATE-LEAVE-BALANCES
           END-IF
           PERFORM 320-UPDATE-YTD-MASTER
           PERFORM 370-WRITE-PAY-STUB
           IF FINAL-PAY-RUN
               PERFORM 373-WRITE-FINAL-PAY-STATEMENT
           END-IF
           PERFORM 307-WRITE-PAY-HISTORY

           MOVE  PAYROLL-OUTPUT-RECORD TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER ADVANCING 1 LINE

           PERFORM 306A-WRITE-EARNINGS-LINE
               VARYING EARN-SUB-WS FROM 1 BY 1
               UNTIL EARN-SUB-WS > 3
           IF EARN-OT-PREMIUM-WS > ZERO
               MOVE SPACE              TO EARN-CODE-OUT
               MOVE EARN-OT-PREMIUM-WS TO EARN-AMOUNT-OUT
               MOVE 'OT ON EARNINGS'   TO EARN-DESC-OUT
               MOVE ZERO               TO EARN-HOURS-OUT
               MOVE EARNINGS-DETAIL-LINE TO PRINT-A-SINGLE-LINE
               WRITE PRINT-A-SINGLE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT-WS
           END-IF

           IF DEDUCT-LINE-COUNT-WS > ZERO
               PERFORM 339-WRITE-DEDUCTION-LINE
                   VARYING DEDUCT-LINE-SUB-WS FROM 1 BY 1
               MOVE ZERO TO LINE-COUNT-WS
           END-IF.

       306A-WRITE-EARNINGS-LINE.
           IF EARN-CHECK-HIT-WS (EARN-SUB-WS) > ZERO
               MOVE EARN-CHECK-HIT-WS (EARN-SUB-WS) TO EARN-CODE-HIT-WS
               MOVE EARN-CODE-IN (EARN-SUB-WS)   TO EARN-CODE-OUT
               MOVE EARN-CHECK-AMOUNT-WS (EARN-SUB-WS)
                   TO EARN-AMOUNT-OUT
               MOVE ECT-DESC-WS (EARN-CODE-HIT-WS) TO EARN-DESC-OUT
               MOVE EARN-HOURS-IN (EARN-SUB-WS)  TO EARN-HOURS-OUT
               MOVE EARNINGS-DETAIL-LINE TO PRINT-A-SINGLE-LINE
               WRITE PRINT-A-SINGLE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT-WS
           END-IF.

      *    ONE HISTORY RECORD PER PAYMENT. A SECOND PAYMENT TO THE
      *    SAME EMPLOYEE IN THE SAME PERIOD TAKES THE NEXT SEQUENCE
      *    NUMBER SO THE VARIANCE REPORT CAN SHOW IT.
       307-WRITE-PAY-HISTORY.
           MOVE SPACES                TO PAY-HISTORY-RECORD
           MOVE SSN-IN                TO HIST-SSN
           MOVE PERIOD-ID-WS          TO HIST-PERIOD-ID
           MOVE 1                     TO HIST-PAYMENT-SEQ
           IF PERIOD-PAY-DATE-WS > ZERO
               MOVE PERIOD-PAY-DATE-WS  TO HIST-PAY-DATE
           ELSE
               MOVE RUN-DATE-NUMERIC-WS TO HIST-PAY-DATE
           END-IF
           MOVE RUN-DATE-NUMERIC-WS   TO HIST-RUN-DATE
           MOVE MASTER-NAME           TO HIST-NAME
           MOVE MASTER-DEPT           TO HIST-HOME-DEPT
           MOVE MASTER-PAY-TYPE       TO HIST-PAY-TYPE
           MOVE MASTER-RATE           TO HIST-PAY-RATE
           MOVE MASTER-PERIOD-SALARY  TO HIST-PERIOD-SALARY
           MOVE HOURS-IN              TO HIST-HOURS
           MOVE REGULAR-HOURS-WS      TO HIST-REGULAR-HOURS
           MOVE OVERTIME-HOURS-WS     TO HIST-OVERTIME-HOURS
           MOVE VAC-HOURS-WS          TO HIST-VAC-HOURS
           MOVE SICK-HOURS-WS         TO HIST-SICK-HOURS
           MOVE GROSS-WS              TO HIST-GROSS
           MOVE FEDERAL-TAX-WS        TO HIST-FED-TAX
           MOVE STATE-TAX-WS          TO HIST-STATE-TAX
           MOVE FICA-TAX-WS           TO HIST-FICA-TAX
           MOVE MEDICARE-TAX-WS       TO HIST-MEDICARE-TAX
           MOVE PRETAX-CHECK-TOTAL-WS TO HIST-PRETAX-DEDUCT
           MOVE DEDUCT-CHECK-TOTAL-WS TO HIST-POSTTAX-DEDUCT
           MOVE MATCH-CHECK-TOTAL-WS  TO HIST-ER-MATCH
           MOVE NET-PAY-WS            TO HIST-NET-PAY
           MOVE MASTER-PAY-METHOD     TO HIST-PAY-METHOD
           IF PAID-BY-CHECK
               MOVE CHECK-NO-OUT      TO HIST-CHECK-NO
           ELSE
               MOVE ZERO              TO HIST-CHECK-NO
           END-IF

           PERFORM 307B-CLEAR-ONE-WORKED-DEPT
               VARYING HIST-DEPT-SUB-WS FROM 1 BY 1
               UNTIL HIST-DEPT-SUB-WS > 4
           IF TIMECARD-HAS-SPLITS
               PERFORM 307C-MOVE-ONE-WORKED-DEPT
                   VARYING HIST-DEPT-SUB-WS FROM 1 BY 1
                   UNTIL HIST-DEPT-SUB-WS > 4
           ELSE
               MOVE MASTER-DEPT TO HIST-WORKED-DEPT (1)
               MOVE HOURS-IN    TO HIST-WORKED-HOURS (1)
               MOVE BASE-GROSS-WS TO HIST-WORKED-GROSS (1)
           END-IF

           IF FINAL-PAY-RUN
               MOVE 'F' TO HIST-ENTRY-TYPE
           ELSE
               MOVE 'P' TO HIST-ENTRY-TYPE
           END-IF
           MOVE SPACE TO HIST-ADJ-SIGN
           COMPUTE HIST-BASE-GROSS = GROSS-WS - EARN-CHECK-TOTAL-WS
               - EARN-OT-PREMIUM-WS - SUPPLEMENTAL-WS

           MOVE 'NO ' TO HIST-WRITE-DONE-SW
           PERFORM 307A-WRITE-HISTORY-RECORD
               UNTIL HISTORY-WRITE-DONE.

       307A-WRITE-HISTORY-RECORD.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   IF PAY-HISTORY-STATUS-WS = '22'
                           AND HIST-PAYMENT-SEQ < 99
                       ADD 1 TO HIST-PAYMENT-SEQ
                   ELSE
                       DISPLAY 'PROB3 - PAY HISTORY WRITE FAILED FOR '
                           HIST-SSN ' STATUS ' PAY-HISTORY-STATUS-WS
                       MOVE 8 TO RETURN-CODE
                       MOVE 'YES' TO HIST-WRITE-DONE-SW
                   END-IF
               NOT INVALID KEY
                   MOVE 'YES' TO HIST-WRITE-DONE-SW
           END-WRITE.

       307B-CLEAR-ONE-WORKED-DEPT.
           MOVE SPACES TO HIST-WORKED-DEPT (HIST-DEPT-SUB-WS)
           MOVE ZERO   TO HIST-WORKED-HOURS (HIST-DEPT-SUB-WS)
                          HIST-WORKED-GROSS (HIST-DEPT-SUB-WS).

       307C-MOVE-ONE-WORKED-DEPT.
           IF SPLIT-DEPT-IN (HIST-DEPT-SUB-WS) NOT = SPACES
               MOVE SPLIT-DEPT-IN (HIST-DEPT-SUB-WS)
                   TO HIST-WORKED-DEPT (HIST-DEPT-SUB-WS)
               MOVE SPLIT-HOURS-IN (HIST-DEPT-SUB-WS)
                   TO HIST-WORKED-HOURS (HIST-DEPT-SUB-WS)
               MOVE SPLIT-GROSS-WS (HIST-DEPT-SUB-WS)
                   TO HIST-WORKED-GROSS (HIST-DEPT-SUB-WS)
           END-IF.

      *    CODED EARNINGS ARE HELD OUT OF THE DEPARTMENT LABOR AND
      *    CARRIED ON THE WORK FILE UNDER '*E' AND THE CODE.
       308-DISTRIBUTE-LABOR.
           COMPUTE BASE-GROSS-WS = GROSS-WS - EARN-CHECK-TOTAL-WS
           IF TIMECARD-HAS-SPLITS
               MOVE BASE-GROSS-WS TO SPLIT-REMAIN-WS
               PERFORM 309-WRITE-ONE-SPLIT-GLW
                   VARYING SPLIT-SUB-WS FROM 1 BY 1
                   UNTIL SPLIT-SUB-WS > 4
           ELSE
               MOVE MASTER-DEPT   TO GLW-DEPT
               MOVE BASE-GROSS-WS TO GLW-AMOUNT
               MOVE HOURS-IN      TO GLW-HOURS
               WRITE GL-WORK-RECORD
           END-IF
           PERFORM 309A-WRITE-ONE-EARNINGS-GLW
               VARYING EARN-SUB-WS FROM 1 BY 1
               UNTIL EARN-SUB-WS > 3.

      *    THE LAST SPLIT TAKES THE REMAINDER SO THE DISTRIBUTED
      *    AMOUNTS ALWAYS ADD BACK TO THE PERIOD GROSS.
                       MOVE ZERO TO SPLIT-AMOUNT-WS
                   WHEN OTHER
                       COMPUTE SPLIT-AMOUNT-WS ROUNDED =
                           BASE-GROSS-WS
                               * SPLIT-HOURS-IN (SPLIT-SUB-WS)
                               / SPLIT-TOTAL-HOURS-WS
                       SUBTRACT SPLIT-AMOUNT-WS FROM SPLIT-REMAIN-WS
               END-EVALUATE
               MOVE SPLIT-AMOUNT-WS TO SPLIT-GROSS-WS (SPLIT-SUB-WS)
               MOVE SPLIT-DEPT-IN (SPLIT-SUB-WS)  TO GLW-DEPT
               MOVE SPLIT-AMOUNT-WS               TO GLW-AMOUNT
               MOVE SPLIT-HOURS-IN (SPLIT-SUB-WS) TO GLW-HOURS
               WRITE GL-WORK-RECORD
           END-IF.

       309A-WRITE-ONE-EARNINGS-GLW.
           IF EARN-CHECK-AMOUNT-WS (EARN-SUB-WS) > ZERO
               MOVE '*E'                       TO GLW-DEPT
               MOVE EARN-CODE-IN (EARN-SUB-WS) TO GLW-DEPT (3:1)
               MOVE EARN-CHECK-AMOUNT-WS (EARN-SUB-WS) TO GLW-AMOUNT
               MOVE ZERO                       TO GLW-HOURS
               WRITE GL-WORK-RECORD
           END-IF.

       325-PROCESS-ADJUSTMENT.
           IF ADJ-NEGATIVE
               IF ADJ-GROSS-IN > YTD-GROSS-M
                   SUBTRACT ADJ-GROSS-IN
                       FROM QTD-GROSS-M (CURRENT-QUARTER-WS)
               END-IF
               IF ADJ-GROSS-IN > QTD-UI-GROSS-M (CURRENT-QUARTER-WS)
                   MOVE ZERO TO QTD-UI-GROSS-M (CURRENT-QUARTER-WS)
               ELSE
                   SUBTRACT ADJ-GROSS-IN
                       FROM QTD-UI-GROSS-M (CURRENT-QUARTER-WS)
               END-IF
               SUBTRACT ADJ-GROSS-IN FROM TOTAL-GROSS-WS
               SUBTRACT ADJ-GROSS-IN FROM TOTAL-NET-WS
               SUBTRACT ADJ-HOURS-IN FROM TOTAL-HOURS-WS
               ADD ADJ-HOURS-IN TO YTD-HOURS-M
               ADD ADJ-GROSS-IN
                   TO QTD-GROSS-M (CURRENT-QUARTER-WS)
               ADD ADJ-GROSS-IN
                   TO QTD-UI-GROSS-M (CURRENT-QUARTER-WS)
               ADD ADJ-GROSS-IN TO TOTAL-GROSS-WS
               ADD ADJ-GROSS-IN TO TOTAL-NET-WS
               ADD ADJ-HOURS-IN TO TOTAL-HOURS-WS
           ELSE
               MOVE PERIOD-ID-WS     TO ADJ-WORK-PERIOD
           END-IF
           WRITE ADJUSTMENT-WORK-RECORD
           PERFORM 327-WRITE-ADJUSTMENT-HISTORY.

      *    AN ADJUSTMENT IS FILED UNDER THE PERIOD IT CORRECTS SO A
      *    LATER RETRO RUN SEES WHAT HAS ALREADY BEEN MADE UP.
       327-WRITE-ADJUSTMENT-HISTORY.
           MOVE SPACES                TO PAY-HISTORY-RECORD
           MOVE SSN-IN                TO HIST-SSN
           MOVE ADJ-WORK-PERIOD       TO HIST-PERIOD-ID
           MOVE 1                     TO HIST-PAYMENT-SEQ
           IF PERIOD-PAY-DATE-WS > ZERO
               MOVE PERIOD-PAY-DATE-WS  TO HIST-PAY-DATE
           ELSE
               MOVE RUN-DATE-NUMERIC-WS TO HIST-PAY-DATE
           END-IF
           MOVE RUN-DATE-NUMERIC-WS   TO HIST-RUN-DATE
           MOVE MASTER-NAME           TO HIST-NAME
           MOVE MASTER-DEPT           TO HIST-HOME-DEPT
           MOVE MASTER-PAY-TYPE       TO HIST-PAY-TYPE
           MOVE MASTER-RATE           TO HIST-PAY-RATE
           MOVE MASTER-PERIOD-SALARY  TO HIST-PERIOD-SALARY
           MOVE ADJ-HOURS-IN          TO HIST-HOURS
           MOVE ZERO                  TO HIST-REGULAR-HOURS
                                         HIST-OVERTIME-HOURS
                                         HIST-VAC-HOURS
                                         HIST-SICK-HOURS
                                         HIST-FED-TAX
                                         HIST-STATE-TAX
                                         HIST-FICA-TAX
                                         HIST-MEDICARE-TAX
                                         HIST-PRETAX-DEDUCT
                                         HIST-POSTTAX-DEDUCT
                                         HIST-ER-MATCH
           MOVE ADJ-GROSS-IN          TO HIST-GROSS
                                         HIST-NET-PAY
                                         HIST-BASE-GROSS
           MOVE MASTER-PAY-METHOD     TO HIST-PAY-METHOD
           IF PAID-BY-CHECK AND ADJ-POSITIVE
               MOVE CHECK-NO-OUT      TO HIST-CHECK-NO
           ELSE
               MOVE ZERO              TO HIST-CHECK-NO
           END-IF
           PERFORM 307B-CLEAR-ONE-WORKED-DEPT
               VARYING HIST-DEPT-SUB-WS FROM 1 BY 1
               UNTIL HIST-DEPT-SUB-WS > 4
           MOVE MASTER-DEPT           TO HIST-WORKED-DEPT (1)
           MOVE ADJ-HOURS-IN          TO HIST-WORKED-HOURS (1)
           MOVE ADJ-GROSS-IN          TO HIST-WORKED-GROSS (1)
           IF RETRO-ADJUSTMENT
               MOVE 'R' TO HIST-ENTRY-TYPE
           ELSE
               MOVE 'A' TO HIST-ENTRY-TYPE
           END-IF
           MOVE ADJ-SIGN-IN           TO HIST-ADJ-SIGN

           MOVE 'NO ' TO HIST-WRITE-DONE-SW
           PERFORM 307A-WRITE-HISTORY-RECORD
               UNTIL HISTORY-WRITE-DONE.

       326-WRITE-ADJUSTMENT-ACH.
           IF ADJ-NEGATIVE
           MOVE TOTAL-ER-FICA-WS     TO CHECKPOINT-ER-FICA
           MOVE TOTAL-ER-MEDICARE-WS TO CHECKPOINT-ER-MEDI
           MOVE TOTAL-ER-MATCH-WS    TO CHECKPOINT-ER-MATCH
           MOVE REMIT-DETAIL-COUNT-WS TO CHECKPOINT-REMIT-COUNT
           MOVE TOTAL-ER-FUTA-WS     TO CHECKPOINT-ER-FUTA
           MOVE TOTAL-ER-SUTA-WS     TO CHECKPOINT-ER-SUTA
           MOVE ACH-ENTRY-COUNT-WS   TO CHECKPOINT-ACH-ENTRIES
           MOVE ACH-ENTRY-HASH-WS    TO CHECKPOINT-ACH-HASH
           MOVE ACH-TOTAL-CREDIT-WS  TO CHECKPOINT-ACH-CREDIT
                          CHECKPOINT-ER-FICA
                          CHECKPOINT-ER-MEDI
                          CHECKPOINT-ER-MATCH
                          CHECKPOINT-REMIT-COUNT
                          CHECKPOINT-ER-FUTA
                          CHECKPOINT-ER-SUTA
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.
           PERFORM 387-ADD-ONE-DEPT-GL-ENTRY
               VARYING LABOR-DEPT-SUB-WS FROM 1 BY 1
               UNTIL LABOR-DEPT-SUB-WS > LABOR-DEPT-COUNT-WS
           PERFORM 388-ADD-ONE-EARNINGS-GL-ENTRY
               VARYING EARN-CODE-SUB-WS FROM 1 BY 1
               UNTIL EARN-CODE-SUB-WS > EARN-CODE-COUNT-WS

           IF ADJ-NET-TOTAL-WS > ZERO
               MOVE '*ADJ'           TO GL-WORK-KEY-WS
           MOVE 'EMPLOYER TAX LIAB' TO GL-WORK-DESC-WS
           PERFORM 383-ADD-MAPPED-GL-ENTRY

           COMPUTE UNEMPLOYMENT-TOTAL-WS =
               TOTAL-ER-FUTA-WS + TOTAL-ER-SUTA-WS
           MOVE '*UTX'              TO GL-WORK-KEY-WS
           MOVE 'D'                 TO GL-WORK-DC-WS
           MOVE UNEMPLOYMENT-TOTAL-WS TO GL-WORK-AMOUNT-WS
           MOVE 'UNEMPLOYMENT TAX EXP' TO GL-WORK-DESC-WS
           PERFORM 383-ADD-MAPPED-GL-ENTRY

           MOVE '*FUL'              TO GL-WORK-KEY-WS
           MOVE 'C'                 TO GL-WORK-DC-WS
           MOVE TOTAL-ER-FUTA-WS    TO GL-WORK-AMOUNT-WS
           MOVE 'FUTA TAX PAYABLE'  TO GL-WORK-DESC-WS
           PERFORM 383-ADD-MAPPED-GL-ENTRY

           MOVE '*SUL'              TO GL-WORK-KEY-WS
           MOVE 'C'                 TO GL-WORK-DC-WS
           MOVE TOTAL-ER-SUTA-WS    TO GL-WORK-AMOUNT-WS
           MOVE 'SUTA TAX PAYABLE'  TO GL-WORK-DESC-WS
           PERFORM 383-ADD-MAPPED-GL-ENTRY

           MOVE '*EMA'              TO GL-WORK-KEY-WS
           MOVE 'D'                 TO GL-WORK-DC-WS
           MOVE TOTAL-ER-MATCH-WS   TO GL-WORK-AMOUNT-WS
           END-READ

           IF EOF-GLW-WS NOT = 'YES'
               IF GLW-DEPT (1:2) = '*E'
                   PERFORM 386C-ACCUMULATE-EARNINGS
               ELSE
                   PERFORM 386D-ACCUMULATE-ONE-DEPT
               END-IF
           END-IF.

       386D-ACCUMULATE-ONE-DEPT.
           PERFORM 386A-FIND-LABOR-DEPT
           IF LABOR-DEPT-HIT-WS = ZERO
               IF LABOR-DEPT-COUNT-WS < 50
                   ADD 1 TO LABOR-DEPT-COUNT-WS
                   MOVE LABOR-DEPT-COUNT-WS TO LABOR-DEPT-HIT-WS
                   MOVE GLW-DEPT
                       TO LABOR-DEPT-WS (LABOR-DEPT-HIT-WS)
                   MOVE ZERO
                       TO LABOR-HOURS-WS (LABOR-DEPT-HIT-WS)
                          LABOR-GROSS-WS (LABOR-DEPT-HIT-WS)
               ELSE
                   DISPLAY 'PROB3 - LABOR DEPT TABLE FULL - '
                       'ENTRY LOST'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF LABOR-DEPT-HIT-WS > ZERO
               ADD GLW-HOURS  TO LABOR-HOURS-WS (LABOR-DEPT-HIT-WS)
               ADD GLW-AMOUNT TO LABOR-GROSS-WS (LABOR-DEPT-HIT-WS)
           END-IF.

      *    A CODE NO LONGER ON THE TABLE (A RESTART AFTER THE TABLE
      *    CHANGED) IS ADDED WITH NO ACCOUNT AND POSTS BY GL MAP.
       386C-ACCUMULATE-EARNINGS.
           MOVE GLW-DEPT (3:1) TO EARN-WORK-CODE-WS
           PERFORM 279A-FIND-EARNINGS-CODE
           IF EARN-CODE-HIT-WS = ZERO
               IF EARN-CODE-COUNT-WS < 20
                   ADD 1 TO EARN-CODE-COUNT-WS
                   MOVE EARN-CODE-COUNT-WS TO EARN-CODE-HIT-WS
                   MOVE EARN-WORK-CODE-WS
                       TO ECT-CODE-WS (EARN-CODE-HIT-WS)
                   MOVE 'OTHER EARNINGS'
                       TO ECT-DESC-WS (EARN-CODE-HIT-WS)
                   MOVE SPACES
                       TO ECT-GL-ACCT-WS (EARN-CODE-HIT-WS)
                   MOVE ZERO
                       TO ECT-RUN-AMOUNT-WS (EARN-CODE-HIT-WS)
               ELSE
                   DISPLAY 'PROB3 - EARNINGS CODE TABLE FULL - '
                       'ENTRY LOST'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF EARN-CODE-HIT-WS > ZERO
               ADD GLW-AMOUNT TO ECT-RUN-AMOUNT-WS (EARN-CODE-HIT-WS)
           END-IF.

       386A-FIND-LABOR-DEPT.
           MOVE 'SALARY EXPENSE'    TO GL-WORK-DESC-WS
           PERFORM 383-ADD-MAPPED-GL-ENTRY.

      *    EACH EARNINGS CODE POSTS TO THE ACCOUNT ON THE CODE TABLE,
      *    OR BY GL MAP KEY '*E' AND THE CODE WHEN THE TABLE HAS NONE.
       388-ADD-ONE-EARNINGS-GL-ENTRY.
           IF ECT-RUN-AMOUNT-WS (EARN-CODE-SUB-WS) > ZERO
               MOVE 'D' TO GL-WORK-DC-WS
               MOVE ECT-RUN-AMOUNT-WS (EARN-CODE-SUB-WS)
                   TO GL-WORK-AMOUNT-WS
               MOVE ECT-DESC-WS (EARN-CODE-SUB-WS) TO GL-WORK-DESC-WS
               IF ECT-GL-ACCT-WS (EARN-CODE-SUB-WS) = SPACES
                   MOVE '*E' TO GL-WORK-KEY-WS
                   MOVE ECT-CODE-WS (EARN-CODE-SUB-WS)
                       TO GL-WORK-KEY-WS (3:1)
                   PERFORM 383-ADD-MAPPED-GL-ENTRY
               ELSE
                   MOVE ECT-GL-ACCT-WS (EARN-CODE-SUB-WS)
                       TO GL-WORK-ACCT-WS
                   PERFORM 380-ADD-GL-ENTRY
               END-IF
           END-IF.

       395-PRINT-LABOR-DISTRIBUTION.
           MOVE RUN-MONTH-WS TO LABOR-MONTH-OUT
           MOVE RUN-DAY-WS   TO LABOR-DAY-OUT
           PERFORM 396-PRINT-ONE-LABOR-DEPT
               VARYING LABOR-DEPT-SUB-WS FROM 1 BY 1
               UNTIL LABOR-DEPT-SUB-WS > LABOR-DEPT-COUNT-WS
           PERFORM 397-PRINT-ONE-LABOR-EARNINGS
               VARYING EARN-CODE-SUB-WS FROM 1 BY 1
               UNTIL EARN-CODE-SUB-WS > EARN-CODE-COUNT-WS

           MOVE LABOR-TOTAL-HOURS-WS TO LABOR-TOTAL-HOURS-OUT
           MOVE LABOR-TOTAL-GROSS-WS TO LABOR-TOTAL-GROSS-OUT
           MOVE LABOR-DETAIL-LINE TO PRINT-A-LABOR-LINE
           WRITE PRINT-A-LABOR-LINE AFTER ADVANCING 1 LINE.

       397-PRINT-ONE-LABOR-EARNINGS.
           IF ECT-RUN-AMOUNT-WS (EARN-CODE-SUB-WS) > ZERO
               MOVE ECT-DESC-WS (EARN-CODE-SUB-WS)
                   TO LABOR-EARN-DESC-OUT
               MOVE ECT-RUN-AMOUNT-WS (EARN-CODE-SUB-WS)
                   TO LABOR-EARN-GROSS-OUT
               ADD ECT-RUN-AMOUNT-WS (EARN-CODE-SUB-WS)
                   TO LABOR-TOTAL-GROSS-WS
               MOVE LABOR-EARNINGS-LINE TO PRINT-A-LABOR-LINE
               WRITE PRINT-A-LABOR-LINE AFTER ADVANCING 1 LINE
           END-IF.

       390-WRITE-GL-FILE.
           IF GL-DEBIT-TOTAL-WS = GL-CREDIT-TOTAL-WS
               PERFORM 391-WRITE-ONE-GL-RECORD
           END-IF.

       920-MARK-PERIOD-PAID.
           IF PERIOD-ID-WS NOT = SPACES AND NOT FINAL-PAY-RUN
               MOVE SPACES             TO PAY-PERIOD-RECORD
               MOVE PERIOD-ID-WS       TO PERIOD-ID
               MOVE PERIOD-PAY-DATE-WS TO PERIOD-PAY-DATE
           PERFORM 385-BUILD-GL-ENTRIES
           PERFORM 390-WRITE-GL-FILE
           PERFORM 395-PRINT-LABOR-DISTRIBUTION
           PERFORM 375-WRITE-REMIT-TRAILER
           PERFORM 376-WRITE-TAX-LIABILITY
           PERFORM 850-CHECK-CONTROL-TOTALS
           IF FINAL-PAY-RUN
               DISPLAY 'PROB3 - FINAL PAY STATEMENTS '
                   FINAL-STATEMENT-COUNT-WS
           END-IF
           PERFORM 920-MARK-PERIOD-PAID
           PERFORM 810-CLEAR-CHECKPOINT

                 CHECK-PRINT-FILE
                 CHECK-REGISTER-FILE
                 CHECK-ISSUED-FILE
                 REMIT-DETAIL-FILE
                 GL-POSTING-FILE
                 LABOR-DIST-FILE
                 EMPLOYEE-MASTER-FILE
                 DEDUCTION-MASTER-FILE
                 PAY-HISTORY-FILE
           IF FINAL-PAY-RUN
               CLOSE FINAL-PAY-FILE
           END-IF.
      *-----------------------------------------------------------------
