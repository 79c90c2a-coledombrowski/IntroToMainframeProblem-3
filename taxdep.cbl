       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXDEP.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT TAX-DEP-PARAM-FILE ASSIGN TO 'taxdparm.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TAX-DEP-PARAM-STATUS-WS.

            SELECT TAX-LIABILITY-FILE ASSIGN TO 'taxliab.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TAX-LIABILITY-STATUS-WS.

            SELECT EFTPS-OUTPUT-FILE ASSIGN USING EFTPS-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EFTPS-OUTPUT-STATUS-WS.

            SELECT TAX-DEP-REPORT-FILE ASSIGN TO 'taxdep.rpt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'employee.master'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MASTER-SSN
            FILE STATUS IS EMPLOYEE-MASTER-STATUS-WS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-DEP-PARAM-FILE RECORDING MODE IS F.
       01  TAX-DEP-PARAM-RECORD.
           05 PARAM-MODE            PIC X(8).
           05 PARAM-DEPOSITOR       PIC X(1).
           05 PARAM-LOOKBACK-TOTAL  PIC 9(9)V99.
           05 PARAM-QUARTER         PIC 9.
           05 PARAM-YEAR            PIC 9(4).
           05 PARAM-EIN             PIC X(9).
           05 FILLER                PIC X(46).

       FD  TAX-LIABILITY-FILE RECORDING MODE IS F.
       COPY TAXLIAB.

       FD  EFTPS-OUTPUT-FILE RECORDING MODE IS F.
       01  EFTPS-DETAIL-RECORD.
           05 EFT-REC-TYPE          PIC X(1).
           05 EFT-EIN               PIC X(9).
           05 EFT-TAX-FORM          PIC X(5).
           05 EFT-TAX-TYPE-CODE     PIC X(5).
           05 EFT-TAX-PERIOD        PIC 9(6).
           05 EFT-SETTLEMENT-DATE   PIC 9(8).
           05 EFT-AMOUNT            PIC 9(9)V99.
           05 EFT-SOC-SEC-AMOUNT    PIC 9(9)V99.
           05 EFT-MEDICARE-AMOUNT   PIC 9(9)V99.
           05 EFT-WITHHOLDING-AMOUNT PIC 9(9)V99.
           05 FILLER                PIC X(32).

       01  EFTPS-HEADER-RECORD.
           05 FILLER                PIC X(1).
           05 EFT-HDR-EIN           PIC X(9).
           05 EFT-HDR-FILE-DATE     PIC 9(8).
           05 EFT-HDR-COMPANY       PIC X(30).
           05 FILLER                PIC X(62).

       01  EFTPS-TRAILER-RECORD.
           05 FILLER                PIC X(1).
           05 EFT-TRL-RECORD-COUNT  PIC 9(7).
           05 EFT-TRL-TOTAL-AMOUNT  PIC 9(11)V99.
           05 FILLER                PIC X(89).

       FD  TAX-DEP-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE      PIC X(132).

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WORKING-VARIABLES.
           05 EOF-LEDGER-WS         PIC X(3)        VALUE 'NO '.
           05 EOF-MASTER-WS         PIC X(3)        VALUE 'NO '.
           05 LEDGER-READ-COUNT-WS  PIC 9(7)        VALUE ZERO.
           05 ORPHAN-DEPOSIT-COUNT-WS PIC 9(5)      VALUE ZERO.
           05 PAY-DATE-COUNT-WS     PIC 9(5)        VALUE ZERO.
           05 DEPOSIT-COUNT-WS      PIC 9(5)        VALUE ZERO.
           05 LATE-COUNT-WS         PIC 9(5)        VALUE ZERO.
           05 EFTPS-RECORD-COUNT-WS PIC 9(7)        VALUE ZERO.
           05 EFTPS-TOTAL-WS        PIC 9(11)V99    VALUE ZERO.
           05 EMPLOYEE-COUNT-WS     PIC 9(5)        VALUE ZERO.

       01 TAX-DEP-PARAM-STATUS-WS   PIC X(2)        VALUE '00'.
       01 TAX-LIABILITY-STATUS-WS   PIC X(2)        VALUE '00'.
       01 EMPLOYEE-MASTER-STATUS-WS PIC X(2)        VALUE '00'.
       01 EFTPS-OUTPUT-STATUS-WS    PIC X(2)        VALUE '00'.

      *    EACH RUN WRITES ITS OWN DATED EFTPS FILE. THE DEPOSITS IN IT
      *    ARE POSTED TO THE LEDGER AS SOON AS IT IS WRITTEN, SO A FILE
      *    NOT YET SENT MUST NEVER BE OVERWRITTEN BY A LATER RUN.
       01 EFTPS-FILE-NAME-WS.
           05 FILLER                PIC X(5)        VALUE 'eftps'.
           05 EFTPS-NAME-DATE-WS    PIC 9(8).
           05 FILLER                PIC X(4)        VALUE '.dat'.
           05 FILLER                PIC X(23)       VALUE SPACES.

       01 RUN-MODE-WS.
           05 RUN-MODE-VALUE-WS     PIC X(8)   VALUE 'SCHEDULE'.
               88 SCHEDULE-ONLY-MODE           VALUE 'SCHEDULE'.
               88 QUARTER-END-MODE             VALUE 'QTREND'.
           05 DEPOSITOR-SCHEDULE-WS PIC X(1)        VALUE 'M'.
               88 MONTHLY-DEPOSITOR            VALUE 'M'.
               88 SEMIWEEKLY-DEPOSITOR         VALUE 'S'.
           05 SCHEDULE-BASIS-WS     PIC X(30).
           05 COMPANY-EIN-WS        PIC X(9)   VALUE '000000000'.
           05 RECON-QUARTER-WS      PIC 9           VALUE ZERO.
           05 RECON-YEAR-WS         PIC 9(4)        VALUE ZERO.

      *    LOOKBACK LIABILITY OVER $50,000 MAKES US A SEMIWEEKLY
      *    DEPOSITOR; $100,000 ON ANY ONE PAY DATE IS DUE THE NEXT
      *    BUSINESS DAY WHATEVER THE SCHEDULE.
       01 DEPOSIT-RULE-CONSTANTS.
           05 LOOKBACK-LIMIT-WS     PIC 9(9)V99     VALUE 50000.00.
           05 NEXT-DAY-LIMIT-WS     PIC 9(9)V99     VALUE 100000.00.
           05 FUTA-DEPOSIT-LIMIT-WS PIC 9(7)V99     VALUE 500.00.

       01 REPORT-CONTROL-WS.
           05 LINE-COUNT-WS         PIC 99          VALUE ZERO.
           05 LINES-PER-PAGE-WS     PIC 99          VALUE 50.
           05 PAGE-COUNT-WS         PIC 999         VALUE ZERO.
           05 RUN-DATE-WS.
               10 RUN-YEAR-WS       PIC 9(4).
               10 RUN-MONTH-WS      PIC 99.
               10 RUN-DAY-WS        PIC 99.
           05 RUN-DATE-NUMERIC-WS   PIC 9(8).
           05 RUN-QUARTER-WS        PIC 9.

       01 DATE-WORK-WS.
           05 PAY-DATE-INT-WS       PIC 9(7).
           05 DUE-DATE-INT-WS       PIC 9(7).
           05 DOW-QUOTIENT-WS       PIC 9(7).
           05 DAY-OF-WEEK-WS        PIC 9.
           05 DAYS-TO-ADD-WS        PIC 9.
           05 DUE-DATE-WS           PIC 9(8).
           05 DUE-DATE-PARTS-WS REDEFINES DUE-DATE-WS.
               10 DUE-YEAR-WS       PIC 9(4).
               10 DUE-MONTH-WS      PIC 99.
               10 DUE-DAY-WS        PIC 99.
           05 PAY-DATE-WORK-WS      PIC 9(8).
           05 PAY-DATE-PARTS-WS REDEFINES PAY-DATE-WORK-WS.
               10 PAY-YEAR-WS       PIC 9(4).
               10 PAY-MONTH-WS      PIC 99.
               10 PAY-DAY-WS        PIC 99.
           05 FORMAT-DATE-WS        PIC 9(8).
           05 FORMAT-DATE-PARTS-WS REDEFINES FORMAT-DATE-WS.
               10 FORMAT-YEAR-WS    PIC 9(4).
               10 FORMAT-MONTH-WS   PIC 99.
               10 FORMAT-DAY-WS     PIC 99.
           05 DISPLAY-DATE-WS.
               10 DISPLAY-MONTH-WS  PIC 99.
               10 FILLER            PIC X           VALUE '/'.
               10 DISPLAY-DAY-WS    PIC 99.
               10 FILLER            PIC X           VALUE '/'.
               10 DISPLAY-YEAR-WS   PIC 9999.

      *    ONE ENTRY PER PAY DATE AND QUARTER. RUNS THAT SHARE A PAY
      *    DATE ARE MERGED; DEPOSITS ALREADY POSTED TO THE LEDGER ARE
      *    CARRIED AGAINST THE ENTRY THEY COVER.
       01 LIABILITY-TABLE-CONTROL-WS.
           05 LIAB-COUNT-WS         PIC 999         VALUE ZERO.
           05 LIAB-SUB-WS           PIC 999.
           05 LIAB-HIT-WS           PIC 999.
           05 LIAB-MAX-WS           PIC 999         VALUE 500.

       01 LIABILITY-TABLE-WS.
           05 LIAB-ENTRY-WS OCCURS 500 TIMES.
               10 LIAB-PAY-DATE-WS  PIC 9(8).
               10 LIAB-PERIOD-WS    PIC X(8).
               10 LIAB-YEAR-WS      PIC 9(4).
               10 LIAB-QTR-WS       PIC 9.
               10 LIAB-FED-WS       PIC 9(9)V99.
               10 LIAB-SS-WS        PIC 9(9)V99.
               10 LIAB-MED-WS       PIC 9(9)V99.
               10 LIAB-TOTAL-WS     PIC 9(9)V99.
               10 LIAB-DEP-FED-WS   PIC 9(9)V99.
               10 LIAB-DEP-SS-WS    PIC 9(9)V99.
               10 LIAB-DEP-MED-WS   PIC 9(9)V99.
               10 LIAB-DEP-TOTAL-WS PIC 9(9)V99.

       01 OPEN-AMOUNTS-WS.
           05 OPEN-FED-WS           PIC S9(9)V99.
           05 OPEN-SS-WS            PIC S9(9)V99.
           05 OPEN-MED-WS           PIC S9(9)V99.
           05 OPEN-TOTAL-WS         PIC S9(9)V99.

       01 PENDING-DEPOSIT-WS.
           05 PENDING-SW            PIC X(3)        VALUE 'NO '.
               88 DEPOSIT-IS-PENDING           VALUE 'YES'.
           05 PENDING-DUE-DATE-WS   PIC 9(8).
           05 PENDING-YEAR-WS       PIC 9(4).
           05 PENDING-QTR-WS        PIC 9.
           05 PENDING-FED-WS        PIC 9(9)V99.
           05 PENDING-SS-WS         PIC 9(9)V99.
           05 PENDING-MED-WS        PIC 9(9)V99.
           05 PENDING-TOTAL-WS      PIC 9(9)V99.

       01 RECON-TOTALS-WS.
           05 RCN-GROSS-WS          PIC S9(9)V99    VALUE ZERO.
           05 RCN-FED-WS            PIC 9(9)V99     VALUE ZERO.
           05 RCN-EE-FICA-WS        PIC 9(9)V99     VALUE ZERO.
           05 RCN-ER-FICA-WS        PIC 9(9)V99     VALUE ZERO.
           05 RCN-EE-MED-WS         PIC 9(9)V99     VALUE ZERO.
           05 RCN-ER-MED-WS         PIC 9(9)V99     VALUE ZERO.
           05 RCN-FUTA-WS           PIC 9(9)V99     VALUE ZERO.
           05 RCN-LIABILITY-WS      PIC 9(9)V99     VALUE ZERO.
           05 RCN-DEPOSITS-WS       PIC 9(9)V99     VALUE ZERO.
           05 RCN-SCHEDULED-WS      PIC 9(9)V99     VALUE ZERO.
           05 RCN-MONTH-LIAB-WS     PIC 9(9)V99     VALUE ZERO
                                                    OCCURS 3 TIMES.
           05 RCN-MONTH-SUB-WS      PIC S9(3).
           05 RCN-MONTH-TOTAL-WS    PIC 9(9)V99     VALUE ZERO.
           05 RCN-BALANCE-WS        PIC S9(9)V99.
           05 RCN-SS-MED-WS         PIC 9(9)V99.

       01 MASTER-QTD-TOTALS-WS.
           05 MST-GROSS-WS          PIC 9(9)V99     VALUE ZERO.
           05 MST-FED-WS            PIC 9(9)V99     VALUE ZERO.
           05 MST-FICA-WS           PIC 9(9)V99     VALUE ZERO.
           05 MST-MEDICARE-WS       PIC 9(9)V99     VALUE ZERO.

       01 RECON-BALANCE-SW          PIC X(3)        VALUE 'YES'.
           88 RECON-IN-BALANCE                 VALUE 'YES'.
           88 RECON-OUT-OF-BALANCE             VALUE 'NO '.

       01 RECON-WORK-WS.
           05 RCN-WORK-LABEL-WS     PIC X(36).
           05 RCN-WORK-LEDGER-WS    PIC S9(9)V99.
           05 RCN-WORK-MASTER-WS    PIC S9(9)V99.
           05 RCN-WORK-COMPARE-SW   PIC X(3).
               88 RCN-WORK-COMPARED            VALUE 'YES'.

       01 HEADER-LINE-1.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE 'ACME CORPORATION'.
           05 FILLER                PIC X(30)  VALUE SPACE.
           05 FILLER                PIC X(5)   VALUE 'PAGE '.
           05 PAGE-OUT              PIC ZZ9.

       01 HEADER-LINE-2.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 HEADER-TITLE-OUT      PIC X(30)
                                 VALUE 'TAX DEPOSIT SCHEDULE'.
           05 FILLER                PIC X(9)   VALUE 'RUN DATE '.
           05 RUN-DATE-OUT.
               10 RUN-MONTH-OUT     PIC 99.
               10 FILLER            PIC X           VALUE '/'.
               10 RUN-DAY-OUT       PIC 99.
               10 FILLER            PIC X           VALUE '/'.
               10 RUN-YEAR-OUT      PIC 9999.

       01 SCHEDULE-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(19)
                                 VALUE 'DEPOSIT SCHEDULE - '.
           05 SCHEDULE-NAME-OUT     PIC X(11).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 SCHEDULE-BASIS-OUT    PIC X(30).
           05 FILLER                PIC X(6)   VALUE '  EIN '.
           05 SCHEDULE-EIN-OUT      PIC X(9).

       01 COLUMN-HEADER-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(12)       VALUE 'PAY DATE'.
           05 FILLER                PIC X(10)       VALUE 'PERIOD'.
           05 FILLER                PIC X(15)       VALUE 'FED W/H'.
           05 FILLER                PIC X(15)       VALUE 'SOC SEC'.
           05 FILLER                PIC X(15)       VALUE 'MEDICARE'.
           05 FILLER                PIC X(15)  VALUE 'PRIOR DEPOSIT'.
           05 FILLER                PIC X(15)       VALUE 'DUE NOW'.
           05 FILLER                PIC X(12)       VALUE 'DUE DATE'.

       01 DEPOSIT-DETAIL-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 DTL-PAY-DATE-OUT      PIC X(10).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 DTL-PERIOD-OUT        PIC X(8).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 DTL-FED-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)        VALUE SPACE.
           05 DTL-SS-OUT            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)        VALUE SPACE.
           05 DTL-MED-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)        VALUE SPACE.
           05 DTL-PRIOR-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)        VALUE SPACE.
           05 DTL-DUE-AMT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)        VALUE SPACE.
           05 DTL-DUE-DATE-OUT      PIC X(10).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 DTL-FLAG-OUT          PIC X(12).

       01 DEPOSIT-TOTAL-LINE.
           05 FILLER                PIC X(25)       VALUE SPACE.
           05 FILLER                PIC X(19)
                                 VALUE 'EFTPS DEPOSIT FOR Q'.
           05 DEP-QTR-OUT           PIC 9.
           05 FILLER                PIC X(1)        VALUE '/'.
           05 DEP-YEAR-OUT          PIC 9(4).
           05 FILLER                PIC X(6)   VALUE ' DUE '.
           05 DEP-DUE-DATE-OUT      PIC X(10).
           05 FILLER                PIC X(25)       VALUE SPACE.
           05 DEP-AMOUNT-OUT        PIC ZZZ,ZZZ,ZZ9.99.

       01 SUMMARY-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 SUMMARY-LABEL-OUT     PIC X(36).
           05 SUMMARY-COUNT-OUT     PIC ZZ,ZZ9.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 SUMMARY-AMOUNT-OUT    PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                            BLANK WHEN ZERO.

       01 RECON-HEADER-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(30)
                                 VALUE 'FORM 941 RECONCILIATION'.
           05 FILLER                PIC X(8)   VALUE 'QUARTER '.
           05 RCN-QTR-OUT           PIC 9.
           05 FILLER                PIC X(1)   VALUE '/'.
           05 RCN-YEAR-OUT          PIC 9(4).

       01 RECON-COLUMN-LINE.
           05 FILLER                PIC X(39)       VALUE SPACE.
           05 FILLER                PIC X(18)       VALUE 'LEDGER'.
           05 FILLER                PIC X(18)  VALUE 'EMPLOYEE MASTER'.
           05 FILLER                PIC X(18)       VALUE 'DIFFERENCE'.

       01 RECON-DETAIL-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 RCN-LABEL-OUT         PIC X(36).
           05 RCN-LEDGER-OUT        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 RCN-MASTER-OUT        PIC X(15).
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 RCN-DIFF-OUT          PIC X(15).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 RCN-FLAG-OUT          PIC X(3).

       01 RECON-EDIT-WS.
           05 RCN-EDIT-AMOUNT-WS    PIC ZZZ,ZZZ,ZZ9.99-.
           05 RCN-DIFF-AMOUNT-WS    PIC S9(9)V99.

       01 MESSAGE-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 MESSAGE-OUT           PIC X(70).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS
               VARYING LIAB-SUB-WS FROM 1 BY 1
               UNTIL LIAB-SUB-WS > LIAB-COUNT-WS
           IF DEPOSIT-IS-PENDING
               PERFORM 340-WRITE-EFTPS-DEPOSIT
           END-IF
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           MOVE RUN-DATE-WS TO RUN-DATE-NUMERIC-WS
           COMPUTE RUN-QUARTER-WS = (RUN-MONTH-WS + 2) / 3

           PERFORM 210-READ-RUN-PARAMETERS
           PERFORM 220-SET-DEPOSIT-SCHEDULE
           PERFORM 225-CHECK-EFTPS-FILE

           OPEN INPUT TAX-LIABILITY-FILE
           EVALUATE TAX-LIABILITY-STATUS-WS
               WHEN '00'
                   PERFORM 235-LOAD-ONE-LEDGER-RECORD
                       UNTIL EOF-LEDGER-WS = 'YES'
                   CLOSE TAX-LIABILITY-FILE
                   OPEN EXTEND TAX-LIABILITY-FILE
               WHEN '35'
                   DISPLAY 'TAXDEP - NO TAX LIABILITY LEDGER - '
                       'NOTHING TO DEPOSIT'
                   OPEN OUTPUT TAX-LIABILITY-FILE
               WHEN OTHER
                   DISPLAY 'TAXDEP - TAX LIABILITY FILE OPEN FAILED '
                       'STATUS ' TAX-LIABILITY-STATUS-WS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT EFTPS-OUTPUT-FILE
                       TAX-DEP-REPORT-FILE

           MOVE SPACES              TO EFTPS-HEADER-RECORD
           MOVE 'H'                 TO EFT-REC-TYPE
           MOVE COMPANY-EIN-WS      TO EFT-HDR-EIN
           MOVE RUN-DATE-NUMERIC-WS TO EFT-HDR-FILE-DATE
           MOVE 'ACME CORPORATION'  TO EFT-HDR-COMPANY
           WRITE EFTPS-DETAIL-RECORD

           PERFORM 350-PRINT-HEADERS.

      *    MODE QTREND ADDS THE 941 RECONCILIATION. WITH NO QUARTER
      *    GIVEN IT IS THE QUARTER JUST ENDED.
       210-READ-RUN-PARAMETERS.
           OPEN INPUT TAX-DEP-PARAM-FILE
           EVALUATE TAX-DEP-PARAM-STATUS-WS
               WHEN '00'
                   READ TAX-DEP-PARAM-FILE
                       AT END MOVE SPACES TO TAX-DEP-PARAM-RECORD
                   END-READ
                   IF PARAM-MODE = 'QTREND'
                       MOVE 'QTREND' TO RUN-MODE-VALUE-WS
                   END-IF
                   IF PARAM-QUARTER IS NUMERIC
                           AND PARAM-QUARTER >= 1
                           AND PARAM-QUARTER <= 4
                       MOVE PARAM-QUARTER TO RECON-QUARTER-WS
                   END-IF
                   IF PARAM-YEAR IS NUMERIC AND PARAM-YEAR > ZERO
                       MOVE PARAM-YEAR TO RECON-YEAR-WS
                   END-IF
                   IF PARAM-EIN IS NUMERIC
                       MOVE PARAM-EIN TO COMPANY-EIN-WS
                   END-IF
                   CLOSE TAX-DEP-PARAM-FILE
               WHEN '35'
                   MOVE SPACES TO TAX-DEP-PARAM-RECORD
               WHEN OTHER
                   DISPLAY 'TAXDEP - PARAMETER FILE OPEN FAILED '
                       'STATUS ' TAX-DEP-PARAM-STATUS-WS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF COMPANY-EIN-WS = '000000000'
               DISPLAY 'TAXDEP - NO EIN ON PARAMETER FILE - '
                   'EFTPS FILE MUST BE CORRECTED BEFORE SENDING'
               MOVE 4 TO RETURN-CODE
           END-IF

           IF RECON-QUARTER-WS = ZERO
               IF RUN-QUARTER-WS = 1
                   MOVE 4 TO RECON-QUARTER-WS
               ELSE
                   COMPUTE RECON-QUARTER-WS = RUN-QUARTER-WS - 1
               END-IF
           END-IF
           IF RECON-YEAR-WS = ZERO
               IF RUN-QUARTER-WS = 1 AND RECON-QUARTER-WS = 4
                   COMPUTE RECON-YEAR-WS = RUN-YEAR-WS - 1
               ELSE
                   MOVE RUN-YEAR-WS TO RECON-YEAR-WS
               END-IF
           END-IF.

       225-CHECK-EFTPS-FILE.
           MOVE RUN-DATE-NUMERIC-WS TO EFTPS-NAME-DATE-WS
           OPEN INPUT EFTPS-OUTPUT-FILE
           IF EFTPS-OUTPUT-STATUS-WS = '00'
               CLOSE EFTPS-OUTPUT-FILE
               DISPLAY 'TAXDEP - ' EFTPS-FILE-NAME-WS (1:17)
                   ' ALREADY WRITTEN TODAY - ITS DEPOSITS ARE POSTED'
               DISPLAY 'TAXDEP - SEND IT BEFORE ANY RERUN - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE SCHEDULE IS SET EACH YEAR FROM THE LOOKBACK PERIOD.
      *    AN EXPLICIT 'M' OR 'S' ON THE PARAMETER FILE OVERRIDES.
       220-SET-DEPOSIT-SCHEDULE.
           EVALUATE TRUE
               WHEN PARAM-DEPOSITOR = 'S'
                   MOVE 'S' TO DEPOSITOR-SCHEDULE-WS
                   MOVE 'SET ON PARAMETER FILE' TO SCHEDULE-BASIS-WS
               WHEN PARAM-DEPOSITOR = 'M'
                   MOVE 'M' TO DEPOSITOR-SCHEDULE-WS
                   MOVE 'SET ON PARAMETER FILE' TO SCHEDULE-BASIS-WS
               WHEN PARAM-LOOKBACK-TOTAL IS NUMERIC
                       AND PARAM-LOOKBACK-TOTAL > LOOKBACK-LIMIT-WS
                   MOVE 'S' TO DEPOSITOR-SCHEDULE-WS
                   MOVE 'LOOKBACK OVER $50,000' TO SCHEDULE-BASIS-WS
               WHEN PARAM-LOOKBACK-TOTAL IS NUMERIC
                   MOVE 'M' TO DEPOSITOR-SCHEDULE-WS
                   MOVE 'LOOKBACK $50,000 OR LESS' TO SCHEDULE-BASIS-WS
               WHEN OTHER
                   MOVE 'M' TO DEPOSITOR-SCHEDULE-WS
                   MOVE 'NO LOOKBACK - MONTHLY ASSUMED'
                       TO SCHEDULE-BASIS-WS
           END-EVALUATE.

       235-LOAD-ONE-LEDGER-RECORD.
           READ TAX-LIABILITY-FILE
               AT END MOVE 'YES' TO EOF-LEDGER-WS
           END-READ

           IF EOF-LEDGER-WS NOT = 'YES'
               ADD 1 TO LEDGER-READ-COUNT-WS
               EVALUATE TRUE
                   WHEN TXL-LIABILITY
                       PERFORM 236-POST-LIABILITY
                   WHEN TXL-DEPOSIT
                       PERFORM 237-POST-PRIOR-DEPOSIT
                   WHEN OTHER
                       DISPLAY 'TAXDEP - LEDGER RECORD SKIPPED: '
                           TAX-LIABILITY-RECORD (1:25)
               END-EVALUATE
           END-IF.

       236-POST-LIABILITY.
           PERFORM 238-FIND-LEDGER-ENTRY
           IF LIAB-HIT-WS = ZERO
               IF LIAB-COUNT-WS >= LIAB-MAX-WS
                   DISPLAY 'TAXDEP - LIABILITY TABLE FULL - '
                       'ARCHIVE THE LEDGER BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LIAB-COUNT-WS
               MOVE LIAB-COUNT-WS TO LIAB-HIT-WS
               MOVE TXL-PAY-DATE  TO LIAB-PAY-DATE-WS (LIAB-HIT-WS)
               MOVE TXL-PERIOD-ID TO LIAB-PERIOD-WS (LIAB-HIT-WS)
               MOVE TXL-TAX-YEAR  TO LIAB-YEAR-WS (LIAB-HIT-WS)
               MOVE TXL-QUARTER   TO LIAB-QTR-WS (LIAB-HIT-WS)
               MOVE ZERO TO LIAB-FED-WS (LIAB-HIT-WS)
                            LIAB-SS-WS (LIAB-HIT-WS)
                            LIAB-MED-WS (LIAB-HIT-WS)
                            LIAB-TOTAL-WS (LIAB-HIT-WS)
                            LIAB-DEP-FED-WS (LIAB-HIT-WS)
                            LIAB-DEP-SS-WS (LIAB-HIT-WS)
                            LIAB-DEP-MED-WS (LIAB-HIT-WS)
                            LIAB-DEP-TOTAL-WS (LIAB-HIT-WS)
           END-IF

           ADD TXL-FED-TAX TO LIAB-FED-WS (LIAB-HIT-WS)
           COMPUTE LIAB-SS-WS (LIAB-HIT-WS) =
               LIAB-SS-WS (LIAB-HIT-WS) + TXL-EE-FICA + TXL-ER-FICA
           COMPUTE LIAB-MED-WS (LIAB-HIT-WS) =
               LIAB-MED-WS (LIAB-HIT-WS) + TXL-EE-MEDICARE
               + TXL-ER-MEDICARE
           ADD TXL-TOTAL-941 TO LIAB-TOTAL-WS (LIAB-HIT-WS)

           IF TXL-TAX-YEAR = RECON-YEAR-WS
                   AND TXL-QUARTER = RECON-QUARTER-WS
               ADD TXL-GROSS       TO RCN-GROSS-WS
               ADD TXL-FED-TAX     TO RCN-FED-WS
               ADD TXL-EE-FICA     TO RCN-EE-FICA-WS
               ADD TXL-ER-FICA     TO RCN-ER-FICA-WS
               ADD TXL-EE-MEDICARE TO RCN-EE-MED-WS
               ADD TXL-ER-MEDICARE TO RCN-ER-MED-WS
               ADD TXL-FUTA-TAX    TO RCN-FUTA-WS
               ADD TXL-TOTAL-941   TO RCN-LIABILITY-WS
               MOVE TXL-PAY-DATE TO PAY-DATE-WORK-WS
               COMPUTE RCN-MONTH-SUB-WS =
                   PAY-MONTH-WS - ((RECON-QUARTER-WS - 1) * 3)
               IF RCN-MONTH-SUB-WS < 1
                   MOVE 1 TO RCN-MONTH-SUB-WS
               END-IF
               IF RCN-MONTH-SUB-WS > 3
                   MOVE 3 TO RCN-MONTH-SUB-WS
               END-IF
               ADD TXL-TOTAL-941 TO RCN-MONTH-LIAB-WS (RCN-MONTH-SUB-WS)
           END-IF.

      *    A DEPOSIT RECORD CARRIES THE FEDERAL WITHHOLDING IN THE FED
      *    FIELD AND BOTH HALVES OF SOCIAL SECURITY AND MEDICARE IN THE
      *    EMPLOYEE FIELDS, AGAINST THE PAY DATE IT COVERS.
       237-POST-PRIOR-DEPOSIT.
           PERFORM 238-FIND-LEDGER-ENTRY
           IF LIAB-HIT-WS = ZERO
               ADD 1 TO ORPHAN-DEPOSIT-COUNT-WS
               DISPLAY 'TAXDEP - DEPOSIT WITH NO LIABILITY - PAY DATE '
                   TXL-PAY-DATE
           ELSE
               ADD TXL-FED-TAX     TO LIAB-DEP-FED-WS (LIAB-HIT-WS)
               ADD TXL-EE-FICA     TO LIAB-DEP-SS-WS (LIAB-HIT-WS)
               ADD TXL-EE-MEDICARE TO LIAB-DEP-MED-WS (LIAB-HIT-WS)
               ADD TXL-TOTAL-941   TO LIAB-DEP-TOTAL-WS (LIAB-HIT-WS)
           END-IF
           IF TXL-TAX-YEAR = RECON-YEAR-WS
                   AND TXL-QUARTER = RECON-QUARTER-WS
               IF TXL-DUE-DATE > RUN-DATE-NUMERIC-WS
                   ADD TXL-TOTAL-941 TO RCN-SCHEDULED-WS
               ELSE
                   ADD TXL-TOTAL-941 TO RCN-DEPOSITS-WS
               END-IF
           END-IF.

       238-FIND-LEDGER-ENTRY.
           MOVE ZERO TO LIAB-HIT-WS
           PERFORM 239-SCAN-LEDGER-ENTRY
               VARYING LIAB-SUB-WS FROM 1 BY 1
               UNTIL LIAB-SUB-WS > LIAB-COUNT-WS
                   OR LIAB-HIT-WS > ZERO.

       239-SCAN-LEDGER-ENTRY.
           IF LIAB-PAY-DATE-WS (LIAB-SUB-WS) = TXL-PAY-DATE
                   AND LIAB-YEAR-WS (LIAB-SUB-WS) = TXL-TAX-YEAR
                   AND LIAB-QTR-WS (LIAB-SUB-WS) = TXL-QUARTER
               MOVE LIAB-SUB-WS TO LIAB-HIT-WS
           END-IF.

      *    EVERY PAY DATE STILL CARRYING AN UNDEPOSITED BALANCE IS
      *    SCHEDULED. PAY DATES FALLING DUE ON THE SAME DAY IN THE
      *    SAME QUARTER GO OUT AS ONE EFTPS PAYMENT.
       300-PROCESS.
           COMPUTE OPEN-FED-WS =
               LIAB-FED-WS (LIAB-SUB-WS) - LIAB-DEP-FED-WS (LIAB-SUB-WS)
           COMPUTE OPEN-SS-WS =
               LIAB-SS-WS (LIAB-SUB-WS) - LIAB-DEP-SS-WS (LIAB-SUB-WS)
           COMPUTE OPEN-MED-WS =
               LIAB-MED-WS (LIAB-SUB-WS) - LIAB-DEP-MED-WS (LIAB-SUB-WS)
           IF OPEN-FED-WS < ZERO
               MOVE ZERO TO OPEN-FED-WS
           END-IF
           IF OPEN-SS-WS < ZERO
               MOVE ZERO TO OPEN-SS-WS
           END-IF
           IF OPEN-MED-WS < ZERO
               MOVE ZERO TO OPEN-MED-WS
           END-IF
           COMPUTE OPEN-TOTAL-WS =
               OPEN-FED-WS + OPEN-SS-WS + OPEN-MED-WS

           IF OPEN-TOTAL-WS > ZERO
               ADD 1 TO PAY-DATE-COUNT-WS
               PERFORM 320-COMPUTE-DUE-DATE
               IF DEPOSIT-IS-PENDING
                   IF DUE-DATE-WS NOT = PENDING-DUE-DATE-WS
                       OR LIAB-YEAR-WS (LIAB-SUB-WS) NOT =
                           PENDING-YEAR-WS
                       OR LIAB-QTR-WS (LIAB-SUB-WS) NOT =
                           PENDING-QTR-WS
                       PERFORM 340-WRITE-EFTPS-DEPOSIT
                   END-IF
               END-IF
               IF NOT DEPOSIT-IS-PENDING
                   MOVE 'YES'                       TO PENDING-SW
                   MOVE DUE-DATE-WS TO PENDING-DUE-DATE-WS
                   MOVE LIAB-YEAR-WS (LIAB-SUB-WS) TO PENDING-YEAR-WS
                   MOVE LIAB-QTR-WS (LIAB-SUB-WS) TO PENDING-QTR-WS
                   MOVE ZERO TO PENDING-FED-WS
                                PENDING-SS-WS
                                PENDING-MED-WS
                                PENDING-TOTAL-WS
               END-IF
               ADD OPEN-FED-WS   TO PENDING-FED-WS
               ADD OPEN-SS-WS    TO PENDING-SS-WS
               ADD OPEN-MED-WS   TO PENDING-MED-WS
               ADD OPEN-TOTAL-WS TO PENDING-TOTAL-WS
               PERFORM 330-POST-DEPOSIT-TO-LEDGER
               PERFORM 360-PRINT-PAY-DATE-LINE
           END-IF.

      *    SEMIWEEKLY: PAY DATES WEDNESDAY-FRIDAY ARE DUE THE NEXT
      *    WEDNESDAY, SATURDAY-TUESDAY THE NEXT FRIDAY. MONTHLY: THE
      *    15TH OF THE FOLLOWING MONTH. $100,000 OR MORE IS DUE THE
      *    NEXT BUSINESS DAY AND MAKES US SEMIWEEKLY FROM THEN ON.
       320-COMPUTE-DUE-DATE.
           COMPUTE PAY-DATE-INT-WS =
               FUNCTION INTEGER-OF-DATE (LIAB-PAY-DATE-WS (LIAB-SUB-WS))
           EVALUATE TRUE
               WHEN OPEN-TOTAL-WS >= NEXT-DAY-LIMIT-WS
                   COMPUTE DUE-DATE-INT-WS = PAY-DATE-INT-WS + 1
                   PERFORM 325-ROLL-PAST-WEEKEND
                   IF MONTHLY-DEPOSITOR
                       MOVE 'S' TO DEPOSITOR-SCHEDULE-WS
                       DISPLAY 'TAXDEP - $100,000 NEXT-DAY RULE HIT '
                           'ON PAY DATE ' LIAB-PAY-DATE-WS (LIAB-SUB-WS)
                           ' - NOW A SEMIWEEKLY DEPOSITOR'
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               WHEN SEMIWEEKLY-DEPOSITOR
                   MOVE PAY-DATE-INT-WS TO DUE-DATE-INT-WS
                   PERFORM 322-FIND-DAY-OF-WEEK
                   EVALUATE TRUE
                       WHEN DAY-OF-WEEK-WS >= 2 AND DAY-OF-WEEK-WS <= 4
                           COMPUTE DAYS-TO-ADD-WS = 9 - DAY-OF-WEEK-WS
                       WHEN DAY-OF-WEEK-WS >= 5
                           COMPUTE DAYS-TO-ADD-WS = 11 - DAY-OF-WEEK-WS
                       WHEN OTHER
                           COMPUTE DAYS-TO-ADD-WS = 4 - DAY-OF-WEEK-WS
                   END-EVALUATE
                   COMPUTE DUE-DATE-INT-WS =
                       PAY-DATE-INT-WS + DAYS-TO-ADD-WS
               WHEN OTHER
                   MOVE LIAB-PAY-DATE-WS (LIAB-SUB-WS)
                       TO PAY-DATE-WORK-WS
                   MOVE PAY-YEAR-WS  TO DUE-YEAR-WS
                   MOVE PAY-MONTH-WS TO DUE-MONTH-WS
                   MOVE 15           TO DUE-DAY-WS
                   IF DUE-MONTH-WS = 12
                       ADD 1 TO DUE-YEAR-WS
                       MOVE 1 TO DUE-MONTH-WS
                   ELSE
                       ADD 1 TO DUE-MONTH-WS
                   END-IF
                   COMPUTE DUE-DATE-INT-WS =
                       FUNCTION INTEGER-OF-DATE (DUE-DATE-WS)
                   PERFORM 325-ROLL-PAST-WEEKEND
           END-EVALUATE
           COMPUTE DUE-DATE-WS =
               FUNCTION DATE-OF-INTEGER (DUE-DATE-INT-WS).

      *    DAY 1 OF THE INTEGER DATE CALENDAR IS A MONDAY, SO THE
      *    REMAINDER GIVES 0 = MONDAY THROUGH 6 = SUNDAY.
       322-FIND-DAY-OF-WEEK.
           DIVIDE 7 INTO DUE-DATE-INT-WS
               GIVING DOW-QUOTIENT-WS REMAINDER DAY-OF-WEEK-WS
           IF DAY-OF-WEEK-WS = ZERO
               MOVE 6 TO DAY-OF-WEEK-WS
           ELSE
               SUBTRACT 1 FROM DAY-OF-WEEK-WS
           END-IF.

       325-ROLL-PAST-WEEKEND.
           PERFORM 322-FIND-DAY-OF-WEEK
           EVALUATE DAY-OF-WEEK-WS
               WHEN 5
                   ADD 2 TO DUE-DATE-INT-WS
               WHEN 6
                   ADD 1 TO DUE-DATE-INT-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       330-POST-DEPOSIT-TO-LEDGER.
           MOVE SPACES                         TO TAX-LIABILITY-RECORD
           MOVE 'D'                            TO TXL-REC-TYPE
           MOVE LIAB-PAY-DATE-WS (LIAB-SUB-WS) TO TXL-PAY-DATE
           MOVE LIAB-PERIOD-WS (LIAB-SUB-WS)   TO TXL-PERIOD-ID
           MOVE RUN-DATE-NUMERIC-WS            TO TXL-RUN-DATE
           MOVE LIAB-YEAR-WS (LIAB-SUB-WS)     TO TXL-TAX-YEAR
           MOVE LIAB-QTR-WS (LIAB-SUB-WS)      TO TXL-QUARTER
           MOVE ZERO                           TO TXL-GROSS
                                                  TXL-ER-FICA
                                                  TXL-ER-MEDICARE
                                                  TXL-FUTA-TAX
           MOVE OPEN-FED-WS                    TO TXL-FED-TAX
           MOVE OPEN-SS-WS                     TO TXL-EE-FICA
           MOVE OPEN-MED-WS                    TO TXL-EE-MEDICARE
           MOVE OPEN-TOTAL-WS                  TO TXL-TOTAL-941
           MOVE DUE-DATE-WS                    TO TXL-DUE-DATE
           WRITE TAX-LIABILITY-RECORD

           IF LIAB-YEAR-WS (LIAB-SUB-WS) = RECON-YEAR-WS
                   AND LIAB-QTR-WS (LIAB-SUB-WS) = RECON-QUARTER-WS
               IF DUE-DATE-WS > RUN-DATE-NUMERIC-WS
                   ADD OPEN-TOTAL-WS TO RCN-SCHEDULED-WS
               ELSE
                   ADD OPEN-TOTAL-WS TO RCN-DEPOSITS-WS
               END-IF
           END-IF.

      *    THE TAX PERIOD ON THE EFTPS PAYMENT IS THE LAST MONTH OF
      *    THE QUARTER THE LIABILITY BELONGS TO.
       340-WRITE-EFTPS-DEPOSIT.
           MOVE SPACES              TO EFTPS-DETAIL-RECORD
           MOVE 'D'                 TO EFT-REC-TYPE
           MOVE COMPANY-EIN-WS      TO EFT-EIN
           MOVE '941'               TO EFT-TAX-FORM
           MOVE '94105'             TO EFT-TAX-TYPE-CODE
           COMPUTE EFT-TAX-PERIOD =
               (PENDING-YEAR-WS * 100) + (PENDING-QTR-WS * 3)
           MOVE PENDING-DUE-DATE-WS TO EFT-SETTLEMENT-DATE
           MOVE PENDING-TOTAL-WS    TO EFT-AMOUNT
           MOVE PENDING-SS-WS       TO EFT-SOC-SEC-AMOUNT
           MOVE PENDING-MED-WS      TO EFT-MEDICARE-AMOUNT
           MOVE PENDING-FED-WS      TO EFT-WITHHOLDING-AMOUNT
           WRITE EFTPS-DETAIL-RECORD
           ADD 1                TO EFTPS-RECORD-COUNT-WS
                                   DEPOSIT-COUNT-WS
           ADD PENDING-TOTAL-WS TO EFTPS-TOTAL-WS

           IF LINE-COUNT-WS >= LINES-PER-PAGE-WS
               PERFORM 350-PRINT-HEADERS
           END-IF
           MOVE PENDING-QTR-WS      TO DEP-QTR-OUT
           MOVE PENDING-YEAR-WS     TO DEP-YEAR-OUT
           MOVE PENDING-DUE-DATE-WS TO FORMAT-DATE-WS
           PERFORM 370-FORMAT-DATE
           MOVE DISPLAY-DATE-WS     TO DEP-DUE-DATE-OUT
           MOVE PENDING-TOTAL-WS    TO DEP-AMOUNT-OUT
           MOVE DEPOSIT-TOTAL-LINE  TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 2 TO LINE-COUNT-WS
           MOVE 'NO ' TO PENDING-SW.

       350-PRINT-HEADERS.
           ADD 1 TO PAGE-COUNT-WS
           MOVE PAGE-COUNT-WS TO PAGE-OUT
           MOVE RUN-MONTH-WS  TO RUN-MONTH-OUT
           MOVE RUN-DAY-WS    TO RUN-DAY-OUT
           MOVE RUN-YEAR-WS   TO RUN-YEAR-OUT
           MOVE HEADER-LINE-1 TO PRINT-A-REPORT-LINE
           IF PAGE-COUNT-WS = 1
               WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               WRITE PRINT-A-REPORT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE HEADER-LINE-2 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           IF SEMIWEEKLY-DEPOSITOR
               MOVE 'SEMIWEEKLY' TO SCHEDULE-NAME-OUT
           ELSE
               MOVE 'MONTHLY'    TO SCHEDULE-NAME-OUT
           END-IF
           MOVE SCHEDULE-BASIS-WS TO SCHEDULE-BASIS-OUT
           MOVE COMPANY-EIN-WS    TO SCHEDULE-EIN-OUT
           MOVE SCHEDULE-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE COLUMN-HEADER-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE 6 TO LINE-COUNT-WS.

       360-PRINT-PAY-DATE-LINE.
           IF LINE-COUNT-WS >= LINES-PER-PAGE-WS
               PERFORM 350-PRINT-HEADERS
           END-IF
           MOVE LIAB-PAY-DATE-WS (LIAB-SUB-WS) TO FORMAT-DATE-WS
           PERFORM 370-FORMAT-DATE
           MOVE DISPLAY-DATE-WS                 TO DTL-PAY-DATE-OUT
           MOVE LIAB-PERIOD-WS (LIAB-SUB-WS)    TO DTL-PERIOD-OUT
           MOVE OPEN-FED-WS                     TO DTL-FED-OUT
           MOVE OPEN-SS-WS                      TO DTL-SS-OUT
           MOVE OPEN-MED-WS                     TO DTL-MED-OUT
           MOVE LIAB-DEP-TOTAL-WS (LIAB-SUB-WS) TO DTL-PRIOR-OUT
           MOVE OPEN-TOTAL-WS                   TO DTL-DUE-AMT-OUT
           MOVE PENDING-DUE-DATE-WS             TO FORMAT-DATE-WS
           PERFORM 370-FORMAT-DATE
           MOVE DISPLAY-DATE-WS                 TO DTL-DUE-DATE-OUT
           IF PENDING-DUE-DATE-WS < RUN-DATE-NUMERIC-WS
               MOVE '** PAST DUE'               TO DTL-FLAG-OUT
               ADD 1 TO LATE-COUNT-WS
           ELSE
               MOVE SPACES                      TO DTL-FLAG-OUT
           END-IF
           MOVE DEPOSIT-DETAIL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO LINE-COUNT-WS.

       370-FORMAT-DATE.
           MOVE FORMAT-MONTH-WS TO DISPLAY-MONTH-WS
           MOVE FORMAT-DAY-WS   TO DISPLAY-DAY-WS
           MOVE FORMAT-YEAR-WS  TO DISPLAY-YEAR-WS.

      *    THE LEDGER FOR THE QUARTER IS CHECKED AGAINST THE MASTER
      *    QTD BUCKETS, AND THE DEPOSITS AGAINST THE LIABILITY, BEFORE
      *    THE 941 IS FILED. A DEPOSIT COUNTS ONCE ITS SETTLEMENT DATE
      *    HAS BEEN REACHED; ONE STILL TO SETTLE IS SHOWN APART.
       700-PRINT-941-RECONCILIATION.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-STATUS-WS NOT = '00'
               DISPLAY 'TAXDEP - EMPLOYEE MASTER OPEN FAILED '
                   'STATUS ' EMPLOYEE-MASTER-STATUS-WS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO MASTER-SSN
           START EMPLOYEE-MASTER-FILE KEY >= MASTER-SSN
               INVALID KEY MOVE 'YES' TO EOF-MASTER-WS
           END-START
           PERFORM 710-ADD-ONE-MASTER
               UNTIL EOF-MASTER-WS = 'YES'
           CLOSE EMPLOYEE-MASTER-FILE

           MOVE 'FORM 941 RECONCILIATION' TO HEADER-TITLE-OUT
           ADD 1 TO PAGE-COUNT-WS
           MOVE PAGE-COUNT-WS TO PAGE-OUT
           MOVE HEADER-LINE-1 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING PAGE
           MOVE HEADER-LINE-2 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE RECON-QUARTER-WS TO RCN-QTR-OUT
           MOVE RECON-YEAR-WS    TO RCN-YEAR-OUT
           MOVE RECON-HEADER-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE RECON-COLUMN-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE 'LINE 2  WAGES, TIPS, OTHER COMP' TO RCN-WORK-LABEL-WS
           MOVE RCN-GROSS-WS TO RCN-WORK-LEDGER-WS
           MOVE MST-GROSS-WS TO RCN-WORK-MASTER-WS
           MOVE 'YES'        TO RCN-WORK-COMPARE-SW
           PERFORM 720-PRINT-RECON-LINE

           MOVE 'LINE 3  FEDERAL INCOME TAX WITHHELD'
               TO RCN-WORK-LABEL-WS
           MOVE RCN-FED-WS TO RCN-WORK-LEDGER-WS
           MOVE MST-FED-WS TO RCN-WORK-MASTER-WS
           PERFORM 720-PRINT-RECON-LINE

           MOVE 'EMPLOYEE SOCIAL SECURITY' TO RCN-WORK-LABEL-WS
           MOVE RCN-EE-FICA-WS TO RCN-WORK-LEDGER-WS
           MOVE MST-FICA-WS    TO RCN-WORK-MASTER-WS
           PERFORM 720-PRINT-RECON-LINE

           MOVE 'EMPLOYER SOCIAL SECURITY' TO RCN-WORK-LABEL-WS
           MOVE RCN-ER-FICA-WS TO RCN-WORK-LEDGER-WS
           MOVE MST-FICA-WS    TO RCN-WORK-MASTER-WS
           PERFORM 720-PRINT-RECON-LINE

           MOVE 'EMPLOYEE MEDICARE' TO RCN-WORK-LABEL-WS
           MOVE RCN-EE-MED-WS   TO RCN-WORK-LEDGER-WS
           MOVE MST-MEDICARE-WS TO RCN-WORK-MASTER-WS
           PERFORM 720-PRINT-RECON-LINE

           MOVE 'NO ' TO RCN-WORK-COMPARE-SW
           MOVE 'EMPLOYER MEDICARE' TO RCN-WORK-LABEL-WS
           MOVE RCN-ER-MED-WS TO RCN-WORK-LEDGER-WS
           PERFORM 720-PRINT-RECON-LINE

           COMPUTE RCN-SS-MED-WS =
               RCN-EE-FICA-WS + RCN-ER-FICA-WS
               + RCN-EE-MED-WS + RCN-ER-MED-WS
           MOVE 'LINE 5E SOCIAL SECURITY + MEDICARE'
               TO RCN-WORK-LABEL-WS
           MOVE RCN-SS-MED-WS TO RCN-WORK-LEDGER-WS
           PERFORM 720-PRINT-RECON-LINE

           MOVE 'LINE 12 TOTAL TAXES' TO RCN-WORK-LABEL-WS
           MOVE RCN-LIABILITY-WS TO RCN-WORK-LEDGER-WS
           PERFORM 720-PRINT-RECON-LINE

           MOVE 'LINE 13 TOTAL DEPOSITS FOR QUARTER'
               TO RCN-WORK-LABEL-WS
           MOVE RCN-DEPOSITS-WS TO RCN-WORK-LEDGER-WS
           PERFORM 720-PRINT-RECON-LINE
           IF RCN-SCHEDULED-WS > ZERO
               MOVE 'SCHEDULED - SETTLES AFTER RUN DATE'
                   TO RCN-WORK-LABEL-WS
               MOVE RCN-SCHEDULED-WS TO RCN-WORK-LEDGER-WS
               PERFORM 720-PRINT-RECON-LINE
           END-IF

           COMPUTE RCN-BALANCE-WS = RCN-LIABILITY-WS - RCN-DEPOSITS-WS
           IF RCN-BALANCE-WS < ZERO
               MOVE 'LINE 15 OVERPAYMENT' TO RCN-WORK-LABEL-WS
           ELSE
               MOVE 'LINE 14 BALANCE DUE' TO RCN-WORK-LABEL-WS
           END-IF
           MOVE RCN-BALANCE-WS TO RCN-WORK-LEDGER-WS
           PERFORM 720-PRINT-RECON-LINE
           IF RCN-BALANCE-WS NOT = ZERO
               MOVE 'NO ' TO RECON-BALANCE-SW
           END-IF

           MOVE 'LINE 16 MONTH 1 LIABILITY' TO RCN-WORK-LABEL-WS
           MOVE RCN-MONTH-LIAB-WS (1) TO RCN-WORK-LEDGER-WS
           PERFORM 720-PRINT-RECON-LINE
           MOVE 'LINE 16 MONTH 2 LIABILITY' TO RCN-WORK-LABEL-WS
           MOVE RCN-MONTH-LIAB-WS (2) TO RCN-WORK-LEDGER-WS
           PERFORM 720-PRINT-RECON-LINE
           MOVE 'LINE 16 MONTH 3 LIABILITY' TO RCN-WORK-LABEL-WS
           MOVE RCN-MONTH-LIAB-WS (3) TO RCN-WORK-LEDGER-WS
           PERFORM 720-PRINT-RECON-LINE

           COMPUTE RCN-MONTH-TOTAL-WS =
               RCN-MONTH-LIAB-WS (1) + RCN-MONTH-LIAB-WS (2)
               + RCN-MONTH-LIAB-WS (3)
           MOVE 'YES' TO RCN-WORK-COMPARE-SW
           MOVE 'LINE 16 TOTAL VS LINE 12' TO RCN-WORK-LABEL-WS
           MOVE RCN-MONTH-TOTAL-WS TO RCN-WORK-LEDGER-WS
           MOVE RCN-LIABILITY-WS   TO RCN-WORK-MASTER-WS
           PERFORM 720-PRINT-RECON-LINE

           MOVE 'NO ' TO RCN-WORK-COMPARE-SW
           MOVE 'FUTA ACCRUED THIS QUARTER (940)' TO RCN-WORK-LABEL-WS
           MOVE RCN-FUTA-WS TO RCN-WORK-LEDGER-WS
           PERFORM 720-PRINT-RECON-LINE

           IF RCN-FUTA-WS > FUTA-DEPOSIT-LIMIT-WS
               MOVE 'FUTA OVER $500 - DEPOSIT DUE END OF NEXT MONTH'
                   TO MESSAGE-OUT
               MOVE MESSAGE-LINE TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES
           END-IF

           IF RECON-IN-BALANCE
               MOVE 'LEDGER, DEPOSITS AND EMPLOYEE MASTER RECONCILE'
                   TO MESSAGE-OUT
           ELSE
               MOVE '*** 941 OUT OF BALANCE - REVIEW BEFORE FILING'
                   TO MESSAGE-OUT
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE MESSAGE-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES.

       710-ADD-ONE-MASTER.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ

           IF EOF-MASTER-WS NOT = 'YES'
               ADD 1 TO EMPLOYEE-COUNT-WS
               ADD QTD-GROSS-M (RECON-QUARTER-WS)    TO MST-GROSS-WS
               ADD QTD-FED-M (RECON-QUARTER-WS)      TO MST-FED-WS
               ADD QTD-FICA-M (RECON-QUARTER-WS)     TO MST-FICA-WS
               ADD QTD-MEDICARE-M (RECON-QUARTER-WS) TO MST-MEDICARE-WS
           END-IF.

       720-PRINT-RECON-LINE.
           MOVE RCN-WORK-LABEL-WS  TO RCN-LABEL-OUT
           MOVE RCN-WORK-LEDGER-WS TO RCN-LEDGER-OUT
           MOVE SPACES             TO RCN-MASTER-OUT
                                      RCN-DIFF-OUT
                                      RCN-FLAG-OUT
           IF RCN-WORK-COMPARED
               MOVE RCN-WORK-MASTER-WS TO RCN-EDIT-AMOUNT-WS
               MOVE RCN-EDIT-AMOUNT-WS TO RCN-MASTER-OUT
               COMPUTE RCN-DIFF-AMOUNT-WS =
                   RCN-WORK-LEDGER-WS - RCN-WORK-MASTER-WS
               MOVE RCN-DIFF-AMOUNT-WS TO RCN-EDIT-AMOUNT-WS
               MOVE RCN-EDIT-AMOUNT-WS TO RCN-DIFF-OUT
               IF RCN-DIFF-AMOUNT-WS NOT = ZERO
                   MOVE '***' TO RCN-FLAG-OUT
                   MOVE 'NO ' TO RECON-BALANCE-SW
               END-IF
           END-IF
           MOVE RECON-DETAIL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE.

       900-CLOSE.
           MOVE SPACES                TO EFTPS-TRAILER-RECORD
           MOVE 'T'                   TO EFT-REC-TYPE
           MOVE EFTPS-RECORD-COUNT-WS TO EFT-TRL-RECORD-COUNT
           MOVE EFTPS-TOTAL-WS        TO EFT-TRL-TOTAL-AMOUNT
           WRITE EFTPS-DETAIL-RECORD

           MOVE 'PAY DATES SCHEDULED' TO SUMMARY-LABEL-OUT
           MOVE PAY-DATE-COUNT-WS     TO SUMMARY-COUNT-OUT
           MOVE ZERO                  TO SUMMARY-AMOUNT-OUT
           MOVE SUMMARY-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE 'EFTPS DEPOSITS WRITTEN' TO SUMMARY-LABEL-OUT
           MOVE DEPOSIT-COUNT-WS      TO SUMMARY-COUNT-OUT
           MOVE EFTPS-TOTAL-WS        TO SUMMARY-AMOUNT-OUT
           MOVE SUMMARY-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE 'PAY DATES PAST DUE' TO SUMMARY-LABEL-OUT
           MOVE LATE-COUNT-WS         TO SUMMARY-COUNT-OUT
           MOVE ZERO                  TO SUMMARY-AMOUNT-OUT
           MOVE SUMMARY-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE 'LEDGER RECORDS READ' TO SUMMARY-LABEL-OUT
           MOVE LEDGER-READ-COUNT-WS  TO SUMMARY-COUNT-OUT
           MOVE SUMMARY-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           IF ORPHAN-DEPOSIT-COUNT-WS > ZERO
               MOVE 'DEPOSITS WITH NO LIABILITY' TO SUMMARY-LABEL-OUT
               MOVE ORPHAN-DEPOSIT-COUNT-WS TO SUMMARY-COUNT-OUT
               MOVE SUMMARY-LINE TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           IF LATE-COUNT-WS > ZERO
               MOVE '*** DEPOSITS PAST DUE - SEND EFTPS FILE TODAY'
                   TO MESSAGE-OUT
               MOVE MESSAGE-LINE TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           END-IF

           IF QUARTER-END-MODE
               PERFORM 700-PRINT-941-RECONCILIATION
           END-IF

           CLOSE TAX-LIABILITY-FILE
                 EFTPS-OUTPUT-FILE
                 TAX-DEP-REPORT-FILE.
