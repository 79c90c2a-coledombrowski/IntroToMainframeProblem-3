       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT VAR-PARAM-FILE ASSIGN TO 'varparm.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VAR-PARAM-STATUS-WS.

            SELECT PAY-PERIOD-FILE ASSIGN TO 'payperiod.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAY-PERIOD-STATUS-WS.

            SELECT VAR-REPORT-FILE ASSIGN TO 'payvar.rpt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAY-HISTORY-FILE ASSIGN TO 'payhist.master'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HIST-KEY
            FILE STATUS IS PAY-HISTORY-STATUS-WS.

            SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'employee.master'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MASTER-SSN
            FILE STATUS IS EMPLOYEE-MASTER-STATUS-WS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  VAR-PARAM-FILE RECORDING MODE IS F.
       01  VAR-PARAM-RECORD.
           05 PARAM-CURRENT-PERIOD  PIC X(8).
           05 PARAM-PRIOR-PERIOD    PIC X(8).
           05 PARAM-PCT-LIMIT       PIC 9(3).
           05 PARAM-MIN-AMOUNT      PIC 9(5)V99.
           05 FILLER                PIC X(54).

       FD  PAY-PERIOD-FILE RECORDING MODE IS F.
       COPY PAYPERD.

       FD  VAR-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE      PIC X(132).

       FD  PAY-HISTORY-FILE.
       COPY PAYHIST.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WORKING-VARIABLES.
           05 EOF-HISTORY-WS        PIC X(3)        VALUE 'NO '.
           05 HISTORY-READ-COUNT-WS PIC 9(7)        VALUE ZERO.
           05 EMPLOYEE-COUNT-WS     PIC 9(5)        VALUE ZERO.
           05 FLAGGED-COUNT-WS      PIC 9(5)        VALUE ZERO.
           05 GROSS-SWING-COUNT-WS  PIC 9(5)        VALUE ZERO.
           05 NET-SWING-COUNT-WS    PIC 9(5)        VALUE ZERO.
           05 NEW-COUNT-WS          PIC 9(5)        VALUE ZERO.
           05 MISSING-COUNT-WS      PIC 9(5)        VALUE ZERO.
           05 MULTIPLE-COUNT-WS     PIC 9(5)        VALUE ZERO.

       01 FILE-STATUS-WS.
           05 VAR-PARAM-STATUS-WS   PIC X(2)        VALUE '00'.
           05 PAY-PERIOD-STATUS-WS  PIC X(2)        VALUE '00'.
           05 PAY-HISTORY-STATUS-WS PIC X(2)        VALUE '00'.
           05 EMPLOYEE-MASTER-STATUS-WS PIC X(2)    VALUE '00'.

      *    A SWING IS FLAGGED WHEN IT IS AT LEAST THE MINIMUM DOLLAR
      *    AMOUNT AND AT LEAST THE PERCENT LIMIT OF THE PRIOR PERIOD.
       01 VARIANCE-LIMITS-WS.
           05 CURRENT-PERIOD-WS     PIC X(8)        VALUE SPACES.
           05 PRIOR-PERIOD-WS       PIC X(8)        VALUE SPACES.
           05 PCT-LIMIT-WS          PIC 9(3)        VALUE 20.
           05 MIN-AMOUNT-WS         PIC 9(5)V99     VALUE 50.00.

       01 EMPLOYEE-HOLD-WS.
           05 HOLD-SSN-WS           PIC X(9)        VALUE SPACES.
           05 HOLD-NAME-WS          PIC X(20).
           05 HOLD-DEPT-WS          PIC X(4).
           05 CUR-COUNT-WS          PIC 99.
           05 CUR-GROSS-WS          PIC 9(7)V99.
           05 CUR-NET-WS            PIC 9(7)V99.
           05 CUR-HOURS-WS          PIC 9(5).
           05 PRI-COUNT-WS          PIC 99.
           05 PRI-GROSS-WS          PIC 9(7)V99.
           05 PRI-NET-WS            PIC 9(7)V99.
           05 PRI-HOURS-WS          PIC 9(5).

       01 VARIANCE-CALC-WS.
           05 CALC-CURRENT-WS       PIC 9(7)V99.
           05 CALC-PRIOR-WS         PIC 9(7)V99.
           05 CALC-DIFF-WS          PIC S9(7)V99.
           05 CALC-ABS-DIFF-WS      PIC 9(7)V99.
           05 CALC-PCT-WS           PIC S9(5)V9.
           05 SWING-SW              PIC X(3)        VALUE 'NO '.
               88 SWING-FOUND                   VALUE 'YES'.
           05 EMPLOYEE-FLAGGED-SW   PIC X(3)        VALUE 'NO '.
               88 EMPLOYEE-FLAGGED              VALUE 'YES'.
           05 VARIANCE-REASON-WS    PIC X(30).

       01 PERIOD-TOTALS-WS.
           05 TOTAL-CUR-GROSS-WS    PIC 9(9)V99     VALUE ZERO.
           05 TOTAL-CUR-NET-WS      PIC 9(9)V99     VALUE ZERO.
           05 TOTAL-PRI-GROSS-WS    PIC 9(9)V99     VALUE ZERO.
           05 TOTAL-PRI-NET-WS      PIC 9(9)V99     VALUE ZERO.
           05 TOTAL-CUR-PAID-WS     PIC 9(5)        VALUE ZERO.
           05 TOTAL-PRI-PAID-WS     PIC 9(5)        VALUE ZERO.

       01 REPORT-CONTROL-WS.
           05 LINE-COUNT-WS         PIC 99          VALUE ZERO.
           05 LINES-PER-PAGE-WS     PIC 99          VALUE 50.
           05 PAGE-COUNT-WS         PIC 999         VALUE ZERO.
           05 RUN-DATE-WS.
               10 RUN-YEAR-WS       PIC 9(4).
               10 RUN-MONTH-WS      PIC 99.
               10 RUN-DAY-WS        PIC 99.

       01 HEADER-LINE-1.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE 'ACME CORPORATION'.
           05 FILLER                PIC X(70)       VALUE SPACES.
           05 FILLER                PIC X(5)        VALUE 'PAGE '.
           05 PAGE-NO-OUT           PIC ZZ9.

       01 HEADER-LINE-2.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(30)
                                 VALUE 'PAY PERIOD VARIANCE REPORT'.
           05 FILLER                PIC X(37)       VALUE SPACES.
           05 FILLER                PIC X(9)  VALUE 'RUN DATE '.
           05 RUN-DATE-OUT.
               10 RUN-MONTH-OUT     PIC 99.
               10 FILLER            PIC X           VALUE '/'.
               10 RUN-DAY-OUT       PIC 99.
               10 FILLER            PIC X           VALUE '/'.
               10 RUN-YEAR-OUT      PIC 9999.

       01 HEADER-LINE-3.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(15)  VALUE 'CURRENT PERIOD '.
           05 HEADER-CURRENT-OUT    PIC X(8).
           05 FILLER                PIC X(15)  VALUE '  PRIOR PERIOD '.
           05 HEADER-PRIOR-OUT      PIC X(8).
           05 FILLER                PIC X(15)  VALUE '  SWING LIMIT '.
           05 HEADER-PCT-OUT        PIC ZZ9.
           05 FILLER                PIC X(7)        VALUE ' PCT / '.
           05 HEADER-MIN-OUT        PIC $$,$$9.99.

       01 HEADER-LINE-4.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(12)       VALUE 'SSN'.
           05 FILLER                PIC X(22)  VALUE 'EMPLOYEE NAME'.
           05 FILLER                PIC X(6)        VALUE 'DEPT'.
           05 FILLER                PIC X(13)  VALUE ' PRIOR GROSS'.
           05 FILLER                PIC X(13)  VALUE '   CUR GROSS'.
           05 FILLER                PIC X(13)  VALUE '   PRIOR NET'.
           05 FILLER                PIC X(13)  VALUE '     CUR NET'.
           05 FILLER                PIC X(9)        VALUE '   PCT'.
           05 FILLER                PIC X(20)       VALUE 'REASON'.

       01 VARIANCE-DETAIL-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 VAR-SSN-OUT           PIC X(9).
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 VAR-NAME-OUT          PIC X(20).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 VAR-DEPT-OUT          PIC X(4).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 VAR-PRI-GROSS-OUT     PIC $$$$,$$9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 VAR-CUR-GROSS-OUT     PIC $$$$,$$9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 VAR-PRI-NET-OUT       PIC $$$$,$$9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 VAR-CUR-NET-OUT       PIC $$$$,$$9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 VAR-PCT-OUT           PIC ZZZ9.9-.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 VAR-REASON-OUT        PIC X(30).

       01 TOTAL-LINE-1.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(16)  VALUE 'PRIOR PERIOD    '.
           05 FILLER                PIC X(5)        VALUE 'PAID '.
           05 TOTAL-PRI-PAID-OUT    PIC ZZ,ZZ9.
           05 FILLER                PIC X(8)        VALUE '  GROSS '.
           05 TOTAL-PRI-GROSS-OUT   PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(6)        VALUE '  NET '.
           05 TOTAL-PRI-NET-OUT     PIC $$$,$$$,$$9.99.

       01 TOTAL-LINE-2.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(16)  VALUE 'CURRENT PERIOD  '.
           05 FILLER                PIC X(5)        VALUE 'PAID '.
           05 TOTAL-CUR-PAID-OUT    PIC ZZ,ZZ9.
           05 FILLER                PIC X(8)        VALUE '  GROSS '.
           05 TOTAL-CUR-GROSS-OUT   PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(6)        VALUE '  NET '.
           05 TOTAL-CUR-NET-OUT     PIC $$$,$$$,$$9.99.

       01 COUNT-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(10)  VALUE 'EMPLOYEES '.
           05 EMPLOYEE-COUNT-OUT    PIC ZZ,ZZ9.
           05 FILLER                PIC X(10)  VALUE '  FLAGGED '.
           05 FLAGGED-COUNT-OUT     PIC ZZ,ZZ9.
           05 FILLER                PIC X(15)  VALUE '  GROSS SWINGS '.
           05 GROSS-SWING-COUNT-OUT PIC ZZ,ZZ9.
           05 FILLER                PIC X(13)  VALUE '  NET SWINGS '.
           05 NET-SWING-COUNT-OUT   PIC ZZ,ZZ9.
           05 FILLER                PIC X(6)        VALUE '  NEW '.
           05 NEW-COUNT-OUT         PIC ZZ,ZZ9.
           05 FILLER                PIC X(10)  VALUE '  MISSING '.
           05 MISSING-COUNT-OUT     PIC ZZ,ZZ9.
           05 FILLER                PIC X(11)  VALUE '  MULTIPLE '.
           05 MULTIPLE-COUNT-OUT    PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-HISTORY-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           OPEN OUTPUT VAR-REPORT-FILE

           PERFORM 210-READ-RUN-PARAMETERS

           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-STATUS-WS NOT = '00'
               DISPLAY 'PAYVAR - PAY HISTORY FILE OPEN FAILED '
                   'STATUS ' PAY-HISTORY-STATUS-WS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-STATUS-WS NOT = '00'
               DISPLAY 'PAYVAR - EMPLOYEE MASTER OPEN FAILED '
                   'STATUS ' EMPLOYEE-MASTER-STATUS-WS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PRIOR-PERIOD-WS = SPACES
               PERFORM 220-FIND-PRIOR-PERIOD
           END-IF
           IF PRIOR-PERIOD-WS = SPACES
               DISPLAY 'PAYVAR - NO PRIOR PERIOD ON HISTORY - '
                   'ALL EMPLOYEES REPORT AS NEW'
           END-IF

           PERFORM 350-PRINT-HEADERS

           MOVE 'NO ' TO EOF-HISTORY-WS
           MOVE LOW-VALUES TO HIST-KEY
           START PAY-HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY MOVE 'YES' TO EOF-HISTORY-WS
           END-START
           IF EOF-HISTORY-WS NOT = 'YES'
               PERFORM 250-READ-NEXT-HISTORY
           END-IF.

      *    THE CURRENT PERIOD COMES FROM THE PARAMETER FILE OR, WHEN
      *    NONE IS GIVEN, FROM THE PERIOD PROB3 HAS JUST PAID.
       210-READ-RUN-PARAMETERS.
           OPEN INPUT VAR-PARAM-FILE
           EVALUATE VAR-PARAM-STATUS-WS
               WHEN '00'
                   READ VAR-PARAM-FILE
                       AT END MOVE SPACES TO VAR-PARAM-RECORD
                   END-READ
                   MOVE PARAM-CURRENT-PERIOD TO CURRENT-PERIOD-WS
                   MOVE PARAM-PRIOR-PERIOD   TO PRIOR-PERIOD-WS
                   IF PARAM-PCT-LIMIT IS NUMERIC
                           AND PARAM-PCT-LIMIT > ZERO
                       MOVE PARAM-PCT-LIMIT TO PCT-LIMIT-WS
                   END-IF
                   IF PARAM-MIN-AMOUNT IS NUMERIC
                       MOVE PARAM-MIN-AMOUNT TO MIN-AMOUNT-WS
                   END-IF
                   CLOSE VAR-PARAM-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PAYVAR - PARAMETER FILE OPEN FAILED '
                       'STATUS ' VAR-PARAM-STATUS-WS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF CURRENT-PERIOD-WS = SPACES
               OPEN INPUT PAY-PERIOD-FILE
               IF PAY-PERIOD-STATUS-WS = '00'
                   READ PAY-PERIOD-FILE
                       AT END MOVE SPACES TO PAY-PERIOD-RECORD
                   END-READ
                   MOVE PERIOD-ID TO CURRENT-PERIOD-WS
                   CLOSE PAY-PERIOD-FILE
               END-IF
           END-IF

           IF CURRENT-PERIOD-WS = SPACES
               DISPLAY 'PAYVAR - NO CURRENT PERIOD - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE PRIOR PERIOD IS THE LATEST PERIOD ON HISTORY THAT SORTS
      *    BEFORE THE CURRENT ONE.
       220-FIND-PRIOR-PERIOD.
           MOVE 'NO ' TO EOF-HISTORY-WS
           MOVE LOW-VALUES TO HIST-KEY
           START PAY-HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY MOVE 'YES' TO EOF-HISTORY-WS
           END-START
           PERFORM 225-SCAN-ONE-PERIOD
               UNTIL EOF-HISTORY-WS = 'YES'.

       225-SCAN-ONE-PERIOD.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-HISTORY-WS
           END-READ

           IF EOF-HISTORY-WS NOT = 'YES'
               IF HIST-PERIOD-ID < CURRENT-PERIOD-WS
                       AND HIST-PERIOD-ID > PRIOR-PERIOD-WS
                   MOVE HIST-PERIOD-ID TO PRIOR-PERIOD-WS
               END-IF
           END-IF.

       250-READ-NEXT-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-HISTORY-WS
           END-READ

           IF EOF-HISTORY-WS NOT = 'YES'
               ADD 1 TO HISTORY-READ-COUNT-WS
           END-IF.

       300-PROCESS.
           IF HIST-SSN NOT = HOLD-SSN-WS
               IF HOLD-SSN-WS NOT = SPACES
                   PERFORM 320-COMPARE-EMPLOYEE
               END-IF
               PERFORM 310-START-EMPLOYEE
           END-IF

      *    ADJUSTMENTS ARE FILED UNDER THE PERIOD THEY CORRECT AND
      *    ARE LEFT OUT - ONLY THE PAYROLL RUN PAYMENTS ARE COMPARED.
           EVALUATE TRUE
               WHEN HIST-ADJUSTMENT OR HIST-RETRO-ADJUSTMENT
                   CONTINUE
               WHEN HIST-PERIOD-ID = CURRENT-PERIOD-WS
                   ADD 1            TO CUR-COUNT-WS
                   ADD HIST-GROSS   TO CUR-GROSS-WS
                   ADD HIST-NET-PAY TO CUR-NET-WS
                   ADD HIST-HOURS   TO CUR-HOURS-WS
                   MOVE HIST-NAME      TO HOLD-NAME-WS
                   MOVE HIST-HOME-DEPT TO HOLD-DEPT-WS
               WHEN HIST-PERIOD-ID = PRIOR-PERIOD-WS
                   ADD 1            TO PRI-COUNT-WS
                   ADD HIST-GROSS   TO PRI-GROSS-WS
                   ADD HIST-NET-PAY TO PRI-NET-WS
                   ADD HIST-HOURS   TO PRI-HOURS-WS
                   IF CUR-COUNT-WS = ZERO
                       MOVE HIST-NAME      TO HOLD-NAME-WS
                       MOVE HIST-HOME-DEPT TO HOLD-DEPT-WS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 250-READ-NEXT-HISTORY.

       310-START-EMPLOYEE.
           MOVE HIST-SSN TO HOLD-SSN-WS
           MOVE SPACES   TO HOLD-NAME-WS
                            HOLD-DEPT-WS
           MOVE ZERO     TO CUR-COUNT-WS
                            CUR-GROSS-WS
                            CUR-NET-WS
                            CUR-HOURS-WS
                            PRI-COUNT-WS
                            PRI-GROSS-WS
                            PRI-NET-WS
                            PRI-HOURS-WS.

       320-COMPARE-EMPLOYEE.
           MOVE 'NO ' TO EMPLOYEE-FLAGGED-SW
           IF CUR-COUNT-WS > ZERO OR PRI-COUNT-WS > ZERO
               ADD 1 TO EMPLOYEE-COUNT-WS
           END-IF
           IF CUR-COUNT-WS > ZERO
               ADD 1            TO TOTAL-CUR-PAID-WS
               ADD CUR-GROSS-WS TO TOTAL-CUR-GROSS-WS
               ADD CUR-NET-WS   TO TOTAL-CUR-NET-WS
           END-IF
           IF PRI-COUNT-WS > ZERO
               ADD 1            TO TOTAL-PRI-PAID-WS
               ADD PRI-GROSS-WS TO TOTAL-PRI-GROSS-WS
               ADD PRI-NET-WS   TO TOTAL-PRI-NET-WS
           END-IF

           EVALUATE TRUE
               WHEN CUR-COUNT-WS = ZERO AND PRI-COUNT-WS = ZERO
                   CONTINUE
               WHEN CUR-COUNT-WS = ZERO
                   ADD 1 TO MISSING-COUNT-WS
                   PERFORM 325-CHECK-MISSING-STATUS
                   MOVE ZERO TO CALC-PCT-WS
                   PERFORM 330-PRINT-VARIANCE-LINE
               WHEN PRI-COUNT-WS = ZERO
                   ADD 1 TO NEW-COUNT-WS
                   MOVE 'NEW - NOT PAID PRIOR PERIOD'
                       TO VARIANCE-REASON-WS
                   MOVE ZERO TO CALC-PCT-WS
                   PERFORM 330-PRINT-VARIANCE-LINE
               WHEN OTHER
                   PERFORM 322-CHECK-SWINGS
           END-EVALUATE

           IF EMPLOYEE-FLAGGED
               ADD 1 TO FLAGGED-COUNT-WS
           END-IF.

      *    A DOUBLED TIMECARD SHOWS UP EITHER AS TWO PAYMENTS IN THE
      *    PERIOD OR AS A GROSS SWING - BOTH ARE REPORTED.
       322-CHECK-SWINGS.
           IF CUR-COUNT-WS > 1
               ADD 1 TO MULTIPLE-COUNT-WS
               MOVE 'MULTIPLE PAYMENTS THIS PERIOD'
                   TO VARIANCE-REASON-WS
               MOVE ZERO TO CALC-PCT-WS
               PERFORM 330-PRINT-VARIANCE-LINE
           END-IF

           MOVE CUR-GROSS-WS TO CALC-CURRENT-WS
           MOVE PRI-GROSS-WS TO CALC-PRIOR-WS
           PERFORM 323-TEST-ONE-SWING
           IF SWING-FOUND
               ADD 1 TO GROSS-SWING-COUNT-WS
               IF CALC-DIFF-WS < ZERO
                   MOVE 'GROSS PAY DOWN OVER LIMIT'
                       TO VARIANCE-REASON-WS
               ELSE
                   MOVE 'GROSS PAY UP OVER LIMIT'
                       TO VARIANCE-REASON-WS
               END-IF
               PERFORM 330-PRINT-VARIANCE-LINE
           END-IF

           MOVE CUR-NET-WS TO CALC-CURRENT-WS
           MOVE PRI-NET-WS TO CALC-PRIOR-WS
           PERFORM 323-TEST-ONE-SWING
           IF SWING-FOUND
               ADD 1 TO NET-SWING-COUNT-WS
               IF CALC-DIFF-WS < ZERO
                   MOVE 'NET PAY DOWN OVER LIMIT'
                       TO VARIANCE-REASON-WS
               ELSE
                   MOVE 'NET PAY UP OVER LIMIT'
                       TO VARIANCE-REASON-WS
               END-IF
               PERFORM 330-PRINT-VARIANCE-LINE
           END-IF.

       323-TEST-ONE-SWING.
           MOVE 'NO ' TO SWING-SW
           COMPUTE CALC-DIFF-WS = CALC-CURRENT-WS - CALC-PRIOR-WS
           IF CALC-DIFF-WS < ZERO
               COMPUTE CALC-ABS-DIFF-WS = CALC-DIFF-WS * -1
           ELSE
               MOVE CALC-DIFF-WS TO CALC-ABS-DIFF-WS
           END-IF

           IF CALC-PRIOR-WS > ZERO
               COMPUTE CALC-PCT-WS ROUNDED =
                   CALC-DIFF-WS * 100 / CALC-PRIOR-WS
                   ON SIZE ERROR MOVE 9999.9 TO CALC-PCT-WS
               END-COMPUTE
           ELSE
               MOVE ZERO TO CALC-PCT-WS
           END-IF

           IF CALC-ABS-DIFF-WS >= MIN-AMOUNT-WS
                   AND (CALC-PRIOR-WS = ZERO
                       OR CALC-ABS-DIFF-WS * 100 >=
                           CALC-PRIOR-WS * PCT-LIMIT-WS)
               MOVE 'YES' TO SWING-SW
           END-IF.

       325-CHECK-MISSING-STATUS.
           MOVE HOLD-SSN-WS TO MASTER-SSN
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'MISSING - NOT ON MASTER'
                       TO VARIANCE-REASON-WS
               NOT INVALID KEY
                   IF EMPLOYEE-TERMINATED
                       MOVE 'MISSING - TERMINATED'
                           TO VARIANCE-REASON-WS
                   ELSE
                       MOVE 'MISSING - ACTIVE NOT PAID'
                           TO VARIANCE-REASON-WS
                   END-IF
           END-READ.

       330-PRINT-VARIANCE-LINE.
           MOVE 'YES' TO EMPLOYEE-FLAGGED-SW
           IF LINE-COUNT-WS >= LINES-PER-PAGE-WS
               PERFORM 350-PRINT-HEADERS
           END-IF

           MOVE HOLD-SSN-WS        TO VAR-SSN-OUT
           MOVE HOLD-NAME-WS       TO VAR-NAME-OUT
           MOVE HOLD-DEPT-WS       TO VAR-DEPT-OUT
           MOVE PRI-GROSS-WS       TO VAR-PRI-GROSS-OUT
           MOVE CUR-GROSS-WS       TO VAR-CUR-GROSS-OUT
           MOVE PRI-NET-WS         TO VAR-PRI-NET-OUT
           MOVE CUR-NET-WS         TO VAR-CUR-NET-OUT
           MOVE CALC-PCT-WS        TO VAR-PCT-OUT
           MOVE VARIANCE-REASON-WS TO VAR-REASON-OUT
           MOVE VARIANCE-DETAIL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO LINE-COUNT-WS.

       350-PRINT-HEADERS.
           ADD 1 TO PAGE-COUNT-WS
           MOVE PAGE-COUNT-WS     TO PAGE-NO-OUT
           MOVE RUN-MONTH-WS      TO RUN-MONTH-OUT
           MOVE RUN-DAY-WS        TO RUN-DAY-OUT
           MOVE RUN-YEAR-WS       TO RUN-YEAR-OUT
           MOVE CURRENT-PERIOD-WS TO HEADER-CURRENT-OUT
           MOVE PRIOR-PERIOD-WS   TO HEADER-PRIOR-OUT
           MOVE PCT-LIMIT-WS      TO HEADER-PCT-OUT
           MOVE MIN-AMOUNT-WS     TO HEADER-MIN-OUT

           MOVE HEADER-LINE-1 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING PAGE
           MOVE HEADER-LINE-2 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE HEADER-LINE-3 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE HEADER-LINE-4 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE ZERO TO LINE-COUNT-WS.

       900-CLOSE.
           IF HOLD-SSN-WS NOT = SPACES
               PERFORM 320-COMPARE-EMPLOYEE
           END-IF

           MOVE TOTAL-PRI-PAID-WS  TO TOTAL-PRI-PAID-OUT
           MOVE TOTAL-PRI-GROSS-WS TO TOTAL-PRI-GROSS-OUT
           MOVE TOTAL-PRI-NET-WS   TO TOTAL-PRI-NET-OUT
           MOVE TOTAL-LINE-1 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE TOTAL-CUR-PAID-WS  TO TOTAL-CUR-PAID-OUT
           MOVE TOTAL-CUR-GROSS-WS TO TOTAL-CUR-GROSS-OUT
           MOVE TOTAL-CUR-NET-WS   TO TOTAL-CUR-NET-OUT
           MOVE TOTAL-LINE-2 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE EMPLOYEE-COUNT-WS    TO EMPLOYEE-COUNT-OUT
           MOVE FLAGGED-COUNT-WS     TO FLAGGED-COUNT-OUT
           MOVE GROSS-SWING-COUNT-WS TO GROSS-SWING-COUNT-OUT
           MOVE NET-SWING-COUNT-WS   TO NET-SWING-COUNT-OUT
           MOVE NEW-COUNT-WS         TO NEW-COUNT-OUT
           MOVE MISSING-COUNT-WS     TO MISSING-COUNT-OUT
           MOVE MULTIPLE-COUNT-WS    TO MULTIPLE-COUNT-OUT
           MOVE COUNT-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES

      *    FLAGGED EMPLOYEES HOLD THE ACH RELEASE UNTIL REVIEWED.
           IF FLAGGED-COUNT-WS > ZERO
               DISPLAY 'PAYVAR - ' FLAGGED-COUNT-WS
                   ' EMPLOYEES FLAGGED - REVIEW BEFORE ACH RELEASE'
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE VAR-REPORT-FILE
                 PAY-HISTORY-FILE
                 EMPLOYEE-MASTER-FILE.
