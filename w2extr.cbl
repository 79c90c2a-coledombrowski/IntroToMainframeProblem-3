           05 W2-STATE-OUT          PIC 9(7)V99.
           05 W2-FICA-OUT           PIC 9(7)V99.
           05 W2-MEDICARE-OUT       PIC 9(7)V99.
           05 W2-STATE-BOX-OUT OCCURS 5 TIMES.
               10 W2-STATE-CODE-OUT  PIC X(2).
               10 W2-STATE-WAGES-OUT PIC 9(7)V99.
               10 W2-STATE-TAX-OUT   PIC 9(7)V99.

       FD  W2-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE      PIC X(132).
           05 EXTRACT-COUNT-WS      PIC 9(5)        VALUE ZERO.
           05 ROLLED-COUNT-WS       PIC 9(5)        VALUE ZERO.
           05 QUARTER-SUB-WS        PIC 9.
           05 STATE-BUCKET-SUB-WS   PIC 9.
           05 STATE-BOX-COUNT-WS    PIC 9.
           05 STATE-TOTAL-COUNT-WS  PIC 99          VALUE ZERO.
           05 STATE-TOTAL-SUB-WS    PIC 99.
           05 STATE-TOTAL-HIT-WS    PIC 99.

       01 RUN-MODE-WS.
           05 RUN-MODE-VALUE-WS     PIC X(8)   VALUE 'EXTRACT'.
           05 YR-FICA-TOTAL-WS      PIC 9(9)V99     VALUE ZERO.
           05 YR-MEDI-TOTAL-WS      PIC 9(9)V99     VALUE ZERO.

      *    ONE ENTRY PER STATE WITHHELD FOR, SUMMED OVER THE W-2 STATE
      *    BOXES EXTRACTED.
       01 STATE-TOTALS-WS.
           05 STATE-TOTAL-ENTRY-WS OCCURS 20 TIMES.
               10 ST-TOTAL-STATE-WS PIC X(2).
               10 ST-TOTAL-WAGES-WS PIC 9(9)V99.
               10 ST-TOTAL-TAX-WS   PIC 9(9)V99.
               10 ST-TOTAL-FORMS-WS PIC 9(5).

       01 HEADER-LINE-1.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE 'ACME CORPORATION'.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 Y-MEDI-OUT            PIC $$$,$$$,$$9.99.

       01 STATE-COLUMN-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(7)        VALUE 'STATE'.
           05 FILLER                PIC X(16)       VALUE 'STATE WAGES'.
           05 FILLER                PIC X(16)       VALUE 'STATE TAX'.
           05 FILLER                PIC X(6)        VALUE 'W-2S'.

       01 STATE-DETAIL-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 STATE-CODE-OUT        PIC X(2).
           05 FILLER                PIC X(5)        VALUE SPACE.
           05 STATE-WAGES-OUT       PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 STATE-TAX-OUT         PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 STATE-FORMS-OUT       PIC ZZ,ZZ9.

       01 COUNT-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(17)
               MOVE YTD-STATE-M     TO W2-STATE-OUT
               MOVE YTD-FICA-M      TO W2-FICA-OUT
               MOVE YTD-MEDICARE-M  TO W2-MEDICARE-OUT
               MOVE ZERO TO STATE-BOX-COUNT-WS
               PERFORM 311-CLEAR-ONE-STATE-BOX
                   VARYING STATE-BUCKET-SUB-WS FROM 1 BY 1
                   UNTIL STATE-BUCKET-SUB-WS > 5
               PERFORM 312-MOVE-ONE-STATE-BOX
                   VARYING STATE-BUCKET-SUB-WS FROM 1 BY 1
                   UNTIL STATE-BUCKET-SUB-WS > 5
               WRITE W2-EXTRACT-RECORD

               PERFORM 315-ACCUMULATE-ONE-QUARTER
                   UNTIL QUARTER-SUB-WS > 4
           END-IF.

       311-CLEAR-ONE-STATE-BOX.
           MOVE SPACES TO W2-STATE-CODE-OUT (STATE-BUCKET-SUB-WS)
           MOVE ZERO   TO W2-STATE-WAGES-OUT (STATE-BUCKET-SUB-WS)
                          W2-STATE-TAX-OUT (STATE-BUCKET-SUB-WS).

      *    A STATE BUCKET WITH WAGES OR TAX BECOMES ONE W-2 STATE BOX.
       312-MOVE-ONE-STATE-BOX.
           IF SWH-YTD-WAGES-M (STATE-BUCKET-SUB-WS) IS NUMERIC
                   AND SWH-YTD-TAX-M (STATE-BUCKET-SUB-WS) IS NUMERIC
               IF SWH-YTD-WAGES-M (STATE-BUCKET-SUB-WS) > ZERO
                       OR SWH-YTD-TAX-M (STATE-BUCKET-SUB-WS) > ZERO
                   ADD 1 TO STATE-BOX-COUNT-WS
                   MOVE SWH-STATE-M (STATE-BUCKET-SUB-WS)
                       TO W2-STATE-CODE-OUT (STATE-BOX-COUNT-WS)
                   MOVE SWH-YTD-WAGES-M (STATE-BUCKET-SUB-WS)
                       TO W2-STATE-WAGES-OUT (STATE-BOX-COUNT-WS)
                   MOVE SWH-YTD-TAX-M (STATE-BUCKET-SUB-WS)
                       TO W2-STATE-TAX-OUT (STATE-BOX-COUNT-WS)
                   PERFORM 313-ADD-STATE-TOTAL
               END-IF
           END-IF.

       313-ADD-STATE-TOTAL.
           MOVE ZERO TO STATE-TOTAL-HIT-WS
           PERFORM 314-SCAN-STATE-TOTAL
               VARYING STATE-TOTAL-SUB-WS FROM 1 BY 1
               UNTIL STATE-TOTAL-SUB-WS > STATE-TOTAL-COUNT-WS
           IF STATE-TOTAL-HIT-WS = ZERO
               IF STATE-TOTAL-COUNT-WS < 20
                   ADD 1 TO STATE-TOTAL-COUNT-WS
                   MOVE STATE-TOTAL-COUNT-WS TO STATE-TOTAL-HIT-WS
                   MOVE SWH-STATE-M (STATE-BUCKET-SUB-WS)
                       TO ST-TOTAL-STATE-WS (STATE-TOTAL-HIT-WS)
                   MOVE ZERO TO ST-TOTAL-WAGES-WS (STATE-TOTAL-HIT-WS)
                                ST-TOTAL-TAX-WS (STATE-TOTAL-HIT-WS)
                                ST-TOTAL-FORMS-WS (STATE-TOTAL-HIT-WS)
               ELSE
                   DISPLAY 'W2EXTR - STATE SUMMARY FULL - '
                       SWH-STATE-M (STATE-BUCKET-SUB-WS)
                       ' NOT SUMMARIZED'
               END-IF
           END-IF
           IF STATE-TOTAL-HIT-WS > ZERO
               ADD SWH-YTD-WAGES-M (STATE-BUCKET-SUB-WS)
                   TO ST-TOTAL-WAGES-WS (STATE-TOTAL-HIT-WS)
               ADD SWH-YTD-TAX-M (STATE-BUCKET-SUB-WS)
                   TO ST-TOTAL-TAX-WS (STATE-TOTAL-HIT-WS)
               ADD 1 TO ST-TOTAL-FORMS-WS (STATE-TOTAL-HIT-WS)
           END-IF.

       314-SCAN-STATE-TOTAL.
           IF ST-TOTAL-STATE-WS (STATE-TOTAL-SUB-WS)
                   = SWH-STATE-M (STATE-BUCKET-SUB-WS)
               MOVE STATE-TOTAL-SUB-WS TO STATE-TOTAL-HIT-WS
           END-IF.

       315-ACCUMULATE-ONE-QUARTER.
           ADD QTD-GROSS-M (QUARTER-SUB-WS)
               TO Q-GROSS-TOTAL-WS (QUARTER-SUB-WS)
                        YTD-FICA-M
                        YTD-MEDICARE-M
           MOVE ZEROES TO QTD-BUCKETS-M
                          QTD-UI-BUCKETS-M
           PERFORM 322-CLEAR-ONE-STATE-BUCKET
               VARYING STATE-BUCKET-SUB-WS FROM 1 BY 1
               UNTIL STATE-BUCKET-SUB-WS > 5
           REWRITE EMPLOYEE-MASTER-RECORD.

       322-CLEAR-ONE-STATE-BUCKET.
           MOVE SPACES TO SWH-STATE-M (STATE-BUCKET-SUB-WS)
           MOVE ZERO   TO SWH-YTD-WAGES-M (STATE-BUCKET-SUB-WS)
                          SWH-YTD-TAX-M (STATE-BUCKET-SUB-WS)
           MOVE ZEROES TO SWH-QTD-BUCKET-M (STATE-BUCKET-SUB-WS 1)
                          SWH-QTD-BUCKET-M (STATE-BUCKET-SUB-WS 2)
                          SWH-QTD-BUCKET-M (STATE-BUCKET-SUB-WS 3)
                          SWH-QTD-BUCKET-M (STATE-BUCKET-SUB-WS 4).

       350-PRINT-QUARTER-SUMMARY.
           MOVE RUN-MONTH-WS TO RUN-MONTH-OUT
           MOVE RUN-DAY-WS   TO RUN-DAY-OUT
           MOVE YR-FICA-TOTAL-WS  TO Y-FICA-OUT
           MOVE YR-MEDI-TOTAL-WS  TO Y-MEDI-OUT
           MOVE YEAR-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES

           IF STATE-TOTAL-COUNT-WS > ZERO
               MOVE STATE-COLUMN-LINE TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES
               PERFORM 357-PRINT-ONE-STATE
                   VARYING STATE-TOTAL-SUB-WS FROM 1 BY 1
                   UNTIL STATE-TOTAL-SUB-WS > STATE-TOTAL-COUNT-WS
           END-IF.

       355-PRINT-ONE-QUARTER.
           MOVE QUARTER-SUB-WS TO QUARTER-NO-OUT
           ADD Q-FICA-TOTAL-WS (QUARTER-SUB-WS)  TO YR-FICA-TOTAL-WS
           ADD Q-MEDI-TOTAL-WS (QUARTER-SUB-WS)  TO YR-MEDI-TOTAL-WS.

       357-PRINT-ONE-STATE.
           MOVE ST-TOTAL-STATE-WS (STATE-TOTAL-SUB-WS) TO STATE-CODE-OUT
           MOVE ST-TOTAL-WAGES-WS (STATE-TOTAL-SUB-WS)
               TO STATE-WAGES-OUT
           MOVE ST-TOTAL-TAX-WS (STATE-TOTAL-SUB-WS)   TO STATE-TAX-OUT
           MOVE ST-TOTAL-FORMS-WS (STATE-TOTAL-SUB-WS)
               TO STATE-FORMS-OUT
           MOVE STATE-DETAIL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE.

       900-CLOSE.
           IF EXTRACT-MODE
               PERFORM 350-PRINT-QUARTER-SUMMARY
