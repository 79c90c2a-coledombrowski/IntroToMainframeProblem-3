       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUIWAGE.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT SUI-PARAM-FILE ASSIGN TO 'suiparm.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SUI-PARAM-STATUS-WS.

            SELECT SUI-WAGE-FILE ASSIGN TO 'suiwage.dat'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SUI-REPORT-FILE ASSIGN TO 'suiwage.rpt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'employee.master'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MASTER-SSN
            FILE STATUS IS EMPLOYEE-MASTER-STATUS-WS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SUI-PARAM-FILE RECORDING MODE IS F.
       01  SUI-PARAM-RECORD.
           05 PARAM-QUARTER         PIC 9.
           05 PARAM-YEAR            PIC 9(4).
           05 FILLER                PIC X(75).

       FD  SUI-WAGE-FILE RECORDING MODE IS F.
       01  SUI-WAGE-RECORD.
           05 SUI-SSN-OUT           PIC X(9).
           05 SUI-NAME-OUT          PIC X(20).
           05 SUI-YEAR-OUT          PIC 9(4).
           05 SUI-QUARTER-OUT       PIC 9.
           05 SUI-GROSS-OUT         PIC 9(7)V99.
           05 SUI-TAXABLE-OUT       PIC 9(7)V99.
           05 SUI-TAX-OUT           PIC 9(5)V99.

       FD  SUI-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE      PIC X(132).

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WORKING-VARIABLES.
           05 EOF-MASTER-WS         PIC X(3)        VALUE 'NO '.
           05 EMPLOYEE-COUNT-WS     PIC 9(5)        VALUE ZERO.
           05 LISTED-COUNT-WS       PIC 9(5)        VALUE ZERO.
           05 MISMATCH-COUNT-WS     PIC 9(5)        VALUE ZERO.
           05 QUARTER-WS            PIC 9           VALUE ZERO.
           05 QUARTER-YEAR-WS       PIC 9(4)        VALUE ZERO.
           05 EXCESS-WAGES-WS       PIC S9(7)V99.

       01 SUI-PARAM-STATUS-WS       PIC X(2)        VALUE '00'.
       01 EMPLOYEE-MASTER-STATUS-WS PIC X(2)        VALUE '00'.

       01 REPORT-CONTROL-WS.
           05 LINE-COUNT-WS         PIC 99          VALUE ZERO.
           05 LINES-PER-PAGE-WS     PIC 99          VALUE 50.
           05 PAGE-COUNT-WS         PIC 999         VALUE ZERO.
           05 RUN-DATE-WS.
               10 RUN-YEAR-WS       PIC 9(4).
               10 RUN-MONTH-WS      PIC 99.
               10 RUN-DAY-WS        PIC 99.
           05 RUN-QUARTER-WS        PIC 9.

      *    LISTING TOTALS ARE WHAT WAS PRINTED; MASTER TOTALS ARE THE
      *    SAME QUARTER SUMMED OVER EVERY RECORD ON THE FILE.
       01 LISTING-TOTALS-WS.
           05 LIST-GROSS-WS         PIC 9(9)V99     VALUE ZERO.
           05 LIST-EXCESS-WS        PIC 9(9)V99     VALUE ZERO.
           05 LIST-TAXABLE-WS       PIC 9(9)V99     VALUE ZERO.
           05 LIST-TAX-WS           PIC 9(9)V99     VALUE ZERO.

       01 MASTER-TOTALS-WS.
           05 MAST-QTD-GROSS-WS     PIC 9(9)V99     VALUE ZERO.
           05 MAST-UI-GROSS-WS      PIC 9(9)V99     VALUE ZERO.
           05 MAST-SUTA-WAGES-WS    PIC 9(9)V99     VALUE ZERO.
           05 MAST-SUTA-TAX-WS      PIC 9(9)V99     VALUE ZERO.
           05 MAST-FUTA-WAGES-WS    PIC 9(9)V99     VALUE ZERO.
           05 MAST-FUTA-TAX-WS      PIC 9(9)V99     VALUE ZERO.

       01 BALANCE-SW                PIC X(3)        VALUE 'YES'.
           88 LISTING-IN-BALANCE               VALUE 'YES'.
           88 LISTING-OUT-OF-BALANCE           VALUE 'NO '.

       01 HEADER-LINE-1.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE 'ACME CORPORATION'.
           05 FILLER                PIC X(30)  VALUE SPACE.
           05 FILLER                PIC X(5)   VALUE 'PAGE '.
           05 PAGE-OUT              PIC ZZ9.

       01 HEADER-LINE-2.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(30)
                                 VALUE 'SUI QUARTERLY WAGE LISTING'.
           05 FILLER                PIC X(8)   VALUE 'QUARTER '.
           05 QUARTER-OUT           PIC 9.
           05 FILLER                PIC X(1)   VALUE '/'.
           05 QUARTER-YEAR-OUT      PIC 9(4).
           05 FILLER                PIC X(3)   VALUE SPACE.
           05 FILLER                PIC X(9)   VALUE 'RUN DATE '.
           05 RUN-DATE-OUT.
               10 RUN-MONTH-OUT     PIC 99.
               10 FILLER            PIC X           VALUE '/'.
               10 RUN-DAY-OUT       PIC 99.
               10 FILLER            PIC X           VALUE '/'.
               10 RUN-YEAR-OUT      PIC 9999.

       01 COLUMN-HEADER-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(12)       VALUE 'SSN'.
           05 FILLER                PIC X(23)       VALUE 'NAME'.
           05 FILLER                PIC X(16)  VALUE 'QUARTER GROSS'.
           05 FILLER                PIC X(16)  VALUE 'EXCESS WAGES'.
           05 FILLER                PIC X(16)       VALUE 'SUI TAXABLE'.
           05 FILLER                PIC X(12)       VALUE 'SUI TAX'.

       01 SUI-DETAIL-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 SSN-OUT               PIC X(9).
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 NAME-OUT              PIC X(20).
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 GROSS-OUT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 EXCESS-OUT            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 TAXABLE-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 TAX-OUT               PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 MISMATCH-FLAG-OUT     PIC X(20).

       01 SUI-TOTAL-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(35)
                                 VALUE 'LISTING TOTALS'.
           05 TOTAL-GROSS-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 TOTAL-EXCESS-OUT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 TOTAL-TAXABLE-OUT     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 TOTAL-TAX-OUT         PIC ZZ,ZZZ,ZZ9.99.

       01 TIE-OUT-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 TIE-LABEL-OUT         PIC X(35).
           05 TIE-AMOUNT-OUT        PIC ZZZ,ZZZ,ZZ9.99.

       01 BALANCE-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 BALANCE-MESSAGE-OUT   PIC X(50).

       01 COUNT-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(17)
                                 VALUE 'EMPLOYEES READ'.
           05 EMPLOYEE-COUNT-OUT    PIC ZZ,ZZ9.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(8)   VALUE 'LISTED'.
           05 LISTED-COUNT-OUT      PIC ZZ,ZZ9.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(17)
                                 VALUE 'GROSS MISMATCHES'.
           05 MISMATCH-COUNT-OUT    PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-MASTER-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           COMPUTE RUN-QUARTER-WS = (RUN-MONTH-WS + 2) / 3

           PERFORM 210-READ-RUN-PARAMETERS

           OPEN OUTPUT SUI-REPORT-FILE
                       SUI-WAGE-FILE

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-STATUS-WS NOT = '00'
               DISPLAY 'SUIWAGE - EMPLOYEE MASTER OPEN FAILED '
                   'STATUS ' EMPLOYEE-MASTER-STATUS-WS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO MASTER-SSN
           START EMPLOYEE-MASTER-FILE KEY >= MASTER-SSN
               INVALID KEY MOVE 'YES' TO EOF-MASTER-WS
           END-START

           PERFORM 250-READ-NEXT-MASTER.

      *    WITH NO PARAMETER THE LISTING IS FOR THE QUARTER JUST
      *    ENDED. THE FOURTH QUARTER MUST BE RUN BEFORE THE W2EXTR
      *    ROLLOVER CLEARS THE BUCKETS.
       210-READ-RUN-PARAMETERS.
           OPEN INPUT SUI-PARAM-FILE
           EVALUATE SUI-PARAM-STATUS-WS
               WHEN '00'
                   READ SUI-PARAM-FILE
                       AT END CONTINUE
                   END-READ
                   IF PARAM-QUARTER IS NUMERIC
                           AND PARAM-QUARTER >= 1
                           AND PARAM-QUARTER <= 4
                       MOVE PARAM-QUARTER TO QUARTER-WS
                   END-IF
                   IF PARAM-YEAR IS NUMERIC AND PARAM-YEAR > ZERO
                       MOVE PARAM-YEAR TO QUARTER-YEAR-WS
                   END-IF
                   CLOSE SUI-PARAM-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'SUIWAGE - PARAMETER FILE OPEN FAILED '
                       'STATUS ' SUI-PARAM-STATUS-WS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF QUARTER-WS = ZERO
               IF RUN-QUARTER-WS = 1
                   MOVE 4 TO QUARTER-WS
               ELSE
                   COMPUTE QUARTER-WS = RUN-QUARTER-WS - 1
               END-IF
           END-IF
           IF QUARTER-YEAR-WS = ZERO
               IF RUN-QUARTER-WS = 1 AND QUARTER-WS = 4
                   COMPUTE QUARTER-YEAR-WS = RUN-YEAR-WS - 1
               ELSE
                   MOVE RUN-YEAR-WS TO QUARTER-YEAR-WS
               END-IF
           END-IF.

       250-READ-NEXT-MASTER.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ

           IF EOF-MASTER-WS NOT = 'YES'
               ADD 1 TO EMPLOYEE-COUNT-WS
           END-IF.

       300-PROCESS.
           ADD QTD-GROSS-M (QUARTER-WS)      TO MAST-QTD-GROSS-WS
           ADD QTD-UI-GROSS-M (QUARTER-WS)   TO MAST-UI-GROSS-WS
           ADD QTD-SUTA-WAGES-M (QUARTER-WS) TO MAST-SUTA-WAGES-WS
           ADD QTD-SUTA-TAX-M (QUARTER-WS)   TO MAST-SUTA-TAX-WS
           ADD QTD-FUTA-WAGES-M (QUARTER-WS) TO MAST-FUTA-WAGES-WS
           ADD QTD-FUTA-TAX-M (QUARTER-WS)   TO MAST-FUTA-TAX-WS

           IF QTD-UI-GROSS-M (QUARTER-WS) > ZERO
                   OR QTD-SUTA-WAGES-M (QUARTER-WS) > ZERO
                   OR QTD-GROSS-M (QUARTER-WS) > ZERO
               PERFORM 310-LIST-ONE-EMPLOYEE
           END-IF

           PERFORM 250-READ-NEXT-MASTER.

      *    EXCESS WAGES ARE THE QUARTER'S UI WAGES OVER THE SUI BASE.
      *    AN EMPLOYEE WHOSE UI GROSS DOES NOT MATCH THE PAYROLL
      *    QUARTER GROSS IS FLAGGED FOR REVIEW BEFORE FILING.
       310-LIST-ONE-EMPLOYEE.
           IF LINE-COUNT-WS = ZERO
               PERFORM 350-PRINT-HEADERS
           END-IF

           ADD 1 TO LISTED-COUNT-WS
           COMPUTE EXCESS-WAGES-WS =
               QTD-UI-GROSS-M (QUARTER-WS)
               - QTD-SUTA-WAGES-M (QUARTER-WS)
           IF EXCESS-WAGES-WS < ZERO
               MOVE ZERO TO EXCESS-WAGES-WS
           END-IF

           MOVE SPACES                        TO MISMATCH-FLAG-OUT
           IF QTD-UI-GROSS-M (QUARTER-WS)
                   NOT = QTD-GROSS-M (QUARTER-WS)
               ADD 1 TO MISMATCH-COUNT-WS
               MOVE '* QTR GROSS DIFFERS' TO MISMATCH-FLAG-OUT
           END-IF

           MOVE MASTER-SSN                    TO SSN-OUT
           MOVE MASTER-NAME                   TO NAME-OUT
           MOVE QTD-UI-GROSS-M (QUARTER-WS)   TO GROSS-OUT
           MOVE EXCESS-WAGES-WS               TO EXCESS-OUT
           MOVE QTD-SUTA-WAGES-M (QUARTER-WS) TO TAXABLE-OUT
           MOVE QTD-SUTA-TAX-M (QUARTER-WS)   TO TAX-OUT
           MOVE SUI-DETAIL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO LINE-COUNT-WS
           IF LINE-COUNT-WS >= LINES-PER-PAGE-WS
               MOVE ZERO TO LINE-COUNT-WS
           END-IF

           ADD QTD-UI-GROSS-M (QUARTER-WS)   TO LIST-GROSS-WS
           ADD EXCESS-WAGES-WS               TO LIST-EXCESS-WS
           ADD QTD-SUTA-WAGES-M (QUARTER-WS) TO LIST-TAXABLE-WS
           ADD QTD-SUTA-TAX-M (QUARTER-WS)   TO LIST-TAX-WS

           MOVE MASTER-SSN                    TO SUI-SSN-OUT
           MOVE MASTER-NAME                   TO SUI-NAME-OUT
           MOVE QUARTER-YEAR-WS               TO SUI-YEAR-OUT
           MOVE QUARTER-WS                    TO SUI-QUARTER-OUT
           MOVE QTD-UI-GROSS-M (QUARTER-WS)   TO SUI-GROSS-OUT
           MOVE QTD-SUTA-WAGES-M (QUARTER-WS) TO SUI-TAXABLE-OUT
           MOVE QTD-SUTA-TAX-M (QUARTER-WS)   TO SUI-TAX-OUT
           WRITE SUI-WAGE-RECORD.

       350-PRINT-HEADERS.
           ADD 1 TO PAGE-COUNT-WS
           MOVE PAGE-COUNT-WS   TO PAGE-OUT
           MOVE QUARTER-WS      TO QUARTER-OUT
           MOVE QUARTER-YEAR-WS TO QUARTER-YEAR-OUT
           MOVE RUN-MONTH-WS    TO RUN-MONTH-OUT
           MOVE RUN-DAY-WS      TO RUN-DAY-OUT
           MOVE RUN-YEAR-WS     TO RUN-YEAR-OUT
           MOVE HEADER-LINE-1 TO PRINT-A-REPORT-LINE
           IF PAGE-COUNT-WS = 1
               WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               WRITE PRINT-A-REPORT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE HEADER-LINE-2 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE COLUMN-HEADER-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE 4 TO LINE-COUNT-WS.

      *    THE LISTING MUST TIE TO THE MASTER: UI GROSS TO THE PAYROLL
      *    QUARTER GROSS, AND TAXABLE WAGES AND TAX TO THE QUARTER'S
      *    SUI BUCKETS.
       370-PRINT-TIE-OUT.
           MOVE 'MASTER QUARTER GROSS (QTD)' TO TIE-LABEL-OUT
           MOVE MAST-QTD-GROSS-WS  TO TIE-AMOUNT-OUT
           MOVE TIE-OUT-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE 'MASTER UI GROSS WAGES' TO TIE-LABEL-OUT
           MOVE MAST-UI-GROSS-WS   TO TIE-AMOUNT-OUT
           MOVE TIE-OUT-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'MASTER SUI TAXABLE WAGES' TO TIE-LABEL-OUT
           MOVE MAST-SUTA-WAGES-WS TO TIE-AMOUNT-OUT
           MOVE TIE-OUT-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'MASTER SUI TAX' TO TIE-LABEL-OUT
           MOVE MAST-SUTA-TAX-WS   TO TIE-AMOUNT-OUT
           MOVE TIE-OUT-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'MASTER FUTA TAXABLE WAGES' TO TIE-LABEL-OUT
           MOVE MAST-FUTA-WAGES-WS TO TIE-AMOUNT-OUT
           MOVE TIE-OUT-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'MASTER FUTA TAX' TO TIE-LABEL-OUT
           MOVE MAST-FUTA-TAX-WS   TO TIE-AMOUNT-OUT
           MOVE TIE-OUT-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           IF LIST-GROSS-WS NOT = MAST-QTD-GROSS-WS
                   OR LIST-GROSS-WS NOT = MAST-UI-GROSS-WS
                   OR LIST-TAXABLE-WS NOT = MAST-SUTA-WAGES-WS
                   OR LIST-TAX-WS NOT = MAST-SUTA-TAX-WS
               MOVE 'NO ' TO BALANCE-SW
           END-IF
           IF LISTING-IN-BALANCE
               MOVE 'LISTING TIES TO EMPLOYEE MASTER'
                   TO BALANCE-MESSAGE-OUT
           ELSE
               MOVE '*** LISTING OUT OF BALANCE WITH EMPLOYEE MASTER'
                   TO BALANCE-MESSAGE-OUT
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE BALANCE-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES.

       900-CLOSE.
           IF PAGE-COUNT-WS = ZERO
               PERFORM 350-PRINT-HEADERS
           END-IF

           MOVE LIST-GROSS-WS   TO TOTAL-GROSS-OUT
           MOVE LIST-EXCESS-WS  TO TOTAL-EXCESS-OUT
           MOVE LIST-TAXABLE-WS TO TOTAL-TAXABLE-OUT
           MOVE LIST-TAX-WS     TO TOTAL-TAX-OUT
           MOVE SUI-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES

           PERFORM 370-PRINT-TIE-OUT

           MOVE EMPLOYEE-COUNT-WS TO EMPLOYEE-COUNT-OUT
           MOVE LISTED-COUNT-WS   TO LISTED-COUNT-OUT
           MOVE MISMATCH-COUNT-WS TO MISMATCH-COUNT-OUT
           MOVE COUNT-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES

           IF MISMATCH-COUNT-WS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE SUI-REPORT-FILE
                 SUI-WAGE-FILE
                 EMPLOYEE-MASTER-FILE.
