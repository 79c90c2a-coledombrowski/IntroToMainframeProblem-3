       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT RETRO-PARM-FILE ASSIGN TO 'retroparm.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RETRO-PARM-STATUS-WS.

            SELECT RETRO-REPORT-FILE ASSIGN TO 'retropay.rpt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RETRO-WORK-FILE ASSIGN TO 'retroadj.tmp'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAYROLL-INPUT-FILE ASSIGN TO 'payroll.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYROLL-INPUT-STATUS-WS.

            SELECT RATE-HISTORY-FILE ASSIGN TO 'ratehist.master'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RH-KEY
            FILE STATUS IS RATE-HISTORY-STATUS-WS.

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
       FD  RETRO-PARM-FILE RECORDING MODE IS F.
       01  RETRO-PARM-RECORD.
           05 PARM-RETRO-MODE       PIC X(5).
           05 FILLER                PIC X(75).

       FD  RETRO-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE      PIC X(132).

       FD  RETRO-WORK-FILE RECORDING MODE IS F.
       01  RETRO-WORK-RECORD        PIC X(100).

       FD  PAYROLL-INPUT-FILE RECORDING MODE IS F.
       01  PAYROLL-INPUT-LINE       PIC X(100).

       FD  RATE-HISTORY-FILE.
       COPY RATEHIST.

       FD  PAY-HISTORY-FILE.
       COPY PAYHIST.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WORKING-VARIABLES.
           05 EOF-RATE-WS           PIC X(3)        VALUE 'NO '.
           05 EOF-HISTORY-WS        PIC X(3)        VALUE 'NO '.
           05 EOF-WORK-WS           PIC X(3)        VALUE 'NO '.
           05 MASTER-FOUND-SW       PIC X(3)        VALUE 'NO '.
               88 MASTER-RECORD-FOUND           VALUE 'YES'.
           05 RETRO-MODE-WS         PIC X(5)        VALUE 'PROOF'.
               88 PROOF-RUN                     VALUE 'PROOF'.
               88 FINAL-RUN                     VALUE 'FINAL'.

       01 FILE-STATUS-WS.
           05 RETRO-PARM-STATUS-WS  PIC X(2)        VALUE '00'.
           05 PAYROLL-INPUT-STATUS-WS PIC X(2)      VALUE '00'.
           05 RATE-HISTORY-STATUS-WS PIC X(2)       VALUE '00'.
           05 PAY-HISTORY-STATUS-WS PIC X(2)        VALUE '00'.
           05 EMPLOYEE-MASTER-STATUS-WS PIC X(2)    VALUE '00'.

       01 OVERTIME-CONSTANTS.
           05 OVERTIME-FACTOR       PIC 9V99        VALUE 1.5.

      *    ALL RATE HISTORY FOR ONE EMPLOYEE, IN EFFECTIVE DATE ORDER.
      *    THE CHANGE THAT GOVERNS A PAYMENT IS THE LATEST ONE IN
      *    EFFECT ON ITS PAY DATE; ONLY PENDING CHANGES PRODUCE RETRO.
       01 CHANGE-TABLE-CONTROL-WS.
           05 HOLD-SSN-WS           PIC X(9).
           05 CHANGE-COUNT-WS       PIC 99          VALUE ZERO.
           05 CHANGE-SUB-WS         PIC 99.
           05 CHANGE-HIT-WS         PIC 99.
           05 GROUP-PENDING-WS      PIC 99          VALUE ZERO.

       01 CHANGE-TABLE-WS.
           05 CHANGE-ENTRY-WS OCCURS 50 TIMES.
               10 CHG-KEY-WS        PIC X(19).
               10 CHG-EFF-DATE-WS   PIC 9(8).
               10 CHG-CHANGE-DATE-WS PIC 9(8).
               10 CHG-OLD-PAY-TYPE-WS PIC X(1).
               10 CHG-OLD-RATE-WS   PIC 9(2)V99.
               10 CHG-OLD-SALARY-WS PIC 9(5)V99.
               10 CHG-NEW-PAY-TYPE-WS PIC X(1).
               10 CHG-NEW-RATE-WS   PIC 9(2)V99.
               10 CHG-NEW-SALARY-WS PIC 9(5)V99.
               10 CHG-PENDING-WS    PIC X(1).

      *    PENDING CHANGES ARE MARKED DONE ONLY AFTER THE WHOLE PASS,
      *    SO THE SEQUENTIAL READ OF THE RATE HISTORY IS NOT DISTURBED.
       01 MARK-TABLE-CONTROL-WS.
           05 MARK-COUNT-WS         PIC 9(4)        VALUE ZERO.
           05 MARK-SUB-WS           PIC 9(4).

       01 MARK-TABLE-WS.
           05 MARK-KEY-WS OCCURS 1000 TIMES PIC X(19).

      *    RETRO ALREADY PAID FOR ONE EMPLOYEE, BY PERIOD. IT IS TAKEN
      *    OFF THE FIRST RECALCULATED PAYMENT IN THE PERIOD SO A LATER
      *    CHANGE PAYS ONLY THE DIFFERENCE FROM WHAT WAS MADE UP.
       01 PRIOR-RETRO-CONTROL-WS.
           05 PRIOR-RETRO-COUNT-WS  PIC 99          VALUE ZERO.
           05 PRIOR-RETRO-SUB-WS    PIC 99.
           05 PRIOR-RETRO-HIT-WS    PIC 99.

       01 PRIOR-RETRO-TABLE-WS.
           05 PRIOR-RETRO-ENTRY-WS OCCURS 60 TIMES.
               10 PR-PERIOD-WS      PIC X(8).
               10 PR-AMOUNT-WS      PIC S9(7)V99.

       01 RETRO-CALC-WS.
           05 PAID-AMOUNT-WS        PIC 9(5)V99.
           05 NEW-AMOUNT-WS         PIC 9(5)V99.
           05 RECALC-GROSS-WS       PIC 9(7)V99.
           05 PAID-GROSS-WS         PIC 9(7)V99.
           05 RETRO-DIFF-WS         PIC S9(7)V99.
           05 LEAVE-HOURS-WS        PIC 9(3).
           05 PAYMENT-NOTE-WS       PIC X(24).

       01 RETRO-TOTALS-WS.
           05 EMPLOYEE-NET-WS       PIC S9(9)V99    VALUE ZERO.
           05 EMPLOYEE-COUNT-WS     PIC 9(5)        VALUE ZERO.
           05 PAYMENT-COUNT-WS      PIC 9(7)        VALUE ZERO.
           05 ADJUSTMENT-COUNT-WS   PIC 9(5)        VALUE ZERO.
           05 TOTAL-INCREASE-WS     PIC 9(9)V99     VALUE ZERO.
           05 TOTAL-DECREASE-WS     PIC 9(9)V99     VALUE ZERO.
           05 TOTAL-NET-WS          PIC S9(9)V99    VALUE ZERO.
           05 REVIEW-COUNT-WS       PIC 9(5)        VALUE ZERO.
           05 RELEASED-COUNT-WS     PIC 9(5)        VALUE ZERO.

       01 REPORT-CONTROL-WS.
           05 LINE-COUNT-WS         PIC 99          VALUE ZERO.
           05 LINES-PER-PAGE-WS     PIC 99          VALUE 50.
           05 PAGE-COUNT-WS         PIC 999         VALUE ZERO.
           05 RUN-DATE-WS.
               10 RUN-YEAR-WS       PIC 9(4).
               10 RUN-MONTH-WS      PIC 99.
               10 RUN-DAY-WS        PIC 99.
           05 RUN-DATE-NUMERIC-WS REDEFINES RUN-DATE-WS PIC 9(8).
           05 HOLD-PRINT-LINE-WS    PIC X(132).

       01 FORMAT-DATE-WS            PIC 9(8).
       01 FORMAT-DATE-PARTS-WS REDEFINES FORMAT-DATE-WS.
           05 FORMAT-YEAR-WS        PIC 9(4).
           05 FORMAT-MONTH-WS       PIC 99.
           05 FORMAT-DAY-WS         PIC 99.

       01 DATE-DISPLAY-WS.
           05 DATE-MONTH-OUT        PIC 99.
           05 FILLER                PIC X           VALUE '/'.
           05 DATE-DAY-OUT          PIC 99.
           05 FILLER                PIC X           VALUE '/'.
           05 DATE-YEAR-OUT         PIC 9999.

      *    SAME LAYOUT AS THE PAYROLL.DAT CONTROL RECORD AND 'A'
      *    ADJUSTMENT RECORD READ BY PROB3. RETRO ADJUSTMENTS CARRY NO
      *    HOURS - THE HOURS WERE PAID IN THE ORIGINAL PERIOD - AND
      *    ARE MARKED 'R' SO PROB3 FILES THEM AS RETRO ON PAY HISTORY.
       01 PAYROLL-CONTROL-RECORD.
           05 CONTROL-EMP-COUNT     PIC 9(5).
           05 CONTROL-TOTAL-HOURS   PIC 9(7).
           05 FILLER                PIC X(88).

       01 RETRO-ADJUSTMENT-OUT.
           05 RA-SSN-OUT            PIC X(9).
           05 RA-HOURS-OUT          PIC 99.
           05 RA-REC-TYPE-OUT       PIC X(1).
           05 RA-SIGN-OUT           PIC X(1).
           05 RA-GROSS-OUT          PIC 9(5)V99.
           05 RA-ADJ-HOURS-OUT      PIC 9(3).
           05 RA-SPLITS-OUT         PIC X(24).
           05 RA-PERIOD-ID-OUT      PIC X(8).
           05 RA-VAC-HOURS-OUT      PIC 99.
           05 RA-SICK-HOURS-OUT     PIC 99.
           05 FILLER                PIC X(34).
           05 RA-SOURCE-OUT         PIC X(1).
           05 FILLER                PIC X(6).

       01 HEADER-LINE-1.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE 'ACME CORPORATION'.
           05 FILLER                PIC X(70)       VALUE SPACES.
           05 FILLER                PIC X(5)        VALUE 'PAGE '.
           05 PAGE-NO-OUT           PIC ZZ9.

       01 HEADER-LINE-2.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(30)
                                 VALUE 'RETROACTIVE PAY WORKSHEET'.
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
           05 HDR-MODE-OUT          PIC X(60).

       01 HEADER-LINE-4.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(10)       VALUE 'PERIOD'.
           05 FILLER                PIC X(12)       VALUE 'PAY DATE'.
           05 FILLER                PIC X(16)
                                 VALUE 'REG  OT LVE'.
           05 FILLER                PIC X(11)  VALUE '  PAID RATE'.
           05 FILLER                PIC X(11)  VALUE '   NEW RATE'.
           05 FILLER                PIC X(12)  VALUE '  GROSS PAID'.
           05 FILLER                PIC X(12)  VALUE '      RECALC'.
           05 FILLER                PIC X(13)  VALUE '   DIFFERENCE'.
           05 FILLER                PIC X(2)        VALUE SPACES.
           05 FILLER                PIC X(4)        VALUE 'NOTE'.

       01 EMPLOYEE-HEADER-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(9)        VALUE 'EMPLOYEE '.
           05 EH-SSN-OUT            PIC X(9).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 EH-NAME-OUT           PIC X(20).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 EH-NOTE-OUT           PIC X(40).

       01 CHANGE-DETAIL-LINE.
           05 FILLER                PIC X(5)        VALUE SPACE.
           05 FILLER                PIC X(10)       VALUE 'EFFECTIVE '.
           05 CD-EFF-DATE-OUT       PIC X(10).
           05 FILLER                PIC X(10)       VALUE '  ENTERED '.
           05 CD-CHANGE-DATE-OUT    PIC X(10).
           05 FILLER                PIC X(6)        VALUE '  OLD '.
           05 CD-OLD-PAY-TYPE-OUT   PIC X(1).
           05 FILLER                PIC X(1)        VALUE SPACE.
           05 CD-OLD-AMOUNT-OUT     PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(6)        VALUE '  NEW '.
           05 CD-NEW-PAY-TYPE-OUT   PIC X(1).
           05 FILLER                PIC X(1)        VALUE SPACE.
           05 CD-NEW-AMOUNT-OUT     PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 CD-STATUS-OUT         PIC X(20).

       01 RETRO-DETAIL-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 RD-PERIOD-OUT         PIC X(8).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 RD-PAY-DATE-OUT       PIC X(10).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 RD-REG-HOURS-OUT      PIC ZZ9.
           05 FILLER                PIC X(1)        VALUE SPACE.
           05 RD-OT-HOURS-OUT       PIC ZZ9.
           05 FILLER                PIC X(1)        VALUE SPACE.
           05 RD-LEAVE-HOURS-OUT    PIC ZZ9.
           05 FILLER                PIC X(5)        VALUE SPACE.
           05 RD-PAID-AMOUNT-OUT    PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 RD-NEW-AMOUNT-OUT     PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 RD-GROSS-PAID-OUT     PIC $$$,$$9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 RD-RECALC-OUT         PIC $$$,$$9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 RD-DIFF-OUT           PIC $$$,$$9.99-.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 RD-NOTE-OUT           PIC X(24).

       01 EMPLOYEE-TOTAL-LINE.
           05 FILLER                PIC X(5)        VALUE SPACE.
           05 FILLER                PIC X(20)
                                 VALUE 'EMPLOYEE RETRO TOTAL'.
           05 FILLER                PIC X(75)       VALUE SPACES.
           05 ET-NET-OUT            PIC $$$$,$$$,$$9.99-.

       01 GRAND-TOTAL-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 GT-LABEL-OUT          PIC X(30).
           05 GT-COUNT-OUT          PIC ZZ,ZZ9.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 GT-AMOUNT-OUT         PIC $$$$,$$$,$$9.99-
                                    BLANK WHEN ZERO.

       01 SIGN-OFF-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 SO-CAPTION-OUT        PIC X(14).
           05 FILLER                PIC X(30)
                          VALUE '______________________________'.
           05 FILLER                PIC X(8)        VALUE '  DATE '.
           05 FILLER                PIC X(12)
                                 VALUE '____________'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-RATE-WS = 'YES'
           IF FINAL-RUN
               PERFORM 700-RELEASE-ADJUSTMENTS
               PERFORM 750-MARK-CHANGES-DONE
           END-IF
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           OPEN OUTPUT RETRO-REPORT-FILE
           PERFORM 210-READ-PARAMETERS

           OPEN I-O RATE-HISTORY-FILE
           EVALUATE RATE-HISTORY-STATUS-WS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'RETROPAY - NO RATE HISTORY - NOTHING TO DO'
                   MOVE 'YES' TO EOF-RATE-WS
               WHEN OTHER
                   DISPLAY 'RETROPAY - RATE HISTORY OPEN FAILED '
                       'STATUS ' RATE-HISTORY-STATUS-WS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-STATUS-WS NOT = '00'
               DISPLAY 'RETROPAY - PAY HISTORY OPEN FAILED '
                   'STATUS ' PAY-HISTORY-STATUS-WS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-STATUS-WS NOT = '00'
               DISPLAY 'RETROPAY - EMPLOYEE MASTER OPEN FAILED '
                   'STATUS ' EMPLOYEE-MASTER-STATUS-WS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FINAL-RUN
               OPEN OUTPUT RETRO-WORK-FILE
               MOVE 'FINAL - ADJUSTMENTS RELEASED TO PAYROLL.DAT'
                   TO HDR-MODE-OUT
           ELSE
               MOVE 'PROOF - FOR HR SIGN-OFF, NO ADJUSTMENTS WRITTEN'
                   TO HDR-MODE-OUT
           END-IF

           PERFORM 350-PRINT-HEADERS

           IF EOF-RATE-WS NOT = 'YES'
               MOVE LOW-VALUES TO RH-KEY
               START RATE-HISTORY-FILE KEY >= RH-KEY
                   INVALID KEY MOVE 'YES' TO EOF-RATE-WS
               END-START
               IF EOF-RATE-WS NOT = 'YES'
                   PERFORM 250-READ-NEXT-CHANGE
               END-IF
           END-IF.

       210-READ-PARAMETERS.
           OPEN INPUT RETRO-PARM-FILE
           EVALUATE RETRO-PARM-STATUS-WS
               WHEN '00'
                   READ RETRO-PARM-FILE
                       AT END MOVE SPACES TO RETRO-PARM-RECORD
                   END-READ
                   IF PARM-RETRO-MODE = 'FINAL'
                       MOVE 'FINAL' TO RETRO-MODE-WS
                   END-IF
                   CLOSE RETRO-PARM-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RETROPAY - PARAMETER FILE OPEN FAILED '
                       'STATUS ' RETRO-PARM-STATUS-WS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       250-READ-NEXT-CHANGE.
           READ RATE-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-RATE-WS
           END-READ.

       300-PROCESS.
           MOVE RH-SSN TO HOLD-SSN-WS
           MOVE ZERO   TO CHANGE-COUNT-WS
                          GROUP-PENDING-WS
           PERFORM 310-LOAD-ONE-CHANGE
               UNTIL EOF-RATE-WS = 'YES'
                   OR RH-SSN NOT = HOLD-SSN-WS

           IF GROUP-PENDING-WS > ZERO
               PERFORM 320-RETRO-EMPLOYEE
           END-IF.

       310-LOAD-ONE-CHANGE.
           IF CHANGE-COUNT-WS < 50
               ADD 1 TO CHANGE-COUNT-WS
               MOVE RH-KEY            TO CHG-KEY-WS (CHANGE-COUNT-WS)
               MOVE RH-EFFECTIVE-DATE TO CHG-EFF-DATE-WS
                                             (CHANGE-COUNT-WS)
               MOVE RH-CHANGE-DATE    TO CHG-CHANGE-DATE-WS
                                             (CHANGE-COUNT-WS)
               MOVE RH-OLD-PAY-TYPE   TO CHG-OLD-PAY-TYPE-WS
                                             (CHANGE-COUNT-WS)
               MOVE RH-OLD-RATE       TO CHG-OLD-RATE-WS
                                             (CHANGE-COUNT-WS)
               MOVE RH-OLD-SALARY     TO CHG-OLD-SALARY-WS
                                             (CHANGE-COUNT-WS)
               MOVE RH-NEW-PAY-TYPE   TO CHG-NEW-PAY-TYPE-WS
                                             (CHANGE-COUNT-WS)
               MOVE RH-NEW-RATE       TO CHG-NEW-RATE-WS
                                             (CHANGE-COUNT-WS)
               MOVE RH-NEW-SALARY     TO CHG-NEW-SALARY-WS
                                             (CHANGE-COUNT-WS)
               IF RH-RETRO-PENDING
                   MOVE 'Y' TO CHG-PENDING-WS (CHANGE-COUNT-WS)
                   ADD 1 TO GROUP-PENDING-WS
               ELSE
                   MOVE 'N' TO CHG-PENDING-WS (CHANGE-COUNT-WS)
               END-IF
           ELSE
               DISPLAY 'RETROPAY - OVER 50 RATE CHANGES FOR ' RH-SSN
                   ' - LATER CHANGES SKIPPED'
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 250-READ-NEXT-CHANGE.

       320-RETRO-EMPLOYEE.
           ADD 1 TO EMPLOYEE-COUNT-WS
           MOVE ZERO TO EMPLOYEE-NET-WS

           MOVE HOLD-SSN-WS TO MASTER-SSN
           MOVE 'YES'       TO MASTER-FOUND-SW
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY MOVE 'NO ' TO MASTER-FOUND-SW
           END-READ

           IF LINE-COUNT-WS + 4 > LINES-PER-PAGE-WS
               PERFORM 350-PRINT-HEADERS
           END-IF
           MOVE HOLD-SSN-WS TO EH-SSN-OUT
           IF MASTER-RECORD-FOUND
               MOVE MASTER-NAME TO EH-NAME-OUT
               IF EMPLOYEE-TERMINATED
                   MOVE 'TERMINATED' TO EH-NOTE-OUT
               ELSE
                   MOVE SPACES TO EH-NOTE-OUT
               END-IF
           ELSE
               MOVE SPACES TO EH-NAME-OUT
               MOVE '*** NOT ON MASTER - NO ADJUSTMENTS ***'
                   TO EH-NOTE-OUT
               ADD 1 TO REVIEW-COUNT-WS
           END-IF
           MOVE EMPLOYEE-HEADER-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES
           ADD 2 TO LINE-COUNT-WS

           PERFORM 321-PRINT-ONE-CHANGE
               VARYING CHANGE-SUB-WS FROM 1 BY 1
               UNTIL CHANGE-SUB-WS > CHANGE-COUNT-WS

           IF MASTER-RECORD-FOUND
               MOVE ZERO TO PRIOR-RETRO-COUNT-WS
               PERFORM 323-START-EMPLOYEE-HISTORY
               PERFORM 326-LOAD-ONE-PRIOR-RETRO
                   UNTIL EOF-HISTORY-WS = 'YES'
                       OR HIST-SSN NOT = HOLD-SSN-WS

               PERFORM 323-START-EMPLOYEE-HISTORY
               PERFORM 330-RETRO-ONE-PAYMENT
                   UNTIL EOF-HISTORY-WS = 'YES'
                       OR HIST-SSN NOT = HOLD-SSN-WS

               MOVE EMPLOYEE-NET-WS TO ET-NET-OUT
               MOVE EMPLOYEE-TOTAL-LINE TO PRINT-A-REPORT-LINE
               PERFORM 360-PRINT-A-LINE

               PERFORM 322-SAVE-CHANGES-TO-MARK
                   VARYING CHANGE-SUB-WS FROM 1 BY 1
                   UNTIL CHANGE-SUB-WS > CHANGE-COUNT-WS
           END-IF.

       321-PRINT-ONE-CHANGE.
           IF CHG-PENDING-WS (CHANGE-SUB-WS) = 'Y'
               MOVE CHG-EFF-DATE-WS (CHANGE-SUB-WS) TO FORMAT-DATE-WS
               PERFORM 370-FORMAT-DATE
               MOVE DATE-DISPLAY-WS TO CD-EFF-DATE-OUT
               MOVE CHG-CHANGE-DATE-WS (CHANGE-SUB-WS)
                   TO FORMAT-DATE-WS
               PERFORM 370-FORMAT-DATE
               MOVE DATE-DISPLAY-WS TO CD-CHANGE-DATE-OUT
               MOVE CHG-OLD-PAY-TYPE-WS (CHANGE-SUB-WS)
                   TO CD-OLD-PAY-TYPE-OUT
               MOVE CHG-NEW-PAY-TYPE-WS (CHANGE-SUB-WS)
                   TO CD-NEW-PAY-TYPE-OUT
               IF CHG-OLD-PAY-TYPE-WS (CHANGE-SUB-WS) = 'S'
                   MOVE CHG-OLD-SALARY-WS (CHANGE-SUB-WS)
                       TO CD-OLD-AMOUNT-OUT
               ELSE
                   MOVE CHG-OLD-RATE-WS (CHANGE-SUB-WS)
                       TO CD-OLD-AMOUNT-OUT
               END-IF
               IF CHG-NEW-PAY-TYPE-WS (CHANGE-SUB-WS) = 'S'
                   MOVE CHG-NEW-SALARY-WS (CHANGE-SUB-WS)
                       TO CD-NEW-AMOUNT-OUT
               ELSE
                   MOVE CHG-NEW-RATE-WS (CHANGE-SUB-WS)
                       TO CD-NEW-AMOUNT-OUT
               END-IF
               MOVE 'RETRO PENDING' TO CD-STATUS-OUT
               MOVE CHANGE-DETAIL-LINE TO PRINT-A-REPORT-LINE
               PERFORM 360-PRINT-A-LINE
           END-IF.

       322-SAVE-CHANGES-TO-MARK.
           IF CHG-PENDING-WS (CHANGE-SUB-WS) = 'Y'
               IF MARK-COUNT-WS < 1000
                   ADD 1 TO MARK-COUNT-WS
                   MOVE CHG-KEY-WS (CHANGE-SUB-WS)
                       TO MARK-KEY-WS (MARK-COUNT-WS)
               ELSE
                   DISPLAY 'RETROPAY - MARK TABLE FULL - CHANGE FOR '
                       HOLD-SSN-WS ' LEFT PENDING'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       323-START-EMPLOYEE-HISTORY.
           MOVE HOLD-SSN-WS TO HIST-SSN
           MOVE LOW-VALUES  TO HIST-PERIOD-ID
                               HIST-PAYMENT-SEQ
           MOVE 'NO ' TO EOF-HISTORY-WS
           START PAY-HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY MOVE 'YES' TO EOF-HISTORY-WS
           END-START
           IF EOF-HISTORY-WS NOT = 'YES'
               PERFORM 325-READ-NEXT-HISTORY
           END-IF.

       325-READ-NEXT-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-HISTORY-WS
           END-READ.

       326-LOAD-ONE-PRIOR-RETRO.
           IF HIST-RETRO-ADJUSTMENT
               IF PRIOR-RETRO-COUNT-WS > ZERO
                       AND PR-PERIOD-WS (PRIOR-RETRO-COUNT-WS)
                           = HIST-PERIOD-ID
                   CONTINUE
               ELSE
                   IF PRIOR-RETRO-COUNT-WS < 60
                       ADD 1 TO PRIOR-RETRO-COUNT-WS
                       MOVE HIST-PERIOD-ID
                           TO PR-PERIOD-WS (PRIOR-RETRO-COUNT-WS)
                       MOVE ZERO
                           TO PR-AMOUNT-WS (PRIOR-RETRO-COUNT-WS)
                   ELSE
                       DISPLAY 'RETROPAY - OVER 60 RETRO PERIODS FOR '
                           HIST-SSN ' - PERIOD ' HIST-PERIOD-ID
                           ' NOT NETTED'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               IF PR-PERIOD-WS (PRIOR-RETRO-COUNT-WS) = HIST-PERIOD-ID
                   IF HIST-ADJ-NEGATIVE
                       SUBTRACT HIST-GROSS
                           FROM PR-AMOUNT-WS (PRIOR-RETRO-COUNT-WS)
                   ELSE
                       ADD HIST-GROSS
                           TO PR-AMOUNT-WS (PRIOR-RETRO-COUNT-WS)
                   END-IF
               END-IF
           END-IF

           PERFORM 325-READ-NEXT-HISTORY.

      *    A PAYMENT ALREADY MADE AT THE NEW RATE OR SALARY NEEDS NO
      *    RETRO UNLESS RETRO WAS PAID ON IT BEFORE. A PAY TYPE CHANGE
      *    CANNOT BE RECALCULATED FROM THE HOURS PAID, NOR CAN A FINAL
      *    PAY WITH ITS PAYOUT, AND THEY ARE LISTED FOR REVIEW INSTEAD.
      *    ADJUSTMENTS ON HISTORY ARE NOT PAYMENTS AND ARE PASSED OVER.
       330-RETRO-ONE-PAYMENT.
           MOVE ZERO TO CHANGE-HIT-WS
           IF NOT HIST-ADJUSTMENT AND NOT HIST-RETRO-ADJUSTMENT
               PERFORM 331-FIND-GOVERNING-CHANGE
                   VARYING CHANGE-SUB-WS FROM 1 BY 1
                   UNTIL CHANGE-SUB-WS > CHANGE-COUNT-WS
           END-IF

           IF CHANGE-HIT-WS > ZERO
               IF CHG-PENDING-WS (CHANGE-HIT-WS) = 'Y'
                   ADD 1 TO PAYMENT-COUNT-WS
                   PERFORM 335-COMPUTE-RETRO-GROSS
               END-IF
           END-IF

           PERFORM 325-READ-NEXT-HISTORY.

       331-FIND-GOVERNING-CHANGE.
           IF CHG-EFF-DATE-WS (CHANGE-SUB-WS) <= HIST-PAY-DATE
               MOVE CHANGE-SUB-WS TO CHANGE-HIT-WS
           END-IF.

      *    ONLY THE RATE EARNINGS ARE RECALCULATED - CODED EARNINGS
      *    AND THEIR OVERTIME SHARE ARE NOT ON THE RATE. HISTORY
      *    WRITTEN BEFORE THE BASE GROSS WAS KEPT HAS ONLY THE GROSS.
       335-COMPUTE-RETRO-GROSS.
           MOVE SPACES TO PAYMENT-NOTE-WS
           MOVE ZERO   TO RETRO-DIFF-WS
           COMPUTE LEAVE-HOURS-WS = HIST-VAC-HOURS + HIST-SICK-HOURS
           IF HIST-BASE-GROSS NUMERIC
               MOVE HIST-BASE-GROSS TO PAID-GROSS-WS
           ELSE
               MOVE HIST-GROSS      TO PAID-GROSS-WS
           END-IF

           MOVE ZERO TO PRIOR-RETRO-HIT-WS
           PERFORM 336-FIND-PRIOR-RETRO
               VARYING PRIOR-RETRO-SUB-WS FROM 1 BY 1
               UNTIL PRIOR-RETRO-SUB-WS > PRIOR-RETRO-COUNT-WS

           EVALUATE TRUE
               WHEN HIST-PAY-TYPE
                       NOT = CHG-NEW-PAY-TYPE-WS (CHANGE-HIT-WS)
                   MOVE PAID-GROSS-WS TO RECALC-GROSS-WS
                   MOVE ZERO          TO PAID-AMOUNT-WS
                                         NEW-AMOUNT-WS
                   MOVE 'PAY TYPE CHANGED-REVIEW' TO PAYMENT-NOTE-WS
                   ADD 1 TO REVIEW-COUNT-WS
                   PERFORM 345-PRINT-RETRO-DETAIL
               WHEN HIST-FINAL-PAY
                   MOVE PAID-GROSS-WS TO RECALC-GROSS-WS
                   MOVE ZERO          TO PAID-AMOUNT-WS
                                         NEW-AMOUNT-WS
                   MOVE 'FINAL PAY-REVIEW' TO PAYMENT-NOTE-WS
                   ADD 1 TO REVIEW-COUNT-WS
                   PERFORM 345-PRINT-RETRO-DETAIL
               WHEN OTHER
                   PERFORM 337-RECALCULATE-PAYMENT
           END-EVALUATE.

       336-FIND-PRIOR-RETRO.
           IF PR-PERIOD-WS (PRIOR-RETRO-SUB-WS) = HIST-PERIOD-ID
               MOVE PRIOR-RETRO-SUB-WS TO PRIOR-RETRO-HIT-WS
           END-IF.

       337-RECALCULATE-PAYMENT.
           IF HIST-HOURLY
               MOVE HIST-PAY-RATE TO PAID-AMOUNT-WS
               MOVE CHG-NEW-RATE-WS (CHANGE-HIT-WS)
                   TO NEW-AMOUNT-WS
               COMPUTE RECALC-GROSS-WS ROUNDED =
                   (NEW-AMOUNT-WS * (HIST-REGULAR-HOURS
                       + LEAVE-HOURS-WS)) +
                   (NEW-AMOUNT-WS * OVERTIME-FACTOR
                       * HIST-OVERTIME-HOURS)
           ELSE
               MOVE HIST-PERIOD-SALARY TO PAID-AMOUNT-WS
               MOVE CHG-NEW-SALARY-WS (CHANGE-HIT-WS)
                   TO NEW-AMOUNT-WS
               MOVE NEW-AMOUNT-WS TO RECALC-GROSS-WS
           END-IF
           IF PAID-AMOUNT-WS NOT = NEW-AMOUNT-WS
                   OR PRIOR-RETRO-HIT-WS > ZERO
               COMPUTE RETRO-DIFF-WS =
                   RECALC-GROSS-WS - PAID-GROSS-WS
               IF PRIOR-RETRO-HIT-WS > ZERO
                   SUBTRACT PR-AMOUNT-WS (PRIOR-RETRO-HIT-WS)
                       FROM RETRO-DIFF-WS
                   MOVE ZERO TO PR-AMOUNT-WS (PRIOR-RETRO-HIT-WS)
                   MOVE SPACES TO PR-PERIOD-WS (PRIOR-RETRO-HIT-WS)
                   MOVE 'NET OF RETRO PAID' TO PAYMENT-NOTE-WS
               END-IF
               IF RETRO-DIFF-WS NOT = ZERO
                   PERFORM 340-WRITE-RETRO-ADJUSTMENT
               END-IF
               PERFORM 345-PRINT-RETRO-DETAIL
           END-IF.

       340-WRITE-RETRO-ADJUSTMENT.
           ADD 1 TO ADJUSTMENT-COUNT-WS
           ADD RETRO-DIFF-WS TO EMPLOYEE-NET-WS
                                TOTAL-NET-WS
           IF RETRO-DIFF-WS < ZERO
               SUBTRACT RETRO-DIFF-WS FROM TOTAL-DECREASE-WS
           ELSE
               ADD RETRO-DIFF-WS TO TOTAL-INCREASE-WS
           END-IF

           IF FINAL-RUN
               MOVE SPACES         TO RETRO-ADJUSTMENT-OUT
               MOVE HIST-SSN       TO RA-SSN-OUT
               MOVE ZERO           TO RA-HOURS-OUT
                                      RA-ADJ-HOURS-OUT
                                      RA-VAC-HOURS-OUT
                                      RA-SICK-HOURS-OUT
               MOVE 'A'            TO RA-REC-TYPE-OUT
               IF RETRO-DIFF-WS < ZERO
                   MOVE '-' TO RA-SIGN-OUT
               ELSE
                   MOVE '+' TO RA-SIGN-OUT
               END-IF
               MOVE RETRO-DIFF-WS  TO RA-GROSS-OUT
               MOVE HIST-PERIOD-ID TO RA-PERIOD-ID-OUT
               MOVE 'R'            TO RA-SOURCE-OUT
               MOVE RETRO-ADJUSTMENT-OUT TO RETRO-WORK-RECORD
               WRITE RETRO-WORK-RECORD
           END-IF.

       345-PRINT-RETRO-DETAIL.
           MOVE HIST-PERIOD-ID      TO RD-PERIOD-OUT
           MOVE HIST-PAY-DATE       TO FORMAT-DATE-WS
           PERFORM 370-FORMAT-DATE
           MOVE DATE-DISPLAY-WS     TO RD-PAY-DATE-OUT
           MOVE HIST-REGULAR-HOURS  TO RD-REG-HOURS-OUT
           MOVE HIST-OVERTIME-HOURS TO RD-OT-HOURS-OUT
           MOVE LEAVE-HOURS-WS      TO RD-LEAVE-HOURS-OUT
           MOVE PAID-AMOUNT-WS      TO RD-PAID-AMOUNT-OUT
           MOVE NEW-AMOUNT-WS       TO RD-NEW-AMOUNT-OUT
           MOVE PAID-GROSS-WS       TO RD-GROSS-PAID-OUT
           MOVE RECALC-GROSS-WS     TO RD-RECALC-OUT
           MOVE RETRO-DIFF-WS       TO RD-DIFF-OUT
           MOVE PAYMENT-NOTE-WS     TO RD-NOTE-OUT
           MOVE RETRO-DETAIL-LINE TO PRINT-A-REPORT-LINE
           PERFORM 360-PRINT-A-LINE.

       350-PRINT-HEADERS.
           ADD 1 TO PAGE-COUNT-WS
           MOVE PAGE-COUNT-WS  TO PAGE-NO-OUT
           MOVE RUN-MONTH-WS   TO RUN-MONTH-OUT
           MOVE RUN-DAY-WS     TO RUN-DAY-OUT
           MOVE RUN-YEAR-WS    TO RUN-YEAR-OUT

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

           MOVE ZERO TO LINE-COUNT-WS.

       360-PRINT-A-LINE.
           IF LINE-COUNT-WS >= LINES-PER-PAGE-WS
               MOVE PRINT-A-REPORT-LINE TO HOLD-PRINT-LINE-WS
               PERFORM 350-PRINT-HEADERS
               MOVE HOLD-PRINT-LINE-WS TO PRINT-A-REPORT-LINE
           END-IF
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO LINE-COUNT-WS.

       370-FORMAT-DATE.
           MOVE FORMAT-MONTH-WS TO DATE-MONTH-OUT
           MOVE FORMAT-DAY-WS   TO DATE-DAY-OUT
           MOVE FORMAT-YEAR-WS  TO DATE-YEAR-OUT.

       380-PRINT-GRAND-TOTALS.
           IF LINE-COUNT-WS + 14 > LINES-PER-PAGE-WS
               PERFORM 350-PRINT-HEADERS
           END-IF

           MOVE 'EMPLOYEES WITH PENDING CHANGES' TO GT-LABEL-OUT
           MOVE EMPLOYEE-COUNT-WS   TO GT-COUNT-OUT
           MOVE ZERO                TO GT-AMOUNT-OUT
           MOVE GRAND-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE 'PAYMENTS RECALCULATED'  TO GT-LABEL-OUT
           MOVE PAYMENT-COUNT-WS    TO GT-COUNT-OUT
           MOVE ZERO                TO GT-AMOUNT-OUT
           MOVE GRAND-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'RETRO INCREASES'   TO GT-LABEL-OUT
           MOVE ZERO                TO GT-COUNT-OUT
           MOVE TOTAL-INCREASE-WS   TO GT-AMOUNT-OUT
           MOVE GRAND-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'RETRO DECREASES'   TO GT-LABEL-OUT
           MOVE ZERO                TO GT-COUNT-OUT
           COMPUTE GT-AMOUNT-OUT = ZERO - TOTAL-DECREASE-WS
           MOVE GRAND-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'NET RETRO ADJUSTMENTS' TO GT-LABEL-OUT
           MOVE ADJUSTMENT-COUNT-WS TO GT-COUNT-OUT
           MOVE TOTAL-NET-WS        TO GT-AMOUNT-OUT
           MOVE GRAND-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'ITEMS FOR MANUAL REVIEW' TO GT-LABEL-OUT
           MOVE REVIEW-COUNT-WS     TO GT-COUNT-OUT
           MOVE ZERO                TO GT-AMOUNT-OUT
           MOVE GRAND-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           IF FINAL-RUN
               MOVE 'ADJUSTMENTS ADDED TO PAYROLL' TO GT-LABEL-OUT
               MOVE RELEASED-COUNT-WS   TO GT-COUNT-OUT
               MOVE ZERO                TO GT-AMOUNT-OUT
               MOVE GRAND-TOTAL-LINE TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'PREPARED BY' TO SO-CAPTION-OUT
           MOVE SIGN-OFF-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 3 LINES
           MOVE 'HR APPROVAL' TO SO-CAPTION-OUT
           MOVE SIGN-OFF-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 3 LINES.

      *    PAYROLL.DAT IS BUILT BY TIMEEDIT. THE RETRO ADJUSTMENTS ARE
      *    ADDED TO THE END OF IT AND THE CONTROL RECORD COUNT RAISED
      *    TO MATCH, SO PROB3'S CONTROL TOTALS STILL BALANCE.
       700-RELEASE-ADJUSTMENTS.
           CLOSE RETRO-WORK-FILE
           IF ADJUSTMENT-COUNT-WS > ZERO
               PERFORM 710-UPDATE-CONTROL-RECORD
               OPEN INPUT RETRO-WORK-FILE
               OPEN EXTEND PAYROLL-INPUT-FILE
               MOVE 'NO ' TO EOF-WORK-WS
               PERFORM 720-COPY-ONE-ADJUSTMENT
                   UNTIL EOF-WORK-WS = 'YES'
               CLOSE RETRO-WORK-FILE
                     PAYROLL-INPUT-FILE
           END-IF.

       710-UPDATE-CONTROL-RECORD.
           OPEN I-O PAYROLL-INPUT-FILE
           EVALUATE PAYROLL-INPUT-STATUS-WS
               WHEN '00'
                   READ PAYROLL-INPUT-FILE INTO PAYROLL-CONTROL-RECORD
                       AT END MOVE ZERO TO CONTROL-EMP-COUNT
                                           CONTROL-TOTAL-HOURS
                   END-READ
                   IF CONTROL-EMP-COUNT NOT NUMERIC
                           OR CONTROL-TOTAL-HOURS NOT NUMERIC
                       DISPLAY 'RETROPAY - PAYROLL.DAT CONTROL RECORD '
                           'INVALID - ADJUSTMENTS NOT RELEASED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD ADJUSTMENT-COUNT-WS TO CONTROL-EMP-COUNT
                   MOVE PAYROLL-CONTROL-RECORD TO PAYROLL-INPUT-LINE
                   REWRITE PAYROLL-INPUT-LINE
                   CLOSE PAYROLL-INPUT-FILE
               WHEN '35'
                   MOVE SPACES TO PAYROLL-CONTROL-RECORD
                   MOVE ADJUSTMENT-COUNT-WS TO CONTROL-EMP-COUNT
                   MOVE ZERO TO CONTROL-TOTAL-HOURS
                   OPEN OUTPUT PAYROLL-INPUT-FILE
                   MOVE PAYROLL-CONTROL-RECORD TO PAYROLL-INPUT-LINE
                   WRITE PAYROLL-INPUT-LINE
                   CLOSE PAYROLL-INPUT-FILE
               WHEN OTHER
                   DISPLAY 'RETROPAY - PAYROLL.DAT OPEN FAILED '
                       'STATUS ' PAYROLL-INPUT-STATUS-WS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       720-COPY-ONE-ADJUSTMENT.
           READ RETRO-WORK-FILE
               AT END MOVE 'YES' TO EOF-WORK-WS
           END-READ

           IF EOF-WORK-WS NOT = 'YES'
               MOVE RETRO-WORK-RECORD TO PAYROLL-INPUT-LINE
               WRITE PAYROLL-INPUT-LINE
               ADD 1 TO RELEASED-COUNT-WS
           END-IF.

       750-MARK-CHANGES-DONE.
           PERFORM 760-MARK-ONE-CHANGE
               VARYING MARK-SUB-WS FROM 1 BY 1
               UNTIL MARK-SUB-WS > MARK-COUNT-WS.

       760-MARK-ONE-CHANGE.
           MOVE MARK-KEY-WS (MARK-SUB-WS) TO RH-KEY
           READ RATE-HISTORY-FILE
               INVALID KEY
                   DISPLAY 'RETROPAY - RATE HISTORY ' RH-KEY
                       ' NOT FOUND TO MARK'
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'D'                 TO RH-RETRO-STATUS
                   MOVE RUN-DATE-NUMERIC-WS TO RH-RETRO-RUN-DATE
                   REWRITE RATE-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY 'RETROPAY - RATE HISTORY REWRITE '
                               'FAILED ' RH-KEY
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ.

       900-CLOSE.
           IF EMPLOYEE-COUNT-WS = ZERO
               MOVE SPACES TO PRINT-A-REPORT-LINE
               MOVE 'NO RATE CHANGES PENDING RETRO'
                   TO PRINT-A-REPORT-LINE (4:40)
               WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES
           END-IF

           PERFORM 380-PRINT-GRAND-TOTALS

           IF REVIEW-COUNT-WS > ZERO
               DISPLAY 'RETROPAY - ' REVIEW-COUNT-WS
                   ' ITEMS NEED MANUAL REVIEW - SEE WORKSHEET'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           IF RATE-HISTORY-STATUS-WS NOT = '35'
               CLOSE RATE-HISTORY-FILE
           END-IF
           CLOSE PAY-HISTORY-FILE
                 EMPLOYEE-MASTER-FILE
                 RETRO-REPORT-FILE.
