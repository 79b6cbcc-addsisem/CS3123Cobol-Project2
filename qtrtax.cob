       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRTAX.
       AUTHOR. Addyson Sisemore
      * QUARTERLY PAYROLL TAX SUMMARY.
      * READS THE PERMANENT PAYHIST PAY HISTORY (EVERY PAYREG RUN'S
      * STUB RECORDS PLUS OFFCYC'S VOIDS, MANUALS AND REISSUES) AND
      * TOTALS, FOR EVERY PAYMENT DATED IN THE QUARTER, THE TAXABLE
      * WAGES, THE EMPLOYEE WITHHOLDING AND THE EMPLOYER SHARE FOR
      * FEDERAL INCOME TAX, SOCIAL SECURITY, MEDICARE AND STATE
      * INCOME TAX, BY WORK STATE AND FOR ALL STATES TOGETHER.  A
      * VOID TAKES ITS PAYMENT BACK OUT OF THE QUARTER IT IS DATED
      * IN.  PAYMENTS WITH NO WORK STATE ARE TOTALED AS 'NO STATE'.
      * HISTORY WRITTEN BEFORE THE EMPLOYER MATCH WAS CARRIED ON THE
      * RECORD (OR BY A RUN WITH NO TAX TABLE) IS MATCHED DOLLAR FOR
      * DOLLAR AND TREATS THE WHOLE GROSS AS SOC SEC WAGES.
      * COMMAND-LINE PARM 'YYYYQN' NAMES THE QUARTER; BLANK IS THE
      * QUARTER THE RUN DATE FALLS IN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
               FILE STATUS IS WS-HIST-STATUS.
           SELECT QTRT-FILE ASSIGN TO 'UR-S-QTRT'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * PAY HISTORY -- SAME 370-BYTE STUB LAYOUT PAYREG AND OFFCYC
      * WRITE.  SX-PAY-TYPE 'R' = REGULAR, 'M' = MANUAL, 'I' =
      * REISSUE, 'V' = VOID OF THE PAYMENT THE RECORD REPEATS.
      **************************************************************
       FD PAYHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 STUB-REC.
         03 SX-EID         PIC X(7).
         03 SX-PERIOD      PIC 9(4).
         03 SX-PAY-TYPE    PIC X(1).
         03 SX-RUN-DATE    PIC X(8).
         03 SX-LAST        PIC X(15).
         03 SX-FIRST       PIC X(15).
         03 SX-TYPE        PIC X(2).
         03 SX-TITLE       PIC X(17).
         03 SX-STATUS      PIC X(1).
         03 SX-HOURS       PIC 9(3)V99.
         03 SX-RATE        PIC 9(4)V99.
         03 SX-GROSS       PIC 9(7)V99.
         03 SX-NET         PIC 9(7)V99.
         03 SX-DED-CT      PIC 99.
         03 SX-DED-ENTRY OCCURS 15 TIMES.
           05 SX-DED-CODE  PIC X(3).
           05 SX-DED-AMT   PIC 9(7)V99.
         03 SX-ORIG-TYPE   PIC X(1).
         03 SX-ADJ-REASON  PIC X(20).
         03 SX-VAC-TAKEN   PIC 9(2)V99.
         03 SX-SICK-TAKEN  PIC 9(2)V99.
         03 SX-VAC-BAL     PIC 9(4)V99.
         03 SX-SICK-BAL    PIC 9(4)V99.
         03 SX-TAX-STATE   PIC X(2).
         03 SX-SS-WAGES    PIC 9(7)V99.
         03 SX-ER-SOC      PIC 9(5)V99.
         03 SX-ER-MED      PIC 9(5)V99.
         03 SX-LEAVE-PAY   PIC 9(7)V99.
         03 SX-RETRO-AMT   PIC 9(7)V99.
         03 FILLER         PIC X(5).
       FD QTRT-FILE
           LABEL RECORDS ARE OMITTED.
       01 QTRT-REC       PIC X(110).

       WORKING-STORAGE SECTION.
       01 HIST-EOF-SW      PIC 9          VALUE 0.
       01 WS-HIST-STATUS   PIC XX         VALUE SPACES.
       01 WS-READ-CT       PIC 9(6)       VALUE ZERO.
       01 WS-SELECT-CT     PIC 9(6)       VALUE ZERO.
       01 WS-VOID-CT       PIC 9(6)       VALUE ZERO.
       01 WS-RUN-DATE.
         03 WS-RUN-YEAR    PIC X(4).
         03 WS-RUN-MM      PIC 99.
         03 WS-RUN-DD      PIC 99.
      *  COMMAND-LINE PARM -- 'YYYYQN', BLANK FOR THE RUN DATE'S
      *  QUARTER.
       01 WS-RUN-PARM      PIC X(20)      VALUE SPACES.
       01 WS-PARM-VIEW REDEFINES WS-RUN-PARM.
         03 WS-PARM-YEAR   PIC X(4).
         03 WS-PARM-Q      PIC X(1).
         03 WS-PARM-QTR    PIC 9.
         03 WS-PARM-REST   PIC X(14).
      *  THE QUARTER BEING REPORTED AND ITS FIRST AND LAST DATES.
      *  PAYHIST RUN DATES ARE YYYYMMDD, SO A PLAIN CHARACTER
      *  COMPARE AGAINST THESE SELECTS THE QUARTER.
       01 WS-QTR-YEAR      PIC X(4)       VALUE SPACES.
       01 WS-QTR           PIC 9          VALUE ZERO.
       01 WS-QTR-REM       PIC 9          VALUE ZERO.
       01 WS-QTR-FROM.
         03 WS-FROM-YEAR   PIC X(4).
         03 WS-FROM-MM     PIC 99.
         03 FILLER         PIC X(2)       VALUE '01'.
       01 WS-QTR-TO.
         03 WS-TO-YEAR     PIC X(4).
         03 WS-TO-MM       PIC 99.
         03 FILLER         PIC X(2)       VALUE '31'.
      **************************************************************
      * ONE PAYMENT'S TAX FIGURES, SIGNED SO A VOID SUBTRACTS.
      **************************************************************
       01 WS-SIGN          PIC S9         VALUE +1.
       01 WS-DED-SUB       PIC 99         VALUE ZERO.
       01 WS-DED-LIMIT     PIC 99         VALUE ZERO.
       01 WS-PAY-FIT       PIC 9(7)V99    VALUE ZERO.
       01 WS-PAY-SIT       PIC 9(7)V99    VALUE ZERO.
       01 WS-PAY-SOC       PIC 9(7)V99    VALUE ZERO.
       01 WS-PAY-MED       PIC 9(7)V99    VALUE ZERO.
       01 WS-PAY-SS-WAGES  PIC 9(7)V99    VALUE ZERO.
       01 WS-PAY-ER-SOC    PIC 9(7)V99    VALUE ZERO.
       01 WS-PAY-ER-MED    PIC 9(7)V99    VALUE ZERO.
      **************************************************************
      * STATE ACCUMULATORS, KEPT IN STATE ORDER AS THEY ARE FOUND.
      * ENTRY LAYOUT MATCHES WS-QTR-TOTALS SO EITHER CAN BE MOVED TO
      * WS-QTR-PRINT FOR THE SAME PRINT PARAGRAPH.
      **************************************************************
       01 WS-ST-USED       PIC 99         VALUE ZERO.
       01 WS-ST-MAX        PIC 99         VALUE 60.
       01 WS-ST-SUB        PIC 99         VALUE ZERO.
       01 WS-ST-AT         PIC 99         VALUE ZERO.
       01 WS-ST-FOUND-SW   PIC 9          VALUE 0.
       01 WS-ST-TABLE.
         03 WS-ST-ENTRY OCCURS 60 TIMES.
           05 WS-ST-STATE      PIC X(2).
           05 WS-ST-PAY-CT     PIC S9(6).
           05 WS-ST-GROSS      PIC S9(9)V99.
           05 WS-ST-FIT        PIC S9(9)V99.
           05 WS-ST-SS-WAGES   PIC S9(9)V99.
           05 WS-ST-SOC        PIC S9(9)V99.
           05 WS-ST-ER-SOC     PIC S9(9)V99.
           05 WS-ST-MED        PIC S9(9)V99.
           05 WS-ST-ER-MED     PIC S9(9)V99.
           05 WS-ST-SIT-WAGES  PIC S9(9)V99.
           05 WS-ST-SIT        PIC S9(9)V99.
       01 WS-QTR-TOTALS.
         03 WS-QT-STATE        PIC X(2)       VALUE SPACES.
         03 WS-QT-PAY-CT       PIC S9(6)      VALUE ZERO.
         03 WS-QT-GROSS        PIC S9(9)V99   VALUE ZERO.
         03 WS-QT-FIT          PIC S9(9)V99   VALUE ZERO.
         03 WS-QT-SS-WAGES     PIC S9(9)V99   VALUE ZERO.
         03 WS-QT-SOC          PIC S9(9)V99   VALUE ZERO.
         03 WS-QT-ER-SOC       PIC S9(9)V99   VALUE ZERO.
         03 WS-QT-MED          PIC S9(9)V99   VALUE ZERO.
         03 WS-QT-ER-MED       PIC S9(9)V99   VALUE ZERO.
         03 WS-QT-SIT-WAGES    PIC S9(9)V99   VALUE ZERO.
         03 WS-QT-SIT          PIC S9(9)V99   VALUE ZERO.
       01 WS-QTR-PRINT.
         03 WS-QP-STATE        PIC X(2).
         03 WS-QP-PAY-CT       PIC S9(6).
         03 WS-QP-GROSS        PIC S9(9)V99.
         03 WS-QP-FIT          PIC S9(9)V99.
         03 WS-QP-SS-WAGES     PIC S9(9)V99.
         03 WS-QP-SOC          PIC S9(9)V99.
         03 WS-QP-ER-SOC       PIC S9(9)V99.
         03 WS-QP-MED          PIC S9(9)V99.
         03 WS-QP-ER-MED       PIC S9(9)V99.
         03 WS-QP-SIT-WAGES    PIC S9(9)V99.
         03 WS-QP-SIT          PIC S9(9)V99.
       01 WS-LIAB-TOTAL    PIC S9(9)V99   VALUE ZERO.
      **************************************************************
      * LAYOUT FOR THE REPORT HEADING LINES.
      **************************************************************
       01 QTRT-HEADING1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(38)     VALUE
           'QUARTERLY PAYROLL TAX SUMMARY -- YEAR '.
         03 QH-YEAR       PIC X(4).
         03 FILLER        PIC X(10)     VALUE '  QUARTER '.
         03 QH-QTR        PIC 9.
       01 QTRT-HEADING2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(10)     VALUE 'STATE'.
         03 FILLER        PIC X(20)     VALUE 'TAX'.
         03 FILLER        PIC X(17)     VALUE '  TAXABLE WAGES'.
         03 FILLER        PIC X(17)     VALUE '  EMPLOYEE WHELD'.
         03 FILLER        PIC X(17)     VALUE '  EMPLOYER SHARE'.
         03 FILLER        PIC X(17)     VALUE '  TOTAL LIABILITY'.
      **************************************************************
      * LAYOUT FOR ONE TAX LINE OF A STATE BLOCK, AND THE BLOCK'S
      * TOTAL LINE (NO WAGES -- EACH TAX HAS ITS OWN WAGE BASE).
      **************************************************************
       01 QTRT-DATA1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-STATE1      PIC X(8).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-TAX1        PIC X(18).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-WAGES1      PIC -ZZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-EE1         PIC -ZZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-ER1         PIC -ZZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-LIAB1       PIC -ZZZ,ZZZ,ZZ9.99.
       01 QTRT-DATA2.
         03 FILLER        PIC X(12)     VALUE SPACES.
         03 FILLER        PIC X(18)     VALUE 'TOTAL'.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(15)     VALUE SPACES.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-EE2         PIC -ZZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-ER2         PIC -ZZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-LIAB2       PIC -ZZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(5)      VALUE 'PMTS:'.
         03 L-PAY-CT2     PIC -ZZZ9.
      **************************************************************
      * LAYOUT FOR THE END-OF-REPORT COUNT LINE.
      **************************************************************
       01 QTRT-LAST1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(22)     VALUE
           'HISTORY RECORDS READ:'.
         03 L-READ-CT     PIC ZZZZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(20)     VALUE 'PAYMENTS IN QUARTER:'.
         03 L-SELECT-CT   PIC ZZZZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(7)      VALUE 'VOIDS:'.
         03 L-VOID-CT     PIC ZZZZZ9.

      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOOP
             UNTIL HIST-EOF-SW IS EQUAL TO 1.
           PERFORM 1700-LAST-PAGE.
           CLOSE PAYHIST-FILE
                 QTRT-FILE.
           STOP RUN.
      **************************************************************
      * WORKS OUT THE QUARTER FROM THE PARM OR THE RUN DATE, OPENS
      * THE FILES, PRINTS THE HEADING AND PRIMES THE HISTORY.
      **************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM IS EQUAL TO SPACES THEN
             MOVE WS-RUN-YEAR TO WS-QTR-YEAR
             DIVIDE WS-RUN-MM BY 3 GIVING WS-QTR
               REMAINDER WS-QTR-REM
             IF WS-QTR-REM IS GREATER THAN ZERO THEN
               ADD 1 TO WS-QTR
             END-IF
           ELSE
             IF WS-PARM-YEAR IS NOT NUMERIC OR
                WS-PARM-Q IS NOT EQUAL TO 'Q' OR
                WS-PARM-QTR IS NOT NUMERIC OR
                WS-PARM-QTR IS LESS THAN 1 OR
                WS-PARM-QTR IS GREATER THAN 4 OR
                WS-PARM-REST IS NOT EQUAL TO SPACES THEN
               DISPLAY '*** QTRTAX PARM MUST BE YYYYQN, GOT '
                 WS-RUN-PARM
               MOVE 16 TO RETURN-CODE
               STOP RUN
             ELSE
               MOVE WS-PARM-YEAR TO WS-QTR-YEAR
               MOVE WS-PARM-QTR TO WS-QTR.
           MOVE WS-QTR-YEAR TO WS-FROM-YEAR.
           MOVE WS-QTR-YEAR TO WS-TO-YEAR.
           COMPUTE WS-TO-MM = WS-QTR * 3.
           COMPUTE WS-FROM-MM = WS-TO-MM - 2.
           OPEN INPUT PAYHIST-FILE.
           IF WS-HIST-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** QTRTAX CANNOT OPEN PAYHIST FILE, STATUS '
               WS-HIST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           OPEN OUTPUT QTRT-FILE.
           MOVE WS-QTR-YEAR TO QH-YEAR.
           MOVE WS-QTR TO QH-QTR.
           WRITE QTRT-REC FROM QTRT-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO QTRT-REC.
           WRITE QTRT-REC.
           WRITE QTRT-REC FROM QTRT-HEADING2
             AFTER ADVANCING 1 LINE.
           PERFORM 2000-READ-HIST.
      **************************************************************
      * ONE HISTORY RECORD -- A PAYMENT DATED IN THE QUARTER IS
      * BROKEN INTO ITS TAX FIGURES AND ADDED (A VOID SUBTRACTED)
      * INTO ITS STATE AND THE ALL-STATES TOTAL.
      **************************************************************
       1500-LOOP.
           ADD 1 TO WS-READ-CT.
           IF SX-RUN-DATE IS NOT LESS THAN WS-QTR-FROM AND
              SX-RUN-DATE IS NOT GREATER THAN WS-QTR-TO THEN
             ADD 1 TO WS-SELECT-CT
             IF SX-PAY-TYPE IS EQUAL TO 'V' THEN
               ADD 1 TO WS-VOID-CT
               MOVE -1 TO WS-SIGN
             ELSE
               MOVE +1 TO WS-SIGN
             END-IF
             PERFORM 1510-PAYMENT-TAXES
             PERFORM 1530-FIND-STATE
             PERFORM 1550-ADD-PAYMENT.
           PERFORM 2000-READ-HIST.
      **************************************************************
      * PICKS THE WITHHELD TAXES OFF THE PAYMENT'S DEDUCTION LINES
      * AND SETTLES ITS SOC SEC WAGES AND EMPLOYER MATCH.  WHERE
      * SOC SEC OR MEDICARE WAS WITHHELD BUT THE RECORD CARRIES NO
      * MATCH, THE MATCH IS THE AMOUNT WITHHELD.
      **************************************************************
       1510-PAYMENT-TAXES.
           MOVE ZERO TO WS-PAY-FIT.
           MOVE ZERO TO WS-PAY-SIT.
           MOVE ZERO TO WS-PAY-SOC.
           MOVE ZERO TO WS-PAY-MED.
           MOVE ZERO TO WS-DED-LIMIT.
           IF SX-DED-CT IS NUMERIC THEN
             MOVE SX-DED-CT TO WS-DED-LIMIT
             IF WS-DED-LIMIT IS GREATER THAN 15 THEN
               MOVE 15 TO WS-DED-LIMIT.
           PERFORM 1520-TAX-DEDUCTION
             VARYING WS-DED-SUB FROM 1 BY 1
             UNTIL WS-DED-SUB IS GREATER THAN WS-DED-LIMIT.
           IF SX-SS-WAGES IS NUMERIC THEN
             MOVE SX-SS-WAGES TO WS-PAY-SS-WAGES
           ELSE
             MOVE ZERO TO WS-PAY-SS-WAGES.
           IF SX-ER-SOC IS NUMERIC THEN
             MOVE SX-ER-SOC TO WS-PAY-ER-SOC
           ELSE
             MOVE ZERO TO WS-PAY-ER-SOC.
           IF SX-ER-MED IS NUMERIC THEN
             MOVE SX-ER-MED TO WS-PAY-ER-MED
           ELSE
             MOVE ZERO TO WS-PAY-ER-MED.
           IF WS-PAY-SOC IS GREATER THAN ZERO THEN
             IF WS-PAY-SS-WAGES IS EQUAL TO ZERO THEN
               MOVE SX-GROSS TO WS-PAY-SS-WAGES
             END-IF
             IF WS-PAY-ER-SOC IS EQUAL TO ZERO THEN
               MOVE WS-PAY-SOC TO WS-PAY-ER-SOC.
           IF WS-PAY-MED IS GREATER THAN ZERO AND
              WS-PAY-ER-MED IS EQUAL TO ZERO THEN
             MOVE WS-PAY-MED TO WS-PAY-ER-MED.

       1520-TAX-DEDUCTION.
           IF SX-DED-AMT (WS-DED-SUB) IS NUMERIC THEN
             IF SX-DED-CODE (WS-DED-SUB) IS EQUAL TO 'FIT' THEN
               ADD SX-DED-AMT (WS-DED-SUB) TO WS-PAY-FIT
             ELSE
               IF SX-DED-CODE (WS-DED-SUB) IS EQUAL TO 'SIT' THEN
                 ADD SX-DED-AMT (WS-DED-SUB) TO WS-PAY-SIT
               ELSE
                 IF SX-DED-CODE (WS-DED-SUB) IS EQUAL TO 'SOC' THEN
                   ADD SX-DED-AMT (WS-DED-SUB) TO WS-PAY-SOC
                 ELSE
                   IF SX-DED-CODE (WS-DED-SUB) IS EQUAL TO 'MED'
                     THEN
                     ADD SX-DED-AMT (WS-DED-SUB) TO WS-PAY-MED.
      **************************************************************
      * FINDS THE PAYMENT'S STATE IN THE TABLE, OR OPENS A ZEROED
      * ENTRY FOR IT IN STATE ORDER.  WS-ST-AT IS LEFT POINTING AT
      * THE ENTRY.
      **************************************************************
       1530-FIND-STATE.
           MOVE 0 TO WS-ST-FOUND-SW.
           MOVE ZERO TO WS-ST-AT.
           PERFORM 1532-CHECK-STATE
             VARYING WS-ST-SUB FROM 1 BY 1
             UNTIL WS-ST-SUB IS GREATER THAN WS-ST-USED OR
                   WS-ST-AT IS GREATER THAN ZERO.
           IF WS-ST-FOUND-SW IS EQUAL TO 0 THEN
             IF WS-ST-USED IS NOT LESS THAN WS-ST-MAX THEN
               DISPLAY '*** QTRTAX MORE THAN 60 STATES IN QUARTER'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             ELSE
               IF WS-ST-AT IS EQUAL TO ZERO THEN
                 ADD 1 TO WS-ST-USED
                 MOVE WS-ST-USED TO WS-ST-AT
               ELSE
                 ADD 1 TO WS-ST-USED
                 PERFORM 1534-SHIFT-STATE
                   VARYING WS-ST-SUB FROM WS-ST-USED BY -1
                   UNTIL WS-ST-SUB IS NOT GREATER THAN WS-ST-AT
               END-IF
               INITIALIZE WS-ST-ENTRY (WS-ST-AT)
               MOVE SX-TAX-STATE TO WS-ST-STATE (WS-ST-AT).

       1532-CHECK-STATE.
           IF WS-ST-STATE (WS-ST-SUB) IS EQUAL TO SX-TAX-STATE THEN
             MOVE 1 TO WS-ST-FOUND-SW
             MOVE WS-ST-SUB TO WS-ST-AT
           ELSE
             IF WS-ST-STATE (WS-ST-SUB) IS GREATER THAN SX-TAX-STATE
               THEN
               MOVE WS-ST-SUB TO WS-ST-AT.

       1534-SHIFT-STATE.
           MOVE WS-ST-ENTRY (WS-ST-SUB - 1) TO WS-ST-ENTRY (WS-ST-SUB).
      **************************************************************
      * ADDS THE PAYMENT INTO ITS STATE AND THE ALL-STATES TOTAL.
      * STATE WAGES ARE ONLY COUNTED WHERE THERE IS A STATE.
      **************************************************************
       1550-ADD-PAYMENT.
           ADD WS-SIGN TO WS-ST-PAY-CT (WS-ST-AT)
                          WS-QT-PAY-CT.
           COMPUTE WS-ST-GROSS (WS-ST-AT) =
             WS-ST-GROSS (WS-ST-AT) + WS-SIGN * SX-GROSS.
           COMPUTE WS-ST-FIT (WS-ST-AT) =
             WS-ST-FIT (WS-ST-AT) + WS-SIGN * WS-PAY-FIT.
           COMPUTE WS-ST-SS-WAGES (WS-ST-AT) =
             WS-ST-SS-WAGES (WS-ST-AT) + WS-SIGN * WS-PAY-SS-WAGES.
           COMPUTE WS-ST-SOC (WS-ST-AT) =
             WS-ST-SOC (WS-ST-AT) + WS-SIGN * WS-PAY-SOC.
           COMPUTE WS-ST-ER-SOC (WS-ST-AT) =
             WS-ST-ER-SOC (WS-ST-AT) + WS-SIGN * WS-PAY-ER-SOC.
           COMPUTE WS-ST-MED (WS-ST-AT) =
             WS-ST-MED (WS-ST-AT) + WS-SIGN * WS-PAY-MED.
           COMPUTE WS-ST-ER-MED (WS-ST-AT) =
             WS-ST-ER-MED (WS-ST-AT) + WS-SIGN * WS-PAY-ER-MED.
           COMPUTE WS-ST-SIT (WS-ST-AT) =
             WS-ST-SIT (WS-ST-AT) + WS-SIGN * WS-PAY-SIT.
           COMPUTE WS-QT-GROSS = WS-QT-GROSS + WS-SIGN * SX-GROSS.
           COMPUTE WS-QT-FIT = WS-QT-FIT + WS-SIGN * WS-PAY-FIT.
           COMPUTE WS-QT-SS-WAGES =
             WS-QT-SS-WAGES + WS-SIGN * WS-PAY-SS-WAGES.
           COMPUTE WS-QT-SOC = WS-QT-SOC + WS-SIGN * WS-PAY-SOC.
           COMPUTE WS-QT-ER-SOC =
             WS-QT-ER-SOC + WS-SIGN * WS-PAY-ER-SOC.
           COMPUTE WS-QT-MED = WS-QT-MED + WS-SIGN * WS-PAY-MED.
           COMPUTE WS-QT-ER-MED =
             WS-QT-ER-MED + WS-SIGN * WS-PAY-ER-MED.
           COMPUTE WS-QT-SIT = WS-QT-SIT + WS-SIGN * WS-PAY-SIT.
           IF SX-TAX-STATE IS NOT EQUAL TO SPACES THEN
             COMPUTE WS-ST-SIT-WAGES (WS-ST-AT) =
               WS-ST-SIT-WAGES (WS-ST-AT) + WS-SIGN * SX-GROSS
             COMPUTE WS-QT-SIT-WAGES =
               WS-QT-SIT-WAGES + WS-SIGN * SX-GROSS.
      **************************************************************
      * PRINTS EVERY STATE'S BLOCK AND THEN THE ALL-STATES BLOCK,
      * FOLLOWED BY THE RECORD COUNTS.
      **************************************************************
       1700-LAST-PAGE.
           PERFORM 1710-PRINT-STATE
             VARYING WS-ST-SUB FROM 1 BY 1
             UNTIL WS-ST-SUB IS GREATER THAN WS-ST-USED.
           MOVE WS-QTR-TOTALS TO WS-QTR-PRINT.
           MOVE 'ALL' TO L-STATE1.
           PERFORM 1750-PRINT-BLOCK.
           MOVE WS-READ-CT TO L-READ-CT.
           MOVE WS-SELECT-CT TO L-SELECT-CT.
           MOVE WS-VOID-CT TO L-VOID-CT.
           MOVE SPACES TO QTRT-REC.
           WRITE QTRT-REC
             AFTER ADVANCING 1 LINE.
           WRITE QTRT-REC FROM QTRT-LAST1
             AFTER ADVANCING 1 LINE.

       1710-PRINT-STATE.
           MOVE WS-ST-ENTRY (WS-ST-SUB) TO WS-QTR-PRINT.
           IF WS-QP-STATE IS EQUAL TO SPACES THEN
             MOVE 'NO STATE' TO L-STATE1
           ELSE
             MOVE WS-QP-STATE TO L-STATE1.
           PERFORM 1750-PRINT-BLOCK.
      **************************************************************
      * PRINTS ONE BLOCK FROM WS-QTR-PRINT -- A LINE PER TAX AND A
      * TOTAL LINE.  THE CALLER HAS ALREADY SET THE STATE COLUMN,
      * WHICH ONLY PRINTS ON THE BLOCK'S FIRST LINE.
      **************************************************************
       1750-PRINT-BLOCK.
           MOVE SPACES TO QTRT-REC.
           WRITE QTRT-REC
             AFTER ADVANCING 1 LINE.
           MOVE 'FEDERAL INCOME TAX' TO L-TAX1.
           MOVE WS-QP-GROSS TO L-WAGES1.
           MOVE WS-QP-FIT TO L-EE1.
           MOVE ZERO TO L-ER1.
           MOVE WS-QP-FIT TO L-LIAB1.
           WRITE QTRT-REC FROM QTRT-DATA1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO L-STATE1.
           MOVE 'SOCIAL SECURITY' TO L-TAX1.
           MOVE WS-QP-SS-WAGES TO L-WAGES1.
           MOVE WS-QP-SOC TO L-EE1.
           MOVE WS-QP-ER-SOC TO L-ER1.
           COMPUTE WS-LIAB-TOTAL = WS-QP-SOC + WS-QP-ER-SOC.
           MOVE WS-LIAB-TOTAL TO L-LIAB1.
           WRITE QTRT-REC FROM QTRT-DATA1
             AFTER ADVANCING 1 LINE.
           MOVE 'MEDICARE' TO L-TAX1.
           MOVE WS-QP-GROSS TO L-WAGES1.
           MOVE WS-QP-MED TO L-EE1.
           MOVE WS-QP-ER-MED TO L-ER1.
           COMPUTE WS-LIAB-TOTAL = WS-QP-MED + WS-QP-ER-MED.
           MOVE WS-LIAB-TOTAL TO L-LIAB1.
           WRITE QTRT-REC FROM QTRT-DATA1
             AFTER ADVANCING 1 LINE.
           MOVE 'STATE INCOME TAX' TO L-TAX1.
           MOVE WS-QP-SIT-WAGES TO L-WAGES1.
           MOVE WS-QP-SIT TO L-EE1.
           MOVE ZERO TO L-ER1.
           MOVE WS-QP-SIT TO L-LIAB1.
           WRITE QTRT-REC FROM QTRT-DATA1
             AFTER ADVANCING 1 LINE.
           COMPUTE L-EE2 = WS-QP-FIT + WS-QP-SOC + WS-QP-MED
             + WS-QP-SIT.
           COMPUTE L-ER2 = WS-QP-ER-SOC + WS-QP-ER-MED.
           COMPUTE WS-LIAB-TOTAL = WS-QP-FIT + WS-QP-SOC + WS-QP-MED
             + WS-QP-SIT + WS-QP-ER-SOC + WS-QP-ER-MED.
           MOVE WS-LIAB-TOTAL TO L-LIAB2.
           MOVE WS-QP-PAY-CT TO L-PAY-CT2.
           WRITE QTRT-REC FROM QTRT-DATA2
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE PAY HISTORY FRONT TO BACK.
      **************************************************************
       2000-READ-HIST.
           READ PAYHIST-FILE
             AT END MOVE 1 TO HIST-EOF-SW.
