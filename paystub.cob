       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSTUB.
       AUTHOR. Addyson Sisemore
      * EMPLOYEE EARNINGS STATEMENTS.
      * RUNS AFTER PAYREG.  READS THE STUBEXT EXTRACT PAYREG WRITES
      * (ONE RECORD PER EMPLOYEE PAID) AND PRINTS ONE STATEMENT PER
      * RECORD: NAME, EID, PAY PERIOD, HOURS, RATE, THE REGULAR,
      * LEAVE AND RETRO PAY MAKING UP GROSS, GROSS, EACH DEDUCTION
      * IN THE ORDER PAYREG TOOK IT OFF, AND NET PAY.
      * EVERY LINE ALSO CARRIES ITS YEAR-TO-DATE FIGURE -- HOURS,
      * GROSS, LEAVE PAY AND RETRO PAY FROM THE KEYED YTDEARN FILE
      * (YTD REGULAR PAY BEING YTD GROSS LESS YTD LEAVE AND RETRO),
      * EACH DEDUCTION FROM THE KEYED YTDDED FILE (YTD PER EMPLOYEE
      * PER DEDUCTION CODE), AND YTD NET AS YTD GROSS LESS EVERY
      * DEDUCTION TAKEN THIS YEAR.
      * VACATION AND SICK HOURS TAKEN THIS PERIOD PRINT UNDER NET
      * WITH THE LEAVE BALANCES LEFT AFTER THE PERIOD'S ACCRUAL.
      * A CODE TAKEN EARLIER IN THE YEAR BUT NOT THIS PERIOD PRINTS
      * AFTER THE CURRENT DEDUCTIONS WITH A ZERO CURRENT AMOUNT SO
      * THE YTD COLUMN STILL FOOTS.  THE RUN ENDS WITH A STATEMENT
      * COUNT AND GROSS AND NET TOTALS TO BALANCE TO THE REGISTER.
      * RETURN CODE 4 = A STATEMENT HAD NO YTDEARN RECORD FOR ITS
      * YEAR, SO ITS YTD COLUMN IS SHORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUB-FILE ASSIGN TO 'STUBEXT'.
           SELECT YTD-FILE ASSIGN TO 'YTDEARN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Y-EID
               FILE STATUS IS WS-YTD-STATUS.
      *  DYNAMIC SO ONE EMPLOYEE'S CODES CAN BE WALKED IN KEY ORDER
      *  AS WELL AS READ ONE AT A TIME.
           SELECT OPTIONAL YTDDED-FILE ASSIGN TO 'YTDDED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YD-KEY
               FILE STATUS IS WS-YTDDED-STATUS.
           SELECT STUB-PRINT ASSIGN TO 'UR-S-STUB'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * PAY-STUB EXTRACT -- SAME LAYOUT PAYREG WRITES.
      **************************************************************
       FD STUB-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 STUB-REC.
         03 SX-EID         PIC X(7).
         03 SX-PERIOD      PIC 9(4).
         03 SX-PAY-TYPE    PIC X(1).
         03 SX-RUN-DATE.
           05 SX-RUN-YEAR  PIC X(4).
           05 SX-RUN-MM    PIC X(2).
           05 SX-RUN-DD    PIC X(2).
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
      **************************************************************
      * YTD EARNINGS -- SAME LAYOUT PAYREG WRITES.
      **************************************************************
       FD YTD-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 YTD-REC.
         03 Y-EID        PIC X(7).
         03 Y-YEAR       PIC X(4).
         03 Y-GROSS      PIC 9(9)V99.
         03 Y-HOURS      PIC 9(5)V99.
         03 Y-PERIODS    PIC 9(3).
         03 Y-LEAVE-PAY  PIC 9(9)V99.
         03 Y-RETRO-PAY  PIC 9(9)V99.
         03 FILLER       PIC X(10).
      **************************************************************
      * YTD DEDUCTIONS -- SAME LAYOUT PAYREG WRITES.
      **************************************************************
       FD YTDDED-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 YTDDED-REC.
         03 YD-KEY.
           05 YD-EID     PIC X(7).
           05 YD-CODE    PIC X(3).
         03 YD-YEAR      PIC X(4).
         03 YD-AMOUNT    PIC 9(9)V99.
         03 FILLER       PIC X(15).
       FD STUB-PRINT
           LABEL RECORDS ARE OMITTED.
       01 STUB-PRINT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 STUB-EOF-SW      PIC 9          VALUE 0.
       01 WS-YTD-STATUS    PIC XX         VALUE SPACES.
       01 WS-YTD-FOUND-SW  PIC 9          VALUE 0.
       01 WS-YTDDED-STATUS PIC XX         VALUE SPACES.
       01 WS-YTDDED-FOUND-SW PIC 9        VALUE 0.
      *  1 = NO YTDDED FILE AT ALL (NO DEDUCTION HAS EVER BEEN TAKEN),
      *  SO EVERY DEDUCTION YTD IS JUST THIS PERIOD'S AMOUNT.
       01 WS-NO-YTDDED-SW  PIC 9          VALUE 0.
       01 WS-BROWSE-DONE-SW PIC 9         VALUE 0.
       01 WS-CODE-FOUND-SW PIC 9          VALUE 0.
       01 WS-DED-SUB       PIC 99         VALUE ZERO.
       01 WS-CHK-SUB       PIC 99         VALUE ZERO.
       01 WS-STUB-CT       PIC 9999       VALUE ZERO.
       01 WS-NOYTD-CT      PIC 9999       VALUE ZERO.
       01 WS-TOTAL-GROSS   PIC 9(9)V99    VALUE ZERO.
       01 WS-TOTAL-NET     PIC 9(9)V99    VALUE ZERO.
      *  YEAR-TO-DATE FIGURES FOR THE STATEMENT IN PROGRESS.
       01 WS-YTD-HOURS     PIC 9(5)V99    VALUE ZERO.
       01 WS-YTD-GROSS     PIC 9(9)V99    VALUE ZERO.
       01 WS-YTD-DED-SUM   PIC 9(9)V99    VALUE ZERO.
       01 WS-YTD-NET       PIC S9(9)V99   VALUE ZERO.
       01 WS-YTD-LEAVE-PAY PIC 9(9)V99    VALUE ZERO.
       01 WS-YTD-RETRO-PAY PIC 9(9)V99    VALUE ZERO.
       01 WS-YTD-REGULAR   PIC S9(9)V99   VALUE ZERO.
      *  THIS PERIOD'S GROSS BROKEN OUT.  AN EXTRACT RECORD FROM AN
      *  OLDER RUN CARRIES NO LEAVE OR RETRO AMOUNT, SO ALL OF ITS
      *  GROSS SHOWS AS REGULAR PAY.
       01 WS-LEAVE-PAY     PIC 9(7)V99    VALUE ZERO.
       01 WS-RETRO-PAY     PIC 9(7)V99    VALUE ZERO.
       01 WS-REGULAR-PAY   PIC S9(7)V99   VALUE ZERO.
      **************************************************************
      * LAYOUT FOR THE STATEMENT HEADING LINES.
      **************************************************************
       01 STUB-HEADING1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(30)     VALUE 'EARNINGS STATEMENT'.
         03 FILLER        PIC X(7)      VALUE 'PERIOD '.
         03 SH-PERIOD     PIC ZZZ9.
         03 FILLER        PIC X(6)      VALUE SPACES.
         03 FILLER        PIC X(9)      VALUE 'PAY DATE '.
         03 SH-MM         PIC X(2).
         03 FILLER        PIC X(1)      VALUE '/'.
         03 SH-DD         PIC X(2).
         03 FILLER        PIC X(1)      VALUE '/'.
         03 SH-YEAR       PIC X(4).
       01 STUB-HEADING2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(10)     VALUE 'EMPLOYEE: '.
         03 SH-EID        PIC X(7).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 SH-FIRST      PIC X(15).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 SH-LAST       PIC X(15).
       01 STUB-HEADING3.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(6)      VALUE 'RATE: '.
         03 SH-RATE       PIC ZZZZ.99.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(8)      VALUE 'STATUS: '.
         03 SH-STATUS     PIC X(1).
       01 STUB-COLHEAD.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(24)     VALUE 'DESCRIPTION'.
         03 FILLER        PIC X(5)      VALUE SPACES.
         03 FILLER        PIC X(7)      VALUE 'CURRENT'.
         03 FILLER        PIC X(6)      VALUE SPACES.
         03 FILLER        PIC X(12)     VALUE 'YEAR TO DATE'.
      **************************************************************
      * LAYOUT FOR ONE STATEMENT LINE -- HOURS, AN EARNINGS LINE,
      * GROSS, A DEDUCTION OR NET, WITH THE CURRENT AND YEAR-TO-DATE
      * FIGURES.
      **************************************************************
       01 STUB-LINE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 SL-DESC       PIC X(14).
         03 SL-CODE       PIC X(3).
         03 FILLER        PIC X(7)      VALUE SPACES.
         03 SL-CURRENT    PIC Z,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 SL-YTD        PIC ZZZ,ZZZ,ZZ9.99-.
      **************************************************************
      * LAYOUT FOR THE LEAVE LINES -- HOURS TAKEN THIS PERIOD AND THE
      * BALANCE LEFT.
      **************************************************************
       01 STUB-LEAVE-HEAD.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(24)     VALUE 'LEAVE HOURS'.
         03 FILLER        PIC X(7)      VALUE SPACES.
         03 FILLER        PIC X(5)      VALUE 'TAKEN'.
         03 FILLER        PIC X(11)     VALUE SPACES.
         03 FILLER        PIC X(7)      VALUE 'BALANCE'.
       01 STUB-LEAVE-LINE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 SV-DESC       PIC X(24).
         03 FILLER        PIC X(6)      VALUE SPACES.
         03 SV-TAKEN      PIC ZZ9.99.
         03 FILLER        PIC X(10)     VALUE SPACES.
         03 SV-BALANCE    PIC Z,ZZ9.99.
      **************************************************************
      * LAYOUT FOR THE END-OF-RUN TOTAL LINES.
      **************************************************************
       01 STUB-LAST1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(26)     VALUE
           'STATEMENTS PRINTED:'.
         03 L-STUB-CT     PIC ZZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(18)     VALUE 'NO YTD RECORD:'.
         03 L-NOYTD-CT    PIC ZZZ9.
       01 STUB-LAST2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(26)     VALUE
           'TOTAL GROSS PAY:'.
         03 L-TOTAL-GROSS PIC ZZZ,ZZZ,ZZ9.99.
       01 STUB-LAST3.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(26)     VALUE
           'TOTAL NET PAY:'.
         03 L-TOTAL-NET   PIC ZZZ,ZZZ,ZZ9.99.

      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOOP
             UNTIL STUB-EOF-SW IS EQUAL TO 1.
           PERFORM 1700-LAST-PAGE.
           CLOSE STUB-FILE
                 YTD-FILE
                 YTDDED-FILE
                 STUB-PRINT.
           IF WS-NOYTD-CT IS GREATER THAN ZERO THEN
             MOVE 4 TO RETURN-CODE.
           STOP RUN.
      **************************************************************
      * OPENS THE FILES AND PRIMES THE EXTRACT.
      **************************************************************
       1000-INITIALIZE.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** PAYSTUB CANNOT OPEN YTDEARN FILE, STATUS '
               WS-YTD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           OPEN INPUT YTDDED-FILE.
           IF WS-YTDDED-STATUS IS EQUAL TO '05' THEN
             MOVE 1 TO WS-NO-YTDDED-SW
           ELSE
             IF WS-YTDDED-STATUS IS NOT EQUAL TO '00' THEN
               DISPLAY '*** PAYSTUB CANNOT OPEN YTDDED FILE, STATUS '
                 WS-YTDDED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT STUB-FILE
                OUTPUT STUB-PRINT.
           PERFORM 2000-READ-STUB.
      **************************************************************
      * ONE STATEMENT -- HEADING, HOURS AND GROSS, THE DEDUCTIONS
      * TAKEN THIS PERIOD, ANY OTHER CODES TAKEN THIS YEAR, AND NET.
      **************************************************************
       1500-LOOP.
           ADD 1 TO WS-STUB-CT.
           ADD SX-GROSS TO WS-TOTAL-GROSS.
           ADD SX-NET TO WS-TOTAL-NET.
           PERFORM 1505-SPLIT-GROSS.
           PERFORM 2100-READ-YTD-RANDOM.
           PERFORM 1510-PRINT-STUB-HEAD.
           MOVE 'HOURS' TO SL-DESC.
           MOVE SPACES TO SL-CODE.
           MOVE SX-HOURS TO SL-CURRENT.
           MOVE WS-YTD-HOURS TO SL-YTD.
           WRITE STUB-PRINT-REC FROM STUB-LINE
             AFTER ADVANCING 1 LINE.
           PERFORM 1515-PRINT-EARNINGS.
           MOVE 'GROSS PAY' TO SL-DESC.
           MOVE SX-GROSS TO SL-CURRENT.
           MOVE WS-YTD-GROSS TO SL-YTD.
           WRITE STUB-PRINT-REC FROM STUB-LINE
             AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-YTD-DED-SUM.
           PERFORM 1520-PRINT-CURRENT-DED
             VARYING WS-DED-SUB FROM 1 BY 1
             UNTIL WS-DED-SUB IS GREATER THAN SX-DED-CT.
           IF WS-NO-YTDDED-SW IS EQUAL TO 0 THEN
             PERFORM 1530-PRINT-YTD-ONLY-DEDS.
           COMPUTE WS-YTD-NET = WS-YTD-GROSS - WS-YTD-DED-SUM.
           MOVE 'NET PAY' TO SL-DESC.
           MOVE SPACES TO SL-CODE.
           MOVE SX-NET TO SL-CURRENT.
           MOVE WS-YTD-NET TO SL-YTD.
           MOVE SPACES TO STUB-PRINT-REC.
           WRITE STUB-PRINT-REC
             AFTER ADVANCING 1 LINE.
           WRITE STUB-PRINT-REC FROM STUB-LINE
             AFTER ADVANCING 1 LINE.
           IF SX-VAC-BAL IS NUMERIC AND
              SX-SICK-BAL IS NUMERIC THEN
             PERFORM 1550-PRINT-LEAVE.
           PERFORM 2000-READ-STUB.
      **************************************************************
      * SPLITS THIS PERIOD'S GROSS INTO REGULAR, LEAVE AND RETRO PAY.
      **************************************************************
       1505-SPLIT-GROSS.
           MOVE ZERO TO WS-LEAVE-PAY.
           MOVE ZERO TO WS-RETRO-PAY.
           IF SX-LEAVE-PAY IS NUMERIC THEN
             MOVE SX-LEAVE-PAY TO WS-LEAVE-PAY.
           IF SX-RETRO-AMT IS NUMERIC THEN
             MOVE SX-RETRO-AMT TO WS-RETRO-PAY.
           COMPUTE WS-REGULAR-PAY =
             SX-GROSS - WS-LEAVE-PAY - WS-RETRO-PAY.
      **************************************************************
      * EACH STATEMENT STARTS ON A NEW PAGE SO THE STUBS SEPARATE.
      **************************************************************
       1510-PRINT-STUB-HEAD.
           MOVE SX-PERIOD TO SH-PERIOD.
           MOVE SX-RUN-MM TO SH-MM.
           MOVE SX-RUN-DD TO SH-DD.
           MOVE SX-RUN-YEAR TO SH-YEAR.
           MOVE SX-EID TO SH-EID.
           MOVE SX-FIRST TO SH-FIRST.
           MOVE SX-LAST TO SH-LAST.
           MOVE SX-RATE TO SH-RATE.
           MOVE SX-STATUS TO SH-STATUS.
           WRITE STUB-PRINT-REC FROM STUB-HEADING1
             AFTER ADVANCING PAGE.
           WRITE STUB-PRINT-REC FROM STUB-HEADING2
             AFTER ADVANCING 2 LINES.
           WRITE STUB-PRINT-REC FROM STUB-HEADING3
             AFTER ADVANCING 1 LINE.
           WRITE STUB-PRINT-REC FROM STUB-COLHEAD
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO STUB-PRINT-REC.
           WRITE STUB-PRINT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * THE REGULAR, LEAVE AND RETRO PAY THAT MAKE UP THIS PERIOD'S
      * GROSS, EACH WITH ITS YTD.  LEAVE AND RETRO PRINT ONLY WHEN
      * THERE IS SOME THIS PERIOD OR EARLIER IN THE YEAR.
      **************************************************************
       1515-PRINT-EARNINGS.
           COMPUTE WS-YTD-REGULAR =
             WS-YTD-GROSS - WS-YTD-LEAVE-PAY - WS-YTD-RETRO-PAY.
           MOVE 'REGULAR PAY' TO SL-DESC.
           MOVE SPACES TO SL-CODE.
           MOVE WS-REGULAR-PAY TO SL-CURRENT.
           MOVE WS-YTD-REGULAR TO SL-YTD.
           WRITE STUB-PRINT-REC FROM STUB-LINE
             AFTER ADVANCING 1 LINE.
           IF WS-LEAVE-PAY IS GREATER THAN ZERO OR
              WS-YTD-LEAVE-PAY IS GREATER THAN ZERO THEN
             MOVE 'LEAVE PAY' TO SL-DESC
             MOVE WS-LEAVE-PAY TO SL-CURRENT
             MOVE WS-YTD-LEAVE-PAY TO SL-YTD
             WRITE STUB-PRINT-REC FROM STUB-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-RETRO-PAY IS GREATER THAN ZERO OR
              WS-YTD-RETRO-PAY IS GREATER THAN ZERO THEN
             MOVE 'RETRO PAY' TO SL-DESC
             MOVE WS-RETRO-PAY TO SL-CURRENT
             MOVE WS-YTD-RETRO-PAY TO SL-YTD
             WRITE STUB-PRINT-REC FROM STUB-LINE
               AFTER ADVANCING 1 LINE.
      **************************************************************
      * ONE DEDUCTION TAKEN THIS PERIOD, WITH ITS YTD FROM YTDDED.
      * WITH NO YTDDED FILE, OR NO RECORD FOR THIS YEAR, THE
      * PERIOD'S OWN AMOUNT IS ALL THERE IS TO SHOW -- AND IT IS
      * ADDED TO THE YTD NET SUM HERE, SINCE 1530 ONLY SUMS RECORDS
      * THAT CARRY THIS YEAR.
      **************************************************************
       1520-PRINT-CURRENT-DED.
           MOVE 'DEDUCTION' TO SL-DESC.
           MOVE SX-DED-CODE (WS-DED-SUB) TO SL-CODE.
           MOVE SX-DED-AMT (WS-DED-SUB) TO SL-CURRENT.
           MOVE 0 TO WS-YTDDED-FOUND-SW.
           IF WS-NO-YTDDED-SW IS EQUAL TO 0 THEN
             PERFORM 2150-READ-YTDDED-RANDOM.
           IF WS-YTDDED-FOUND-SW IS EQUAL TO 1 AND
              YD-YEAR IS EQUAL TO SX-RUN-YEAR THEN
             MOVE YD-AMOUNT TO SL-YTD
           ELSE
             MOVE SX-DED-AMT (WS-DED-SUB) TO SL-YTD
             ADD SX-DED-AMT (WS-DED-SUB) TO WS-YTD-DED-SUM.
           WRITE STUB-PRINT-REC FROM STUB-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WALKS THE EMPLOYEE'S YTDDED RECORDS IN CODE ORDER, SUMMING
      * EVERY CODE CARRYING THIS YEAR FOR THE YTD NET, AND PRINTS A
      * LINE FOR ANY CODE NOT TAKEN THIS PERIOD.
      **************************************************************
       1530-PRINT-YTD-ONLY-DEDS.
           MOVE 0 TO WS-BROWSE-DONE-SW.
           MOVE SX-EID TO YD-EID.
           MOVE LOW-VALUES TO YD-CODE.
           START YTDDED-FILE KEY IS NOT LESS THAN YD-KEY
             INVALID KEY MOVE 1 TO WS-BROWSE-DONE-SW.
           PERFORM 1535-NEXT-YTD-DED
             UNTIL WS-BROWSE-DONE-SW IS EQUAL TO 1.

       1535-NEXT-YTD-DED.
           READ YTDDED-FILE NEXT RECORD
             AT END MOVE 1 TO WS-BROWSE-DONE-SW.
      *  A READ ERROR THAT IS NOT A PLAIN END OF FILE TAKES NEITHER
      *  BRANCH AND WOULD RE-COUNT THE SAME RECORD FOREVER.
           IF WS-BROWSE-DONE-SW IS EQUAL TO 0 AND
              WS-YTDDED-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** PAYSTUB YTDDED READ FAILED, STATUS '
               WS-YTDDED-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           IF WS-BROWSE-DONE-SW IS EQUAL TO 0 THEN
             IF YD-EID IS NOT EQUAL TO SX-EID THEN
               MOVE 1 TO WS-BROWSE-DONE-SW
             ELSE
               IF YD-YEAR IS EQUAL TO SX-RUN-YEAR THEN
                 ADD YD-AMOUNT TO WS-YTD-DED-SUM
                 PERFORM 1540-CHECK-CURRENT-CODE
                 IF WS-CODE-FOUND-SW IS EQUAL TO 0 THEN
                   MOVE 'DEDUCTION' TO SL-DESC
                   MOVE YD-CODE TO SL-CODE
                   MOVE ZERO TO SL-CURRENT
                   MOVE YD-AMOUNT TO SL-YTD
                   WRITE STUB-PRINT-REC FROM STUB-LINE
                     AFTER ADVANCING 1 LINE.
      **************************************************************
      * SETS WS-CODE-FOUND-SW WHEN THE YTDDED CODE IN HAND WAS TAKEN
      * THIS PERIOD (AND SO HAS ALREADY PRINTED).
      **************************************************************
       1540-CHECK-CURRENT-CODE.
           MOVE 0 TO WS-CODE-FOUND-SW.
           PERFORM 1545-COMPARE-CODE
             VARYING WS-CHK-SUB FROM 1 BY 1
             UNTIL WS-CHK-SUB IS GREATER THAN SX-DED-CT.

       1545-COMPARE-CODE.
           IF SX-DED-CODE (WS-CHK-SUB) IS EQUAL TO YD-CODE THEN
             MOVE 1 TO WS-CODE-FOUND-SW.
      **************************************************************
      * LEAVE TAKEN THIS PERIOD AND THE BALANCE LEFT.  AN EXTRACT
      * RECORD WITHOUT LEAVE FIGURES (AN OLDER RUN) SKIPS THIS.
      **************************************************************
       1550-PRINT-LEAVE.
           WRITE STUB-PRINT-REC FROM STUB-LEAVE-HEAD
             AFTER ADVANCING 2 LINES.
           MOVE 'VACATION' TO SV-DESC.
           IF SX-VAC-TAKEN IS NUMERIC THEN
             MOVE SX-VAC-TAKEN TO SV-TAKEN
           ELSE
             MOVE ZERO TO SV-TAKEN.
           MOVE SX-VAC-BAL TO SV-BALANCE.
           WRITE STUB-PRINT-REC FROM STUB-LEAVE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'SICK' TO SV-DESC.
           IF SX-SICK-TAKEN IS NUMERIC THEN
             MOVE SX-SICK-TAKEN TO SV-TAKEN
           ELSE
             MOVE ZERO TO SV-TAKEN.
           MOVE SX-SICK-BAL TO SV-BALANCE.
           WRITE STUB-PRINT-REC FROM STUB-LEAVE-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE RUN TOTALS.
      **************************************************************
       1700-LAST-PAGE.
           MOVE WS-STUB-CT TO L-STUB-CT.
           MOVE WS-NOYTD-CT TO L-NOYTD-CT.
           MOVE WS-TOTAL-GROSS TO L-TOTAL-GROSS.
           MOVE WS-TOTAL-NET TO L-TOTAL-NET.
           MOVE SPACES TO STUB-PRINT-REC.
           WRITE STUB-PRINT-REC
             AFTER ADVANCING PAGE.
           WRITE STUB-PRINT-REC FROM STUB-LAST1
             AFTER ADVANCING 1 LINE.
           WRITE STUB-PRINT-REC FROM STUB-LAST2
             AFTER ADVANCING 1 LINE.
           WRITE STUB-PRINT-REC FROM STUB-LAST3
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE PAY-STUB EXTRACT.
      **************************************************************
       2000-READ-STUB.
           READ STUB-FILE
             AT END MOVE 1 TO STUB-EOF-SW.
      **************************************************************
      * RANDOM READ OF YTDEARN FOR THE STATEMENT IN PROGRESS.  NO
      * RECORD FOR THE STATEMENT'S YEAR MEANS THE YTD FILE IS BEHIND
      * THE EXTRACT -- THE STATEMENT SHOWS THE PERIOD'S OWN FIGURES
      * AS YTD AND THE RUN IS FLAGGED.
      **************************************************************
       2100-READ-YTD-RANDOM.
           MOVE SX-EID TO Y-EID.
           READ YTD-FILE
             INVALID KEY MOVE 0 TO WS-YTD-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-YTD-FOUND-SW.
           IF WS-YTD-STATUS IS NOT EQUAL TO '00' AND
              WS-YTD-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** PAYSTUB YTDEARN READ FAILED, STATUS '
               WS-YTD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           IF Y-LEAVE-PAY IS NOT NUMERIC THEN
             MOVE ZERO TO Y-LEAVE-PAY.
           IF Y-RETRO-PAY IS NOT NUMERIC THEN
             MOVE ZERO TO Y-RETRO-PAY.
           IF WS-YTD-FOUND-SW IS EQUAL TO 1 AND
              Y-YEAR IS EQUAL TO SX-RUN-YEAR THEN
             MOVE Y-HOURS TO WS-YTD-HOURS
             MOVE Y-GROSS TO WS-YTD-GROSS
             MOVE Y-LEAVE-PAY TO WS-YTD-LEAVE-PAY
             MOVE Y-RETRO-PAY TO WS-YTD-RETRO-PAY
           ELSE
             ADD 1 TO WS-NOYTD-CT
             DISPLAY '*** PAYSTUB NO ' SX-RUN-YEAR
               ' YTDEARN RECORD FOR EID ' SX-EID
             MOVE SX-HOURS TO WS-YTD-HOURS
             MOVE SX-GROSS TO WS-YTD-GROSS
             MOVE WS-LEAVE-PAY TO WS-YTD-LEAVE-PAY
             MOVE WS-RETRO-PAY TO WS-YTD-RETRO-PAY.
      **************************************************************
      * RANDOM READ OF YTDDED FOR THE DEDUCTION CODE IN HAND.
      **************************************************************
       2150-READ-YTDDED-RANDOM.
           MOVE SX-EID TO YD-EID.
           MOVE SX-DED-CODE (WS-DED-SUB) TO YD-CODE.
           READ YTDDED-FILE
             INVALID KEY MOVE 0 TO WS-YTDDED-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-YTDDED-FOUND-SW.
           IF WS-YTDDED-STATUS IS NOT EQUAL TO '00' AND
              WS-YTDDED-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** PAYSTUB YTDDED READ FAILED, STATUS '
               WS-YTDDED-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
