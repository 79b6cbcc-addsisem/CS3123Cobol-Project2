       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSVAR.
       AUTHOR. Addyson Sisemore
      * POSITION BUDGET VARIANCE REPORT.
      * FINANCE'S POSBUDG FILE CARRIES THE APPROVED HEADCOUNT,
      * AVERAGE RATE AND PERIOD PAYROLL FOR EACH TYPE/TITLE.  THIS
      * RUN COUNTS THE ACTIVE EMPLOYEES ON THE KEYED NEWEMP MASTER
      * AND AVERAGES THEIR M-RATE BY TYPE/TITLE, ADDS UP THE GROSS ON
      * THE LAST PAYREG RUN'S PAYDTL BY THE SAME TYPE/TITLE (LOOKED UP
      * ON THE MASTER), AND PRINTS BUDGET AGAINST ACTUAL WITH THE
      * VARIANCE FOR EACH.  A TYPE/TITLE OVER ITS BUDGETED HEADCOUNT,
      * AVERAGE RATE OR PAYROLL IS FLAGGED OVER BUDGET, AND ONE WITH
      * PEOPLE ON IT BUT NO BUDGET IS FLAGGED UNBUDGETED.  GROSS PAID
      * TO SOMEONE NO LONGER ON THE MASTER IS SHOWN SEPARATELY.
      * RETURN CODE 4 = SOMETHING WAS FLAGGED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  DYNAMIC -- BROWSED FOR THE HEADCOUNT, THEN READ BY KEY FOR
      *  EACH PAYDTL RECORD'S TYPE/TITLE.
           SELECT MASTER-FILE ASSIGN TO 'NEWEMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-EID
               FILE STATUS IS WS-MASTER-STATUS.
      *  POSITION BUDGET.  NOT OPTIONAL -- THERE IS NOTHING TO REPORT
      *  A VARIANCE AGAINST WITHOUT IT.
           SELECT POSBUDG-FILE ASSIGN TO 'POSBUDG'
               FILE STATUS IS WS-POSB-STATUS.
      *  THE LAST PAYREG RUN'S PAY DETAIL.  OPTIONAL SO THE HEADCOUNT
      *  AND RATE SIDE CAN BE RUN BEFORE THE FIRST PAYROLL.
           SELECT OPTIONAL PAYDTL-FILE ASSIGN TO 'PAYDTL'
               FILE STATUS IS WS-PAYDTL-STATUS.
           SELECT PV-SORT-WORK ASSIGN TO 'PVSWK01'.
           SELECT PV-SORTED ASSIGN TO 'PVSRTD'.
           SELECT PVAR-FILE ASSIGN TO 'UR-S-PVAR'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * MASTER LAYOUT -- SAME 110-BYTE LAYOUT AS PROJ02/PROJ03.
      **************************************************************
       FD MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 MASTER-REC.
         03 M-EID        PIC X(7).
         03 M-LAST       PIC X(15).
         03 M-FIRST      PIC X(15).
         03 M-TYPE       PIC X(2).
         03 M-TITLE      PIC X(17).
         03 M-SSN        PIC X(9).
         03 FILLER       PIC X(24).
         03 M-DATE       PIC X(8).
         03 FILLER       PIC X(2).
         03 M-RATE       PIC 9(4)V99.
         03 M-STATUS     PIC X(1).
         03 M-CCTR       PIC X(4).
      **************************************************************
      * POSITION BUDGET -- ONE 80-BYTE RECORD PER TYPE/TITLE WITH
      * THE BUDGETED HEADCOUNT, AVERAGE M-RATE AND PERIOD PAYROLL.
      **************************************************************
       FD POSBUDG-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 POSBUDG-REC.
         03 PB-TYPE        PIC X(2).
         03 PB-TITLE       PIC X(17).
         03 PB-HEADCOUNT   PIC 9(5).
         03 PB-AVG-RATE    PIC 9(4)V99.
         03 PB-PERIOD-PAY  PIC 9(9)V99.
         03 FILLER         PIC X(39).
      **************************************************************
      * PAY DETAIL -- SAME 43-BYTE LAYOUT PAYREG WRITES.
      **************************************************************
       FD PAYDTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYDTL-REC.
         03 PD-EID       PIC X(7).
         03 PD-TYPE      PIC X(2).
         03 PD-STATUS    PIC X(1).
         03 PD-HOURS     PIC 9(3)V99.
         03 PD-RATE      PIC 9(4)V99.
         03 PD-GROSS     PIC 9(7)V99.
         03 PD-NET       PIC 9(7)V99.
         03 PD-PERIOD    PIC 9(4).
      **************************************************************
      * ONE RECORD PER TYPE/TITLE, BUDGETED OR NOT, FOR PRINTING IN
      * TYPE/TITLE ORDER.
      **************************************************************
       SD PV-SORT-WORK.
       01 PS-REC.
         03 PS-TYPE        PIC X(2).
         03 PS-TITLE       PIC X(17).
         03 FILLER         PIC X(51).
       FD PV-SORTED
           LABEL RECORDS ARE STANDARD.
       01 PV-SORTED-REC.
         03 PV-TYPE        PIC X(2).
         03 PV-TITLE       PIC X(17).
         03 PV-BUDGETED-SW PIC 9.
         03 PV-BUD-HC      PIC 9(5).
         03 PV-BUD-RATE    PIC 9(4)V99.
         03 PV-BUD-PAY     PIC 9(9)V99.
         03 PV-ACT-HC      PIC 9(5).
         03 PV-ACT-RATE-TOT PIC 9(9)V99.
         03 PV-ACT-GROSS   PIC 9(9)V99.
         03 FILLER         PIC X(1).
       FD PVAR-FILE
           LABEL RECORDS ARE OMITTED.
       01 PVAR-REC       PIC X(132).

       WORKING-STORAGE SECTION.
       01 POSB-EOF-SW      PIC 9          VALUE 0.
       01 PAYDTL-EOF-SW    PIC 9          VALUE 0.
       01 BROWSE-EOF-SW    PIC 9          VALUE 0.
       01 SORTED-EOF-SW    PIC 9          VALUE 0.
       01 WS-MASTER-STATUS PIC XX         VALUE SPACES.
       01 WS-MASTER-FOUND-SW PIC 9        VALUE 0.
       01 WS-POSB-STATUS   PIC XX         VALUE SPACES.
       01 WS-PAYDTL-STATUS PIC XX         VALUE SPACES.
       01 WS-RUN-RC        PIC 999        VALUE ZERO.
       01 WS-RUN-DATE      PIC X(8)       VALUE SPACES.
      *  THE PERIOD ON THE PAYDTL RECORDS, ZERO WHEN THERE ARE NONE.
       01 WS-PERIOD        PIC 9(4)       VALUE ZERO.
       01 WS-PAYDTL-CT     PIC 9(5)       VALUE ZERO.
       01 WS-NOMAST-CT     PIC 9(5)       VALUE ZERO.
       01 WS-NOMAST-GROSS  PIC 9(9)V99    VALUE ZERO.
       01 WS-OVER-CT       PIC 9(5)       VALUE ZERO.
       01 WS-UNBUD-CT      PIC 9(5)       VALUE ZERO.
      **************************************************************
      * ONE ENTRY PER TYPE/TITLE -- LOADED FROM POSBUDG, THEN ANY
      * TYPE/TITLE FOUND ON THE MASTER WITH NO BUDGET IS ADDED WITH
      * WS-PC-BUDGETED-SW ZERO.
      **************************************************************
       01 WS-PC-USED       PIC 999        VALUE ZERO.
       01 WS-PC-SUB        PIC 999        VALUE ZERO.
       01 WS-PC-AT         PIC 999        VALUE ZERO.
       01 WS-FIND-TYPE     PIC X(2)       VALUE SPACES.
       01 WS-FIND-TITLE    PIC X(17)      VALUE SPACES.
       01 WS-PC-TABLE.
         03 WS-PC-ENTRY OCCURS 500 TIMES.
           05 WS-PC-TYPE       PIC X(2).
           05 WS-PC-TITLE      PIC X(17).
           05 WS-PC-BUDGETED-SW PIC 9.
           05 WS-PC-BUD-HC     PIC 9(5).
           05 WS-PC-BUD-RATE   PIC 9(4)V99.
           05 WS-PC-BUD-PAY    PIC 9(9)V99.
           05 WS-PC-ACT-HC     PIC 9(5).
           05 WS-PC-ACT-RATE-TOT PIC 9(9)V99.
           05 WS-PC-ACT-GROSS  PIC 9(9)V99.
           05 FILLER           PIC X(1).
      *  VARIANCES FOR THE LINE BEING PRINTED -- ACTUAL LESS BUDGET.
       01 WS-ACT-RATE      PIC 9(4)V99    VALUE ZERO.
       01 WS-HC-VAR        PIC S9(5)      VALUE ZERO.
       01 WS-RATE-VAR      PIC S9(4)V99   VALUE ZERO.
       01 WS-PAY-VAR       PIC S9(9)V99   VALUE ZERO.
       01 WS-LINE-OVER-SW  PIC 9          VALUE 0.
      *  RUN TOTALS.
       01 WS-TOT-BUD-HC    PIC 9(7)       VALUE ZERO.
       01 WS-TOT-ACT-HC    PIC 9(7)       VALUE ZERO.
       01 WS-TOT-BUD-PAY   PIC 9(11)V99   VALUE ZERO.
       01 WS-TOT-ACT-GROSS PIC 9(11)V99   VALUE ZERO.
      **************************************************************
      * LAYOUT FOR THE REPORT HEADING LINES.
      **************************************************************
       01 PVAR-HEADING1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(44)     VALUE
           'POSITION BUDGET VARIANCE -- PAYROLL PERIOD'.
         03 PH-PERIOD     PIC 9(4).
         03 FILLER        PIC X(12)     VALUE '    RUN DATE'.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 PH-RUN-DATE   PIC X(8).
       01 PVAR-HEADING2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(4)      VALUE 'TYPE'.
         03 FILLER        PIC X(18)     VALUE 'TITLE'.
         03 FILLER        PIC X(7)      VALUE 'BUD HC'.
         03 FILLER        PIC X(7)      VALUE 'ACT HC'.
         03 FILLER        PIC X(9)      VALUE ' HC VAR'.
         03 FILLER        PIC X(9)      VALUE 'BUD RATE'.
         03 FILLER        PIC X(9)      VALUE 'ACT RATE'.
         03 FILLER        PIC X(11)     VALUE ' RATE VAR'.
         03 FILLER        PIC X(14)     VALUE '   BUDGET PAY'.
         03 FILLER        PIC X(14)     VALUE ' ACTUAL GROSS'.
         03 FILLER        PIC X(16)     VALUE '  PAY VARIANCE'.
         03 FILLER        PIC X(4)      VALUE 'FLAG'.
      **************************************************************
      * LAYOUT FOR ONE TYPE/TITLE.  AN ASTERISK FOLLOWS EACH
      * VARIANCE THAT IS OVER BUDGET.
      **************************************************************
       01 PVAR-DATA1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-TYPE1       PIC X(2).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-TITLE1      PIC X(17).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-BUD-HC1     PIC ZZ,ZZ9.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-ACT-HC1     PIC ZZ,ZZ9.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-HC-VAR1     PIC -ZZ,ZZ9.
         03 L-HC-MARK1    PIC X(1).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-BUD-RATE1   PIC Z,ZZ9.99.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-ACT-RATE1   PIC Z,ZZ9.99.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-RATE-VAR1   PIC -Z,ZZ9.99.
         03 L-RATE-MARK1  PIC X(1).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-BUD-PAY1    PIC ZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-ACT-GROSS1  PIC ZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-PAY-VAR1    PIC -ZZ,ZZZ,ZZ9.99.
         03 L-PAY-MARK1   PIC X(1).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-FLAG1       PIC X(11).
      **************************************************************
      * LAYOUT FOR THE RUN TOTALS.
      **************************************************************
       01 PVAR-TOTAL1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(21)     VALUE 'TOTALS'.
         03 L-TOT-BUD-HC  PIC ZZZ,ZZ9.
         03 L-TOT-ACT-HC  PIC ZZZ,ZZ9.
         03 FILLER        PIC X(38)     VALUE SPACES.
         03 L-TOT-BUD-PAY PIC ZZZ,ZZZ,ZZ9.99.
         03 L-TOT-ACT-GROSS PIC ZZZ,ZZZ,ZZ9.99.
       01 PVAR-TOTAL2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(32)     VALUE
           'TYPE/TITLES OVER BUDGET:'.
         03 L-OVER-CT     PIC ZZ,ZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(32)     VALUE
           'TYPE/TITLES NOT BUDGETED:'.
         03 L-UNBUD-CT    PIC ZZ,ZZ9.
       01 PVAR-TOTAL3.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(32)     VALUE
           'PAID, NO LONGER ON MASTER:'.
         03 L-NOMAST-CT   PIC ZZ,ZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(32)     VALUE
           'GROSS PAID, NOT IN ANY LINE:'.
         03 L-NOMAST-GROSS PIC ZZZ,ZZZ,ZZ9.99.

      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOOP
             UNTIL SORTED-EOF-SW IS EQUAL TO 1.
           PERFORM 1700-PRINT-TOTALS.
           CLOSE PV-SORTED
                 PVAR-FILE.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      **************************************************************
      * LOADS THE BUDGET, COUNTS THE MASTER, ADDS UP THE PAY DETAIL,
      * THEN SORTS THE TYPE/TITLES AND PRINTS THE HEADING.
      **************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-LOAD-BUDGET.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** POSVAR CANNOT OPEN NEWEMP MASTER, STATUS '
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           PERFORM 1100-COUNT-MASTER.
           PERFORM 1200-ADD-UP-PAY.
           CLOSE MASTER-FILE.
           SORT PV-SORT-WORK
             ON ASCENDING KEY PS-TYPE
                              PS-TITLE
             INPUT PROCEDURE IS 1300-RELEASE-POSITIONS
             GIVING PV-SORTED.
           OPEN INPUT PV-SORTED
                OUTPUT PVAR-FILE.
           MOVE WS-PERIOD TO PH-PERIOD.
           MOVE WS-RUN-DATE TO PH-RUN-DATE.
           WRITE PVAR-REC FROM PVAR-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PVAR-REC.
           WRITE PVAR-REC.
           WRITE PVAR-REC FROM PVAR-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PVAR-REC.
           WRITE PVAR-REC
             AFTER ADVANCING 1 LINE.
           PERFORM 2000-READ-SORTED.
      **************************************************************
      * LOADS POSBUDG.  A RECORD THAT WILL NOT LOAD, OR A TYPE/TITLE
      * BUDGETED TWICE, STOPS THE RUN -- THE VARIANCES WOULD BE
      * AGAINST THE WRONG BUDGET.
      **************************************************************
       1050-LOAD-BUDGET.
           OPEN INPUT POSBUDG-FILE.
           IF WS-POSB-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** POSVAR CANNOT OPEN POSBUDG, STATUS '
               WS-POSB-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           PERFORM 1055-NEXT-POSBUDG-REC
             UNTIL POSB-EOF-SW IS EQUAL TO 1.
           CLOSE POSBUDG-FILE.

       1055-NEXT-POSBUDG-REC.
           READ POSBUDG-FILE
             AT END MOVE 1 TO POSB-EOF-SW
             NOT AT END PERFORM 1060-LOAD-ONE-POSITION
           END-READ.

       1060-LOAD-ONE-POSITION.
           IF PB-HEADCOUNT IS NOT NUMERIC OR
              PB-AVG-RATE IS NOT NUMERIC OR
              PB-PERIOD-PAY IS NOT NUMERIC THEN
             DISPLAY '*** POSVAR BAD POSBUDG RECORD, ' PB-TYPE ' '
               PB-TITLE
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           MOVE PB-TYPE TO WS-FIND-TYPE.
           MOVE PB-TITLE TO WS-FIND-TITLE.
           PERFORM 0200-FIND-POSITION.
           IF WS-PC-AT IS GREATER THAN ZERO THEN
             DISPLAY '*** POSVAR POSBUDG HAS ' PB-TYPE ' ' PB-TITLE
               ' TWICE'
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           PERFORM 0220-ADD-POSITION.
           MOVE 1 TO WS-PC-BUDGETED-SW (WS-PC-AT).
           MOVE PB-HEADCOUNT TO WS-PC-BUD-HC (WS-PC-AT).
           MOVE PB-AVG-RATE TO WS-PC-BUD-RATE (WS-PC-AT).
           MOVE PB-PERIOD-PAY TO WS-PC-BUD-PAY (WS-PC-AT).
      **************************************************************
      * BROWSES THE MASTER -- EVERYONE ON IT IS ACTIVE; A TERMINATED
      * EMPLOYEE HAS BEEN DELETED TO TERMHIST.
      **************************************************************
       1100-COUNT-MASTER.
           MOVE LOW-VALUES TO M-EID.
           START MASTER-FILE KEY IS NOT LESS THAN M-EID
             INVALID KEY MOVE 1 TO BROWSE-EOF-SW.
           PERFORM 1110-COUNT-ONE
             UNTIL BROWSE-EOF-SW IS EQUAL TO 1.

       1110-COUNT-ONE.
           READ MASTER-FILE NEXT RECORD
             AT END MOVE 1 TO BROWSE-EOF-SW.
      *  A READ ERROR THAT IS NOT A PLAIN END OF FILE WOULD LEAVE
      *  THE BROWSE READING THE SAME RECORD FOREVER.
           IF BROWSE-EOF-SW IS EQUAL TO 0 AND
              WS-MASTER-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** POSVAR NEWEMP MASTER READ FAILED, STATUS '
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           IF BROWSE-EOF-SW IS EQUAL TO 0 THEN
             MOVE M-TYPE TO WS-FIND-TYPE
             MOVE M-TITLE TO WS-FIND-TITLE
             PERFORM 0210-FIND-OR-ADD
             ADD 1 TO WS-PC-ACT-HC (WS-PC-AT)
             IF M-RATE IS NUMERIC THEN
               ADD M-RATE TO WS-PC-ACT-RATE-TOT (WS-PC-AT).
      **************************************************************
      * ADDS UP THE PAY DETAIL BY THE EMPLOYEE'S TYPE/TITLE ON THE
      * MASTER.
      **************************************************************
       1200-ADD-UP-PAY.
           OPEN INPUT PAYDTL-FILE.
           IF WS-PAYDTL-STATUS IS EQUAL TO '35' OR
              WS-PAYDTL-STATUS IS EQUAL TO '05' THEN
             MOVE 1 TO PAYDTL-EOF-SW
           ELSE
             PERFORM 1210-NEXT-PAYDTL-REC
               UNTIL PAYDTL-EOF-SW IS EQUAL TO 1.
           CLOSE PAYDTL-FILE.

       1210-NEXT-PAYDTL-REC.
           READ PAYDTL-FILE
             AT END MOVE 1 TO PAYDTL-EOF-SW
             NOT AT END PERFORM 1220-ADD-ONE-PAY
           END-READ.

       1220-ADD-ONE-PAY.
           ADD 1 TO WS-PAYDTL-CT.
           IF WS-PAYDTL-CT IS EQUAL TO 1 THEN
             MOVE PD-PERIOD TO WS-PERIOD.
           PERFORM 2200-READ-MASTER-RANDOM.
           IF WS-MASTER-FOUND-SW IS EQUAL TO 0 THEN
             ADD 1 TO WS-NOMAST-CT
             ADD PD-GROSS TO WS-NOMAST-GROSS
           ELSE
             MOVE M-TYPE TO WS-FIND-TYPE
             MOVE M-TITLE TO WS-FIND-TITLE
             PERFORM 0210-FIND-OR-ADD
             ADD PD-GROSS TO WS-PC-ACT-GROSS (WS-PC-AT).
      **************************************************************
      * SORT INPUT -- ONE RECORD PER TYPE/TITLE.
      **************************************************************
       1300-RELEASE-POSITIONS.
           PERFORM 1310-RELEASE-ONE
             VARYING WS-PC-SUB FROM 1 BY 1
             UNTIL WS-PC-SUB IS GREATER THAN WS-PC-USED.

       1310-RELEASE-ONE.
           RELEASE PS-REC FROM WS-PC-ENTRY (WS-PC-SUB).
      **************************************************************
      * PRINTS ONE TYPE/TITLE WITH ITS VARIANCES AND FLAG.
      **************************************************************
       1500-LOOP.
           MOVE ZERO TO WS-ACT-RATE.
           IF PV-ACT-HC IS GREATER THAN ZERO THEN
             COMPUTE WS-ACT-RATE ROUNDED =
               PV-ACT-RATE-TOT / PV-ACT-HC.
           COMPUTE WS-HC-VAR = PV-ACT-HC - PV-BUD-HC.
           COMPUTE WS-PAY-VAR = PV-ACT-GROSS - PV-BUD-PAY.
           IF PV-ACT-HC IS GREATER THAN ZERO THEN
             COMPUTE WS-RATE-VAR = WS-ACT-RATE - PV-BUD-RATE
           ELSE
             MOVE ZERO TO WS-RATE-VAR.
           MOVE 0 TO WS-LINE-OVER-SW.
           MOVE SPACES TO L-HC-MARK1.
           MOVE SPACES TO L-RATE-MARK1.
           MOVE SPACES TO L-PAY-MARK1.
           MOVE SPACES TO L-FLAG1.
           IF PV-BUDGETED-SW IS EQUAL TO 0 THEN
             MOVE 'UNBUDGETED' TO L-FLAG1
             ADD 1 TO WS-UNBUD-CT
           ELSE
             IF WS-HC-VAR IS GREATER THAN ZERO THEN
               MOVE '*' TO L-HC-MARK1
               MOVE 1 TO WS-LINE-OVER-SW
             END-IF
             IF WS-RATE-VAR IS GREATER THAN ZERO THEN
               MOVE '*' TO L-RATE-MARK1
               MOVE 1 TO WS-LINE-OVER-SW
             END-IF
             IF WS-PAY-VAR IS GREATER THAN ZERO THEN
               MOVE '*' TO L-PAY-MARK1
               MOVE 1 TO WS-LINE-OVER-SW
             END-IF
             IF WS-LINE-OVER-SW IS EQUAL TO 1 THEN
               MOVE 'OVER BUDGET' TO L-FLAG1
               ADD 1 TO WS-OVER-CT.
           IF L-FLAG1 IS NOT EQUAL TO SPACES THEN
             MOVE 4 TO WS-RUN-RC.
           MOVE PV-TYPE TO L-TYPE1.
           MOVE PV-TITLE TO L-TITLE1.
           MOVE PV-BUD-HC TO L-BUD-HC1.
           MOVE PV-ACT-HC TO L-ACT-HC1.
           MOVE WS-HC-VAR TO L-HC-VAR1.
           MOVE PV-BUD-RATE TO L-BUD-RATE1.
           MOVE WS-ACT-RATE TO L-ACT-RATE1.
           MOVE WS-RATE-VAR TO L-RATE-VAR1.
           MOVE PV-BUD-PAY TO L-BUD-PAY1.
           MOVE PV-ACT-GROSS TO L-ACT-GROSS1.
           MOVE WS-PAY-VAR TO L-PAY-VAR1.
           WRITE PVAR-REC FROM PVAR-DATA1
             AFTER ADVANCING 1 LINE.
           ADD PV-BUD-HC TO WS-TOT-BUD-HC.
           ADD PV-ACT-HC TO WS-TOT-ACT-HC.
           ADD PV-BUD-PAY TO WS-TOT-BUD-PAY.
           ADD PV-ACT-GROSS TO WS-TOT-ACT-GROSS.
           PERFORM 2000-READ-SORTED.
      **************************************************************
      * RUN TOTALS.
      **************************************************************
       1700-PRINT-TOTALS.
           MOVE WS-TOT-BUD-HC TO L-TOT-BUD-HC.
           MOVE WS-TOT-ACT-HC TO L-TOT-ACT-HC.
           MOVE WS-TOT-BUD-PAY TO L-TOT-BUD-PAY.
           MOVE WS-TOT-ACT-GROSS TO L-TOT-ACT-GROSS.
           MOVE SPACES TO PVAR-REC.
           WRITE PVAR-REC
             AFTER ADVANCING 1 LINE.
           WRITE PVAR-REC FROM PVAR-TOTAL1
             AFTER ADVANCING 1 LINE.
           MOVE WS-OVER-CT TO L-OVER-CT.
           MOVE WS-UNBUD-CT TO L-UNBUD-CT.
           WRITE PVAR-REC FROM PVAR-TOTAL2
             AFTER ADVANCING 1 LINE.
           MOVE WS-NOMAST-CT TO L-NOMAST-CT.
           MOVE WS-NOMAST-GROSS TO L-NOMAST-GROSS.
           WRITE PVAR-REC FROM PVAR-TOTAL3
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * LOOKS UP WS-FIND-TYPE/WS-FIND-TITLE.  WS-PC-AT COMES BACK
      * ZERO WHEN THE TABLE DOES NOT HAVE IT.
      **************************************************************
       0200-FIND-POSITION.
           MOVE ZERO TO WS-PC-AT.
           PERFORM 0205-CHECK-POSITION
             VARYING WS-PC-SUB FROM 1 BY 1
             UNTIL WS-PC-SUB IS GREATER THAN WS-PC-USED OR
                   WS-PC-AT IS GREATER THAN ZERO.

       0205-CHECK-POSITION.
           IF WS-PC-TYPE (WS-PC-SUB) IS EQUAL TO WS-FIND-TYPE AND
              WS-PC-TITLE (WS-PC-SUB) IS EQUAL TO WS-FIND-TITLE THEN
             MOVE WS-PC-SUB TO WS-PC-AT.
      **************************************************************
      * LOOKS UP WS-FIND-TYPE/WS-FIND-TITLE, ADDING IT AS AN
      * UNBUDGETED TYPE/TITLE WHEN THE TABLE DOES NOT HAVE IT.
      **************************************************************
       0210-FIND-OR-ADD.
           PERFORM 0200-FIND-POSITION.
           IF WS-PC-AT IS EQUAL TO ZERO THEN
             PERFORM 0220-ADD-POSITION.

       0220-ADD-POSITION.
           IF WS-PC-USED IS EQUAL TO 500 THEN
             DISPLAY '*** POSVAR TYPE/TITLE TABLE FULL AT 500 ***'
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           ADD 1 TO WS-PC-USED.
           MOVE WS-PC-USED TO WS-PC-AT.
           MOVE SPACES TO WS-PC-ENTRY (WS-PC-AT).
           MOVE WS-FIND-TYPE TO WS-PC-TYPE (WS-PC-AT).
           MOVE WS-FIND-TITLE TO WS-PC-TITLE (WS-PC-AT).
           MOVE 0 TO WS-PC-BUDGETED-SW (WS-PC-AT).
           MOVE ZERO TO WS-PC-BUD-HC (WS-PC-AT).
           MOVE ZERO TO WS-PC-BUD-RATE (WS-PC-AT).
           MOVE ZERO TO WS-PC-BUD-PAY (WS-PC-AT).
           MOVE ZERO TO WS-PC-ACT-HC (WS-PC-AT).
           MOVE ZERO TO WS-PC-ACT-RATE-TOT (WS-PC-AT).
           MOVE ZERO TO WS-PC-ACT-GROSS (WS-PC-AT).
      **************************************************************
      * READS THE SORTED TYPE/TITLES.
      **************************************************************
       2000-READ-SORTED.
           READ PV-SORTED
             AT END MOVE 1 TO SORTED-EOF-SW.
      **************************************************************
      * RANDOM READ OF THE MASTER FOR THE CURRENT PAYDTL EMPLOYEE.
      **************************************************************
       2200-READ-MASTER-RANDOM.
           MOVE PD-EID TO M-EID.
           READ MASTER-FILE
             INVALID KEY MOVE 0 TO WS-MASTER-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-MASTER-FOUND-SW.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' AND
              WS-MASTER-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** POSVAR NEWEMP MASTER READ FAILED, STATUS '
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
