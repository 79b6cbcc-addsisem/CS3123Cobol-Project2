       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVRPT.
       AUTHOR. Addyson Sisemore
      * LEAVE BALANCE AND LIABILITY REPORT, AND THE YEAR-END
      * CARRYOVER CLOSE.
      * READS THE KEYED LEAVBAL FILE PAYREG MAINTAINS FRONT TO BACK
      * IN KEY ORDER AND PRINTS EVERY EMPLOYEE'S VACATION AND SICK
      * BALANCE WITH WHAT IT WOULD COST TO PAY IT OUT TODAY -- THE
      * BALANCE TIMES THE HOURLY RATE, WHICH FOR A SALARIED EMPLOYEE
      * IS THE PER-PERIOD M-RATE OVER THE STANDARD HOURS IN A PERIOD
      * (LEAVCTL 'H' RECORD, 80.00 IF THERE IS NONE).  THE LAST PAGE
      * CARRIES THE LIABILITY TOTAL FOR THE BOOKS.  AN EMPLOYEE NO
      * LONGER ON THE MASTER HAS NO RATE TO VALUE THE HOURS AT; THE
      * LINE IS FLAGGED AND COUNTED AND THE RUN ENDS RC 4.
      * RUN WITH 'YEAREND YYYY' ON THE COMMAND LINE AFTER THE LAST
      * PAYROLL OF YEAR YYYY AND BEFORE THE FIRST OF THE NEXT, THE
      * SAME REPORT ALSO CLOSES THE YEAR: HOURS OVER THE CARRYOVER
      * CAP FOR THE EMPLOYEE'S TYPE (LEAVCTL 'C' RECORD, FALLING BACK
      * TO '**'; NO CAP MEANS NOTHING IS FORFEITED) ARE TAKEN OFF THE
      * BALANCE AND LISTED UNDER THE EMPLOYEE.  EACH BALANCE IS
      * STAMPED WITH THE YEAR IT WAS CLOSED FOR, SO RUNNING THE CLOSE
      * TWICE DOES NOT FORFEIT TWICE.  A BALANCE PAYREG HAS ALREADY
      * POSTED A LATER YEAR TO IS FLAGGED AND LEFT ALONE (RC 4).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVBAL-FILE ASSIGN TO 'LEAVBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-EID
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'NEWEMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS M-EID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL LEAVCTL-FILE ASSIGN TO 'LEAVCTL'
               FILE STATUS IS WS-LVCTL-STATUS.
           SELECT LVRP-FILE ASSIGN TO 'UR-S-LVRP'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * LEAVE BALANCE -- SAME LAYOUT PAYREG MAINTAINS.  LB-CLOSED-YEAR
      * IS THE LAST YEAR THE YEAR-END CLOSE WAS RUN FOR.
      **************************************************************
       FD LEAVBAL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 LEAVBAL-REC.
         03 LB-EID           PIC X(7).
         03 LB-VAC-BAL       PIC 9(4)V99.
         03 LB-SICK-BAL      PIC 9(4)V99.
         03 LB-YEAR          PIC X(4).
         03 LB-VAC-ACCRUED   PIC 9(4)V99.
         03 LB-VAC-USED      PIC 9(4)V99.
         03 LB-SICK-ACCRUED  PIC 9(4)V99.
         03 LB-SICK-USED     PIC 9(4)V99.
         03 LB-LAST-PERIOD   PIC X(4).
         03 LB-CLOSED-YEAR   PIC X(4).
         03 FILLER           PIC X(5).
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
         03 FILLER       PIC X(4).
      **************************************************************
      * LEAVE CONTROL TABLE -- SAME FILE PAYREG READS THE ACCRUAL
      * RATES ('R') FROM.  THIS PROGRAM USES:
      *   C -- YEAR-END CARRYOVER CAP BY EMPLOYEE TYPE ('**' = ANY
      *        TYPE), VACATION AND SICK HOURS.
      *   H -- STANDARD HOURS PER PERIOD, FOR TURNING A SALARIED
      *        PER-PERIOD M-RATE INTO AN HOURLY RATE.
      **************************************************************
       FD LEAVCTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 LEAVCTL-REC.
         03 LC-REC-TYPE    PIC X(1).
         03 LC-TYPE        PIC X(2).
         03 FILLER         PIC X(77).
       01 LEAVCTL-CAP-REC.
         03 FILLER         PIC X(3).
         03 LC-VAC-CAP     PIC 9(4)V99.
         03 LC-SICK-CAP    PIC 9(4)V99.
         03 FILLER         PIC X(65).
       01 LEAVCTL-HRS-REC.
         03 FILLER         PIC X(3).
         03 LC-STD-HOURS   PIC 9(3)V99.
         03 FILLER         PIC X(72).
       FD LVRP-FILE
           LABEL RECORDS ARE OMITTED.
       01 LVRP-REC       PIC X(110).

       WORKING-STORAGE SECTION.
       01 LEAVE-EOF-SW     PIC 9          VALUE 0.
       01 LVCTL-EOF-SW     PIC 9          VALUE 0.
       01 WS-LEAVE-STATUS  PIC XX         VALUE SPACES.
       01 WS-MASTER-STATUS PIC XX         VALUE SPACES.
       01 WS-LVCTL-STATUS  PIC XX         VALUE SPACES.
       01 WS-MASTER-FOUND-SW PIC 9        VALUE 0.
       01 WS-LISTED-CT     PIC 9999       VALUE ZERO.
       01 WS-NOMAST-CT     PIC 9999       VALUE ZERO.
       01 WS-FORFEIT-CT    PIC 9999       VALUE ZERO.
       01 WS-CLOSED-CT     PIC 9999       VALUE ZERO.
       01 WS-PAST-CT       PIC 9999       VALUE ZERO.
       01 WS-TOTAL-VAC     PIC 9(7)V99    VALUE ZERO.
       01 WS-TOTAL-SICK    PIC 9(7)V99    VALUE ZERO.
       01 WS-TOTAL-VAC-LIAB  PIC 9(9)V99  VALUE ZERO.
       01 WS-TOTAL-SICK-LIAB PIC 9(9)V99  VALUE ZERO.
       01 WS-TOTAL-LIAB    PIC 9(9)V99    VALUE ZERO.
       01 WS-TOTAL-VAC-FORF  PIC 9(7)V99  VALUE ZERO.
       01 WS-TOTAL-SICK-FORF PIC 9(7)V99  VALUE ZERO.
       01 WS-RUN-DATE.
         03 WS-RUN-YEAR    PIC X(4).
         03 WS-RUN-MM      PIC X(2).
         03 WS-RUN-DD      PIC X(2).
      *  COMMAND-LINE PARM.  BLANK IS THE PLAIN REPORT; 'YEAREND YYYY'
      *  IS THE REPORT PLUS THE YEAR-END CLOSE FOR YEAR YYYY.
       01 WS-RUN-PARM.
         03 WS-PARM-KEY    PIC X(8).
         03 WS-PARM-YEAR   PIC X(4).
         03 FILLER         PIC X(68).
       01 WS-YEAREND-SW    PIC 9          VALUE 0.
      *  PER-EMPLOYEE WORK FIELDS.
       01 WS-HOURLY-RATE   PIC 9(4)V9999  VALUE ZERO.
       01 WS-VAC-LIAB      PIC 9(7)V99    VALUE ZERO.
       01 WS-SICK-LIAB     PIC 9(7)V99    VALUE ZERO.
       01 WS-VAC-FORF      PIC 9(4)V99    VALUE ZERO.
       01 WS-SICK-FORF     PIC 9(4)V99    VALUE ZERO.
      *  STANDARD HOURS PER PERIOD FOR SALARIED EMPLOYEES.
       01 WS-STD-HOURS     PIC 9(3)V99    VALUE 80.00.
      *  CARRYOVER CAPS FROM THE LEAVCTL 'C' RECORDS.
       01 WS-CAP-TABLE.
         03 WS-CAP-ENTRY OCCURS 30 TIMES.
           05 WS-CAP-TYPE      PIC X(2).
           05 WS-CAP-VAC       PIC 9(4)V99.
           05 WS-CAP-SICK      PIC 9(4)V99.
       01 WS-CAP-USED      PIC 99         VALUE ZERO.
       01 WS-CAP-SUB       PIC 99         VALUE ZERO.
       01 WS-CAP-HIT       PIC 99         VALUE ZERO.
      **************************************************************
      * LAYOUT FOR THE REPORT HEADING LINES.
      **************************************************************
       01 LVRP-HEADING1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(41)     VALUE
           'LEAVE BALANCE AND LIABILITY REPORT -- AS '.
         03 FILLER        PIC X(3)      VALUE 'OF '.
         03 LH-MM         PIC X(2).
         03 FILLER        PIC X(1)      VALUE '/'.
         03 LH-DD         PIC X(2).
         03 FILLER        PIC X(1)      VALUE '/'.
         03 LH-YEAR       PIC X(4).
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 LH-CLOSE      PIC X(30)     VALUE SPACES.
       01 LVRP-CLOSE-TAG.
         03 FILLER        PIC X(20)     VALUE
           'YEAR-END CLOSE FOR '.
         03 CT-YEAR       PIC X(4).
       01 LVRP-HEADING2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(6)      VALUE 'EMP ID'.
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 FILLER        PIC X(15)     VALUE 'LAST'.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 FILLER        PIC X(5)      VALUE 'TYPE'.
         03 FILLER        PIC X(4)      VALUE 'ST'.
         03 FILLER        PIC X(9)      VALUE 'VAC HRS'.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(9)      VALUE 'SICK HRS'.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(9)      VALUE 'HRLY RATE'.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(10)     VALUE 'VAC LIAB'.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(10)     VALUE 'SICK LIAB'.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(4)      VALUE 'FLAG'.
      **************************************************************
      * LAYOUT FOR THE DETAIL LINE.  BALANCES ARE AFTER ANY YEAR-END
      * FORFEITURE -- WHAT CARRIES INTO THE NEW YEAR.
      **************************************************************
       01 LVRP-DATA1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-EID1        PIC X(7).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-LAST1       PIC X(15).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-TYPE1       PIC X(2).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-STATUS1     PIC X(1).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-VAC1        PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-SICK1       PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-RATE1       PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-VAC-LIAB1   PIC ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-SICK-LIAB1  PIC ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-FLAG1       PIC X(19).
      **************************************************************
      * LAYOUT FOR THE FORFEITURE LINE PRINTED UNDER AN EMPLOYEE
      * WHOSE BALANCE WAS OVER THE CARRYOVER CAP AT YEAR END.
      **************************************************************
       01 LVRP-FORF-LINE.
         03 FILLER        PIC X(11)     VALUE SPACES.
         03 FILLER        PIC X(25)     VALUE
           '  FORFEITED AT YEAR END:'.
         03 LF-VAC        PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 LF-SICK       PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(6)      VALUE 'CAPS  '.
         03 LF-VAC-CAP    PIC ZZ,ZZ9.99.
         03 FILLER        PIC X(3)      VALUE ' / '.
         03 LF-SICK-CAP   PIC ZZ,ZZ9.99.
      **************************************************************
      * LAYOUT FOR THE END-OF-REPORT TOTAL LINES.
      **************************************************************
       01 LVRP-LAST1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(26)     VALUE
           'EMPLOYEES LISTED:'.
         03 L-LISTED-CT   PIC ZZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(18)     VALUE 'NOT ON MASTER:'.
         03 L-NOMAST-CT   PIC ZZZ9.
       01 LVRP-LAST2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(26)     VALUE
           'TOTAL VACATION HOURS:'.
         03 L-TOTAL-VAC   PIC Z,ZZZ,ZZ9.99.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(18)     VALUE 'LIABILITY:'.
         03 L-TOT-VAC-LIAB PIC ZZZ,ZZZ,ZZ9.99.
       01 LVRP-LAST3.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(26)     VALUE
           'TOTAL SICK HOURS:'.
         03 L-TOTAL-SICK  PIC Z,ZZZ,ZZ9.99.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(18)     VALUE 'LIABILITY:'.
         03 L-TOT-SICK-LIAB PIC ZZZ,ZZZ,ZZ9.99.
       01 LVRP-LAST4.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(26)     VALUE SPACES.
         03 FILLER        PIC X(12)     VALUE SPACES.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(18)     VALUE 'TOTAL LIABILITY:'.
         03 L-TOTAL-LIAB  PIC ZZZ,ZZZ,ZZ9.99.
       01 LVRP-LAST5.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(26)     VALUE
           'EMPLOYEES WITH FORFEITURE:'.
         03 L-FORFEIT-CT  PIC ZZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(18)     VALUE 'ALREADY CLOSED:'.
         03 L-CLOSED-CT   PIC ZZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(18)     VALUE 'POSTED PAST YEAR:'.
         03 L-PAST-CT     PIC ZZZ9.
       01 LVRP-LAST6.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(26)     VALUE
           'VACATION HOURS FORFEITED:'.
         03 L-TOT-VAC-FORF PIC Z,ZZZ,ZZ9.99.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(18)     VALUE 'SICK FORFEITED:'.
         03 L-TOT-SICK-FORF PIC Z,ZZZ,ZZ9.99.

      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOOP
             UNTIL LEAVE-EOF-SW IS EQUAL TO 1.
           PERFORM 1700-LAST-PAGE.
           CLOSE LEAVBAL-FILE
                 MASTER-FILE
                 LVRP-FILE.
           IF WS-NOMAST-CT IS GREATER THAN ZERO OR
              WS-PAST-CT IS GREATER THAN ZERO THEN
             MOVE 4 TO RETURN-CODE.
           STOP RUN.
      **************************************************************
      * CHECKS THE COMMAND-LINE PARM, LOADS THE LEAVE CONTROL TABLE,
      * OPENS THE FILES, PRINTS THE HEADING AND PRIMES THE BALANCES.
      * THE BALANCE FILE IS ONLY OPENED FOR UPDATE ON A YEAR-END RUN.
      **************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-PARM-KEY IS EQUAL TO 'YEAREND' THEN
             IF WS-PARM-YEAR IS NOT NUMERIC THEN
               DISPLAY '*** LEAVRPT YEAREND NEEDS A YEAR, GOT '
                 WS-PARM-YEAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
             ELSE
               MOVE 1 TO WS-YEAREND-SW
           ELSE
             IF WS-RUN-PARM IS NOT EQUAL TO SPACES THEN
               DISPLAY '*** LEAVRPT UNKNOWN PARM ' WS-PARM-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 1050-LOAD-LEAVE-CONTROL.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** LEAVRPT CANNOT OPEN NEWEMP MASTER, STATUS '
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           IF WS-YEAREND-SW IS EQUAL TO 1 THEN
             OPEN I-O LEAVBAL-FILE
           ELSE
             OPEN INPUT LEAVBAL-FILE.
           IF WS-LEAVE-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** LEAVRPT CANNOT OPEN LEAVBAL FILE, STATUS '
               WS-LEAVE-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           OPEN OUTPUT LVRP-FILE.
           MOVE WS-RUN-MM TO LH-MM.
           MOVE WS-RUN-DD TO LH-DD.
           MOVE WS-RUN-YEAR TO LH-YEAR.
           IF WS-YEAREND-SW IS EQUAL TO 1 THEN
             MOVE WS-PARM-YEAR TO CT-YEAR
             MOVE LVRP-CLOSE-TAG TO LH-CLOSE.
           WRITE LVRP-REC FROM LVRP-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LVRP-REC.
           WRITE LVRP-REC.
           WRITE LVRP-REC FROM LVRP-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LVRP-REC.
           WRITE LVRP-REC
             AFTER ADVANCING 1 LINE.
           PERFORM 2000-READ-LEAVE.
      **************************************************************
      * LOADS THE CARRYOVER CAPS AND THE SALARIED STANDARD HOURS.
      * NO LEAVCTL FILE MEANS NO CAPS AND THE DEFAULT 80.00 HOURS.
      * A RECORD THAT WILL NOT READ AS NUMBERS STOPS THE RUN RATHER
      * THAN FORFEITING SOMEBODY'S LEAVE AGAINST A GARBLED CAP.
      **************************************************************
       1050-LOAD-LEAVE-CONTROL.
           OPEN INPUT LEAVCTL-FILE.
           IF WS-LVCTL-STATUS IS EQUAL TO '35' OR
              WS-LVCTL-STATUS IS EQUAL TO '05' THEN
             MOVE 1 TO LVCTL-EOF-SW
           ELSE
             PERFORM 1055-NEXT-LEAVCTL-REC
               UNTIL LVCTL-EOF-SW IS EQUAL TO 1.
           CLOSE LEAVCTL-FILE.

       1055-NEXT-LEAVCTL-REC.
           READ LEAVCTL-FILE
             AT END MOVE 1 TO LVCTL-EOF-SW
             NOT AT END
               IF LC-REC-TYPE IS EQUAL TO 'C' THEN
                 PERFORM 1060-LOAD-ONE-CAP
               ELSE
                 IF LC-REC-TYPE IS EQUAL TO 'H' THEN
                   PERFORM 1065-LOAD-STD-HOURS
                 END-IF
               END-IF
           END-READ.

       1060-LOAD-ONE-CAP.
           IF WS-CAP-USED IS EQUAL TO 30 THEN
             DISPLAY '*** LEAVRPT CARRYOVER CAP TABLE FULL AT 30 ***'
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           IF LC-VAC-CAP IS NOT NUMERIC OR
              LC-SICK-CAP IS NOT NUMERIC THEN
             DISPLAY '*** LEAVRPT BAD LEAVCTL CAP RECORD, TYPE '
               LC-TYPE
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           ADD 1 TO WS-CAP-USED.
           MOVE LC-TYPE TO WS-CAP-TYPE (WS-CAP-USED).
           MOVE LC-VAC-CAP TO WS-CAP-VAC (WS-CAP-USED).
           MOVE LC-SICK-CAP TO WS-CAP-SICK (WS-CAP-USED).

       1065-LOAD-STD-HOURS.
           IF LC-STD-HOURS IS NOT NUMERIC OR
              LC-STD-HOURS IS EQUAL TO ZERO THEN
             DISPLAY '*** LEAVRPT BAD LEAVCTL STANDARD HOURS RECORD'
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           MOVE LC-STD-HOURS TO WS-STD-HOURS.
      **************************************************************
      * ONE BALANCE RECORD -- CLOSE THE YEAR IF ASKED, VALUE THE
      * HOURS AT THE EMPLOYEE'S RATE, PRINT, ROLL THE TOTALS.
      **************************************************************
       1500-LOOP.
           PERFORM 2100-READ-MASTER-RANDOM.
           ADD 1 TO WS-LISTED-CT.
           MOVE SPACES TO L-FLAG1.
           MOVE ZERO TO WS-VAC-FORF.
           MOVE ZERO TO WS-SICK-FORF.
           IF WS-YEAREND-SW IS EQUAL TO 1 THEN
             PERFORM 1600-YEAR-END-CLOSE.
           MOVE LB-EID TO L-EID1.
           IF WS-MASTER-FOUND-SW IS EQUAL TO 1 THEN
             MOVE M-LAST TO L-LAST1
             MOVE M-TYPE TO L-TYPE1
             MOVE M-STATUS TO L-STATUS1
             IF M-STATUS IS EQUAL TO 'S' THEN
               COMPUTE WS-HOURLY-RATE ROUNDED =
                 M-RATE / WS-STD-HOURS
             ELSE
               MOVE M-RATE TO WS-HOURLY-RATE
             END-IF
           ELSE
             ADD 1 TO WS-NOMAST-CT
             MOVE SPACES TO L-LAST1
             MOVE SPACES TO L-TYPE1
             MOVE SPACES TO L-STATUS1
             MOVE ZERO TO WS-HOURLY-RATE
             MOVE '** NOT ON MASTER' TO L-FLAG1.
           COMPUTE WS-VAC-LIAB ROUNDED = LB-VAC-BAL * WS-HOURLY-RATE.
           COMPUTE WS-SICK-LIAB ROUNDED =
             LB-SICK-BAL * WS-HOURLY-RATE.
           MOVE LB-VAC-BAL TO L-VAC1.
           MOVE LB-SICK-BAL TO L-SICK1.
           MOVE WS-HOURLY-RATE TO L-RATE1.
           MOVE WS-VAC-LIAB TO L-VAC-LIAB1.
           MOVE WS-SICK-LIAB TO L-SICK-LIAB1.
           ADD LB-VAC-BAL TO WS-TOTAL-VAC.
           ADD LB-SICK-BAL TO WS-TOTAL-SICK.
           ADD WS-VAC-LIAB TO WS-TOTAL-VAC-LIAB.
           ADD WS-SICK-LIAB TO WS-TOTAL-SICK-LIAB.
           WRITE LVRP-REC FROM LVRP-DATA1
             AFTER ADVANCING 1 LINE.
           IF WS-VAC-FORF IS GREATER THAN ZERO OR
              WS-SICK-FORF IS GREATER THAN ZERO THEN
             MOVE WS-VAC-FORF TO LF-VAC
             MOVE WS-SICK-FORF TO LF-SICK
             MOVE WS-CAP-VAC (WS-CAP-HIT) TO LF-VAC-CAP
             MOVE WS-CAP-SICK (WS-CAP-HIT) TO LF-SICK-CAP
             WRITE LVRP-REC FROM LVRP-FORF-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2000-READ-LEAVE.
      **************************************************************
      * YEAR-END CLOSE OF ONE BALANCE.  A BALANCE ALREADY CLOSED FOR
      * THE YEAR IS LEFT AS IT IS; ONE PAYREG HAS ALREADY POSTED A
      * LATER YEAR TO WOULD LOSE THAT YEAR'S ACCRUAL TO THE CAP, SO IT
      * IS FLAGGED INSTEAD.  THE CAP IS THE EMPLOYEE TYPE'S, OR THE
      * '**' ONE; AN EMPLOYEE NOT ON THE MASTER GETS THE '**' CAP.
      **************************************************************
       1600-YEAR-END-CLOSE.
           IF LB-CLOSED-YEAR IS EQUAL TO WS-PARM-YEAR THEN
             ADD 1 TO WS-CLOSED-CT
             MOVE 'YEAR ALREADY CLOSED' TO L-FLAG1
           ELSE
             IF LB-YEAR IS GREATER THAN WS-PARM-YEAR THEN
               ADD 1 TO WS-PAST-CT
               MOVE '** POSTED PAST YEAR' TO L-FLAG1
             ELSE
               PERFORM 1650-FIND-CAP
               IF WS-CAP-HIT IS GREATER THAN ZERO THEN
                 IF LB-VAC-BAL IS GREATER THAN WS-CAP-VAC (WS-CAP-HIT)
                   COMPUTE WS-VAC-FORF =
                     LB-VAC-BAL - WS-CAP-VAC (WS-CAP-HIT)
                   MOVE WS-CAP-VAC (WS-CAP-HIT) TO LB-VAC-BAL
                 END-IF
                 IF LB-SICK-BAL IS GREATER THAN
                    WS-CAP-SICK (WS-CAP-HIT) THEN
                   COMPUTE WS-SICK-FORF =
                     LB-SICK-BAL - WS-CAP-SICK (WS-CAP-HIT)
                   MOVE WS-CAP-SICK (WS-CAP-HIT) TO LB-SICK-BAL
                 END-IF
               END-IF
               IF WS-VAC-FORF IS GREATER THAN ZERO OR
                  WS-SICK-FORF IS GREATER THAN ZERO THEN
                 ADD 1 TO WS-FORFEIT-CT
                 ADD WS-VAC-FORF TO WS-TOTAL-VAC-FORF
                 ADD WS-SICK-FORF TO WS-TOTAL-SICK-FORF
               END-IF
               MOVE WS-PARM-YEAR TO LB-CLOSED-YEAR
               PERFORM 2200-REWRITE-LEAVE.
      **************************************************************
      * FINDS THE CARRYOVER CAP ENTRY FOR THE EMPLOYEE'S TYPE,
      * FALLING BACK TO '**'.  ZERO MEANS NO CAP APPLIES.
      **************************************************************
       1650-FIND-CAP.
           MOVE ZERO TO WS-CAP-HIT.
           IF WS-MASTER-FOUND-SW IS EQUAL TO 1 THEN
             PERFORM 1655-CHECK-CAP-TYPE
               VARYING WS-CAP-SUB FROM 1 BY 1
               UNTIL WS-CAP-SUB IS GREATER THAN WS-CAP-USED.
           IF WS-CAP-HIT IS EQUAL TO ZERO THEN
             PERFORM 1657-CHECK-CAP-ANY
               VARYING WS-CAP-SUB FROM 1 BY 1
               UNTIL WS-CAP-SUB IS GREATER THAN WS-CAP-USED.

       1655-CHECK-CAP-TYPE.
           IF WS-CAP-TYPE (WS-CAP-SUB) IS EQUAL TO M-TYPE THEN
             MOVE WS-CAP-SUB TO WS-CAP-HIT.

       1657-CHECK-CAP-ANY.
           IF WS-CAP-TYPE (WS-CAP-SUB) IS EQUAL TO '**' THEN
             MOVE WS-CAP-SUB TO WS-CAP-HIT.
      **************************************************************
      * PRINTS THE RUN TOTALS, AND THE FORFEITURE TOTALS ON A
      * YEAR-END RUN.
      **************************************************************
       1700-LAST-PAGE.
           MOVE WS-LISTED-CT TO L-LISTED-CT.
           MOVE WS-NOMAST-CT TO L-NOMAST-CT.
           MOVE WS-TOTAL-VAC TO L-TOTAL-VAC.
           MOVE WS-TOTAL-SICK TO L-TOTAL-SICK.
           MOVE WS-TOTAL-VAC-LIAB TO L-TOT-VAC-LIAB.
           MOVE WS-TOTAL-SICK-LIAB TO L-TOT-SICK-LIAB.
           COMPUTE WS-TOTAL-LIAB =
             WS-TOTAL-VAC-LIAB + WS-TOTAL-SICK-LIAB.
           MOVE WS-TOTAL-LIAB TO L-TOTAL-LIAB.
           MOVE SPACES TO LVRP-REC.
           WRITE LVRP-REC
             AFTER ADVANCING 1 LINE.
           WRITE LVRP-REC FROM LVRP-LAST1
             AFTER ADVANCING 1 LINE.
           WRITE LVRP-REC FROM LVRP-LAST2
             AFTER ADVANCING 1 LINE.
           WRITE LVRP-REC FROM LVRP-LAST3
             AFTER ADVANCING 1 LINE.
           WRITE LVRP-REC FROM LVRP-LAST4
             AFTER ADVANCING 1 LINE.
           IF WS-YEAREND-SW IS EQUAL TO 1 THEN
             MOVE WS-FORFEIT-CT TO L-FORFEIT-CT
             MOVE WS-CLOSED-CT TO L-CLOSED-CT
             MOVE WS-PAST-CT TO L-PAST-CT
             MOVE WS-TOTAL-VAC-FORF TO L-TOT-VAC-FORF
             MOVE WS-TOTAL-SICK-FORF TO L-TOT-SICK-FORF
             WRITE LVRP-REC FROM LVRP-LAST5
               AFTER ADVANCING 1 LINE
             WRITE LVRP-REC FROM LVRP-LAST6
               AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE LEAVE BALANCE FILE IN KEY ORDER.
      **************************************************************
       2000-READ-LEAVE.
           READ LEAVBAL-FILE
             AT END MOVE 1 TO LEAVE-EOF-SW.
           IF WS-LEAVE-STATUS IS NOT EQUAL TO '00' AND
              WS-LEAVE-STATUS IS NOT EQUAL TO '10' THEN
             DISPLAY '*** LEAVRPT LEAVBAL READ FAILED, STATUS '
               WS-LEAVE-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * RANDOM READ OF THE MASTER FOR THE CURRENT BALANCE RECORD.
      **************************************************************
       2100-READ-MASTER-RANDOM.
           MOVE LB-EID TO M-EID.
           READ MASTER-FILE
             INVALID KEY MOVE 0 TO WS-MASTER-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-MASTER-FOUND-SW.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' AND
              WS-MASTER-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** LEAVRPT NEWEMP MASTER READ FAILED, STATUS '
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * PUTS BACK A BALANCE CLOSED FOR THE YEAR.
      **************************************************************
       2200-REWRITE-LEAVE.
           REWRITE LEAVBAL-REC.
           IF WS-LEAVE-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** LEAVRPT LEAVBAL REWRITE FAILED, STATUS '
               WS-LEAVE-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
