       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.
       AUTHOR. Addyson Sisemore
      * RETROACTIVE PAY FOR BACK-DATED RATE CHANGES.
      * RUNS AFTER THE PERIOD IS OPENED ON PAYCTL AND BEFORE PAYREG.
      * PICKS THE RATE CHANGES OUT OF AUDHIST (PROJ03 AND RATEMAS
      * CHANGES WHOSE BEFORE AND AFTER M-RATE DIFFER) AND GOES BACK
      * THROUGH EACH EMPLOYEE'S PAID PERIODS ON THE PAYDHIST PAY
      * HISTORY.  A PERIOD IS WORKED OUT AGAIN WHEN A CHANGE TOOK
      * EFFECT ON OR BEFORE THE PERIOD END DATE BUT WAS NOT ON THE
      * MASTER UNTIL THE PERIOD HAD BEEN PAID.  THE RATE THE PERIOD
      * SHOULD HAVE BEEN PAID AT IS THE LATEST CHANGE EFFECTIVE BY
      * ITS END DATE, AND THE PAY IS RECOMPUTED THE WAY PAYREG DOES
      * IT -- SALARIED AT THE RATE, HOURLY AT STRAIGHT TIME TO 40
      * HOURS, TIME AND A HALF PAST 40, AND LEAVE AT STRAIGHT TIME.
      * WHAT WAS PAID IS THE PERIOD'S REGULAR GROSS LESS ANY RETRO
      * FOR EARLIER PERIODS IT CARRIED, PLUS ANY RETRO ALREADY PAID
      * FOR THE PERIOD ITSELF, SO A PERIOD ALREADY MADE UP COMES OUT
      * TO NOTHING AND A RERUN NEVER PAYS TWICE.  A PERIOD OFFCYC HAS
      * VOIDED, REISSUED OR PAID BY HAND (ANY RECORD FOR IT ON THE
      * PAYADJ ADJUSTMENT HISTORY) IS NOT ON PAYDHIST AS IT STANDS,
      * SO IT IS HELD FOR REVIEW AND NOT PAID.
      * AN UNDERPAYMENT IS WRITTEN TO RETROERN FOR THE OPEN PERIOD'S
      * PAYREG TO PAY AS A SEPARATE RETRO PAY LINE.  AN OVERPAYMENT
      * IS ONLY REPORTED -- IT IS NOT RECOVERED.  A PERIOD PAID AT A
      * DIFFERENT PAY STATUS THAN THE CHANGE CARRIES, OR PAID MORE
      * THAN ONCE, IS REPORTED FOR REVIEW AND NOT PAID.  EVERY
      * PERIOD WORKED IS SHOWN ON THE RETRO WORKSHEET.
      * RETURN CODE 4 = SOMETHING ON THE WORKSHEET NEEDS REVIEW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  PERIOD CONTROL -- THE RETRO IS PAYABLE IN THE OPEN PERIOD.
           SELECT PAYCTL-FILE ASSIGN TO 'PAYCTL'
               FILE STATUS IS WS-PAYCTL-STATUS.
      *  OPTIONAL -- NO AUDIT HISTORY OR NO PAY HISTORY YET MEANS
      *  THERE IS NOTHING TO MAKE UP.
           SELECT OPTIONAL AUDIT-HIST ASSIGN TO 'AUDHIST'
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL PAYDHIST-FILE ASSIGN TO 'PAYDHIST'
               FILE STATUS IS WS-PAYDHIST-STATUS.
      *  OPTIONAL -- NO ADJUSTMENT HISTORY MEANS OFFCYC HAS NEVER RUN.
           SELECT OPTIONAL PAYADJ-FILE ASSIGN TO 'PAYADJ'
               FILE STATUS IS WS-PAYADJ-STATUS.
           SELECT RC-SORT-WORK ASSIGN TO 'RTSWK01'.
           SELECT RC-SORTED ASSIGN TO 'RTSRTC'.
           SELECT PH-SORT-WORK ASSIGN TO 'RTSWK02'.
           SELECT PH-SORTED ASSIGN TO 'RTSRTH'.
           SELECT RETRO-FILE ASSIGN TO 'RETROERN'.
           SELECT RTWK-FILE ASSIGN TO 'UR-S-RTWK'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * PERIOD CONTROL -- SAME 20-BYTE LAYOUT PAYREG READS.
      **************************************************************
       FD PAYCTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYCTL-REC.
         03 CT-PERIOD    PIC 9(4).
         03 CT-STATUS    PIC X(1).
         03 CT-END-DATE  PIC X(8).
         03 FILLER       PIC X(7).
      **************************************************************
      * AUDIT HISTORY -- SAME 244-BYTE LAYOUT PROJ03 WRITES.  A
      * RECORD WRITTEN BEFORE AH-EFF-DATE WAS CARRIED HAS SPACES
      * THERE AND IS TAKEN AS EFFECTIVE ON ITS RUN DATE.
      **************************************************************
       FD AUDIT-HIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 AUDIT-REC.
         03 AH-RUN-DATE  PIC X(8).
         03 AH-CODE      PIC X(1).
         03 AH-EID       PIC X(7).
         03 AH-BEFORE    PIC X(110).
         03 AH-AFTER     PIC X(110).
         03 AH-EFF-DATE  PIC X(8).
      **************************************************************
      * PAY-DETAIL HISTORY -- SAME 100-BYTE LAYOUT PAYREG WRITES.
      **************************************************************
       FD PAYDHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYDHIST-REC.
         03 PH-DETAIL.
           05 PH-EID       PIC X(7).
           05 PH-TYPE      PIC X(2).
           05 PH-STATUS    PIC X(1).
           05 PH-HOURS     PIC 9(3)V99.
           05 PH-RATE      PIC 9(4)V99.
           05 PH-GROSS     PIC 9(7)V99.
           05 PH-NET       PIC 9(7)V99.
           05 PH-PERIOD    PIC 9(4).
         03 PH-REC-TYPE    PIC X(1).
         03 PH-FOR-PERIOD  PIC 9(4).
         03 PH-VAC-TAKEN   PIC 9(2)V99.
         03 PH-SICK-TAKEN  PIC 9(2)V99.
         03 PH-RETRO-AMT   PIC 9(7)V99.
         03 PH-RUN-DATE    PIC X(8).
         03 PH-END-DATE    PIC X(8).
         03 FILLER         PIC X(19).
      **************************************************************
      * PAYMENT-ADJUSTMENT HISTORY -- SAME 80-BYTE LAYOUT OFFCYC
      * WRITES.
      **************************************************************
       FD PAYADJ-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYADJ-REC.
         03 PJ-RUN-DATE    PIC X(8).
         03 PJ-ACTION      PIC X(1).
         03 PJ-EID         PIC X(7).
         03 PJ-PERIOD      PIC 9(4).
         03 PJ-ORIG-TYPE   PIC X(1).
         03 PJ-HOURS       PIC 9(3)V99.
         03 PJ-GROSS       PIC 9(7)V99.
         03 PJ-DED-TOTAL   PIC 9(7)V99.
         03 PJ-NET         PIC 9(7)V99.
         03 PJ-REASON      PIC X(20).
         03 FILLER         PIC X(7).
      **************************************************************
      * RATE CHANGES IN EMPLOYEE AND EFFECTIVE DATE ORDER.  TWO
      * CHANGES EFFECTIVE THE SAME DAY COME OUT IN THE ORDER THEY
      * WERE RUN, SO THE LATER ONE WINS.
      **************************************************************
       SD RC-SORT-WORK.
       01 CS-REC.
         03 CS-EID         PIC X(7).
         03 CS-EFF-DATE    PIC X(8).
         03 CS-RUN-DATE    PIC X(8).
         03 CS-OLD-RATE    PIC 9(4)V99.
         03 CS-NEW-RATE    PIC 9(4)V99.
         03 CS-NEW-STATUS  PIC X(1).
         03 FILLER         PIC X(4).
       FD RC-SORTED
           LABEL RECORDS ARE STANDARD.
       01 RC-SORTED-REC.
         03 RC-EID         PIC X(7).
         03 RC-EFF-DATE    PIC X(8).
         03 RC-RUN-DATE    PIC X(8).
         03 RC-OLD-RATE    PIC 9(4)V99.
         03 RC-NEW-RATE    PIC 9(4)V99.
         03 RC-NEW-STATUS  PIC X(1).
         03 FILLER         PIC X(4).
      **************************************************************
      * PAID PERIODS IN EMPLOYEE AND PERIOD ORDER -- EACH PERIOD'S
      * OFFCYC ADJUSTMENTS ('O'), THEN ITS REGULAR PAY ('R'), THEN
      * ANY RETRO PAID FOR IT ('T').
      **************************************************************
       SD PH-SORT-WORK.
       01 HS-REC.
         03 HS-EID         PIC X(7).
         03 FILLER         PIC X(36).
         03 HS-REC-TYPE    PIC X(1).
         03 HS-FOR-PERIOD  PIC 9(4).
         03 FILLER         PIC X(52).
       FD PH-SORTED
           LABEL RECORDS ARE STANDARD.
       01 PH-SORTED-REC.
         03 HD-EID         PIC X(7).
         03 HD-TYPE        PIC X(2).
         03 HD-STATUS      PIC X(1).
         03 HD-HOURS       PIC 9(3)V99.
         03 HD-RATE        PIC 9(4)V99.
         03 HD-GROSS       PIC 9(7)V99.
         03 HD-NET         PIC 9(7)V99.
         03 HD-PERIOD      PIC 9(4).
         03 HD-REC-TYPE    PIC X(1).
         03 HD-FOR-PERIOD  PIC 9(4).
         03 HD-VAC-TAKEN   PIC 9(2)V99.
         03 HD-SICK-TAKEN  PIC 9(2)V99.
         03 HD-RETRO-AMT   PIC 9(7)V99.
         03 HD-RUN-DATE    PIC X(8).
         03 HD-END-DATE    PIC X(8).
         03 FILLER         PIC X(19).
      **************************************************************
      * RETROACTIVE PAY DIFFERENCES -- ONE RECORD PER EMPLOYEE PER
      * PERIOD UNDERPAID, PAYABLE IN RE-PAY-PERIOD.  SAME 80-BYTE
      * LAYOUT PAYREG LOADS.
      **************************************************************
       FD RETRO-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RETRO-REC.
         03 RE-EID         PIC X(7).
         03 RE-PAY-PERIOD  PIC 9(4).
         03 RE-FOR-PERIOD  PIC 9(4).
         03 RE-STATUS      PIC X(1).
         03 RE-OLD-RATE    PIC 9(4)V99.
         03 RE-NEW-RATE    PIC 9(4)V99.
         03 RE-EFF-DATE    PIC X(8).
         03 RE-AMOUNT      PIC 9(7)V99.
         03 RE-RUN-DATE    PIC X(8).
         03 FILLER         PIC X(27).
       FD RTWK-FILE
           LABEL RECORDS ARE OMITTED.
       01 RTWK-REC       PIC X(132).

       WORKING-STORAGE SECTION.
       01 AUDIT-EOF-SW     PIC 9          VALUE 0.
       01 PAYDHIST-EOF-SW  PIC 9          VALUE 0.
       01 PAYADJ-EOF-SW    PIC 9          VALUE 0.
       01 CHANGE-EOF-SW    PIC 9          VALUE 0.
       01 HIST-EOF-SW      PIC 9          VALUE 0.
       01 WS-PAYCTL-STATUS PIC XX         VALUE SPACES.
       01 WS-AUDIT-STATUS  PIC XX         VALUE SPACES.
       01 WS-PAYDHIST-STATUS PIC XX       VALUE SPACES.
       01 WS-PAYADJ-STATUS PIC XX         VALUE SPACES.
       01 WS-RUN-RC        PIC 999        VALUE ZERO.
       01 WS-RUN-DATE      PIC X(8)       VALUE SPACES.
      *  THE OPEN PERIOD THE RETRO IS PAID IN.
       01 WS-PERIOD        PIC 9(4)       VALUE ZERO.
       01 WS-CHANGE-CT     PIC 9(5)       VALUE ZERO.
       01 WS-HIST-CT       PIC 9(7)       VALUE ZERO.
       01 WS-WORKED-CT     PIC 9(5)       VALUE ZERO.
       01 WS-RETRO-CT      PIC 9(5)       VALUE ZERO.
       01 WS-OVERPAID-CT   PIC 9(5)       VALUE ZERO.
       01 WS-REVIEW-CT     PIC 9(5)       VALUE ZERO.
       01 WS-TOTAL-RETRO   PIC 9(9)V99    VALUE ZERO.
       01 WS-TOTAL-OVERPAID PIC 9(9)V99   VALUE ZERO.
      **************************************************************
      * MASTER IMAGE WORK AREA -- EACH BEFORE/AFTER IMAGE IS MOVED
      * HERE SO ITS RATE AND PAY STATUS CAN BE PICKED OFF.  SAME
      * 110-BYTE LAYOUT AS MASTER-REC IN PROJ03.
      **************************************************************
       01 WS-IMAGE-REC.
         03 WI-EID        PIC X(7).
         03 WI-LAST       PIC X(15).
         03 WI-FIRST      PIC X(15).
         03 WI-TYPE       PIC X(2).
         03 WI-TITLE      PIC X(17).
         03 WI-SSN        PIC X(9).
         03 FILLER        PIC X(24).
         03 WI-DATE       PIC X(8).
         03 FILLER        PIC X(2).
         03 WI-RATE       PIC 9(4)V99.
         03 WI-STATUS     PIC X(1).
         03 FILLER        PIC X(4).
       01 WS-OLD-RATE      PIC 9(4)V99    VALUE ZERO.
      **************************************************************
      * THE CURRENT EMPLOYEE'S RATE CHANGES, IN EFFECTIVE DATE ORDER.
      **************************************************************
       01 WS-CUR-EID       PIC X(7)       VALUE SPACES.
       01 WS-CH-USED       PIC 99         VALUE ZERO.
       01 WS-CH-SUB        PIC 99         VALUE ZERO.
       01 WS-CH-AT         PIC 99         VALUE ZERO.
       01 WS-CH-TABLE.
         03 WS-CH-ENTRY OCCURS 50 TIMES.
           05 WS-CH-EFF-DATE  PIC X(8).
           05 WS-CH-RUN-DATE  PIC X(8).
           05 WS-CH-NEW-RATE  PIC 9(4)V99.
           05 WS-CH-STATUS    PIC X(1).
      *  SET WHEN A CHANGE EFFECTIVE BY THE PERIOD END WAS RUN ON OR
      *  AFTER THE DAY THE PERIOD WAS PAID.
       01 WS-LATE-SW       PIC 9          VALUE 0.
      **************************************************************
      * THE PERIOD BEING WORKED -- ITS REGULAR PAY RECORD AND THE
      * RETRO ALREADY PAID FOR IT.
      **************************************************************
       01 WS-CUR-PERIOD    PIC 9(4)       VALUE ZERO.
       01 WS-P-R-CT        PIC 99         VALUE ZERO.
       01 WS-P-STATUS      PIC X(1)       VALUE SPACES.
       01 WS-P-HOURS       PIC 9(3)V99    VALUE ZERO.
       01 WS-P-RATE        PIC 9(4)V99    VALUE ZERO.
       01 WS-P-LEAVE-HOURS PIC 9(3)V99    VALUE ZERO.
       01 WS-P-BASE-GROSS  PIC 9(7)V99    VALUE ZERO.
       01 WS-P-RUN-DATE    PIC X(8)       VALUE SPACES.
       01 WS-P-END-DATE    PIC X(8)       VALUE SPACES.
       01 WS-P-RETRO-PAID  PIC 9(7)V99    VALUE ZERO.
      *  SET WHEN OFFCYC HAS VOIDED, REISSUED OR PAID THE PERIOD.
       01 WS-P-OFFCYC-SW   PIC 9          VALUE 0.
      *  THE RECOMPUTE, WORKED THE SAME WAY PAYREG WORKS GROSS.
       01 WS-CALC-ERR-SW   PIC 9          VALUE 0.
       01 WS-OT-HOURS      PIC 9(3)V99    VALUE ZERO.
       01 WS-LEAVE-PAY     PIC 9(7)V99    VALUE ZERO.
       01 WS-SHOULD-PAY    PIC 9(7)V99    VALUE ZERO.
       01 WS-PAID          PIC 9(7)V99    VALUE ZERO.
       01 WS-DIFFERENCE    PIC 9(7)V99    VALUE ZERO.
      **************************************************************
      * LAYOUT FOR THE REPORT HEADING LINES.
      **************************************************************
       01 RTWK-HEADING1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(47)     VALUE
           'RETROACTIVE PAY WORKSHEET -- PAYABLE IN PERIOD'.
         03 RH-PERIOD     PIC 9(4).
         03 FILLER        PIC X(12)     VALUE '    RUN DATE'.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 RH-RUN-DATE   PIC X(8).
       01 RTWK-HEADING2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(8)      VALUE 'EMP ID'.
         03 FILLER        PIC X(5)      VALUE 'PER'.
         03 FILLER        PIC X(9)      VALUE 'END DATE'.
         03 FILLER        PIC X(2)      VALUE 'ST'.
         03 FILLER        PIC X(7)      VALUE '  HOURS'.
         03 FILLER        PIC X(7)      VALUE ' OT HRS'.
         03 FILLER        PIC X(7)      VALUE '  LEAVE'.
         03 FILLER        PIC X(9)      VALUE ' PAID RTE'.
         03 FILLER        PIC X(9)      VALUE '  NEW RTE'.
         03 FILLER        PIC X(9)      VALUE ' EFFECTV'.
         03 FILLER        PIC X(11)     VALUE ' SHOULD HVE'.
         03 FILLER        PIC X(11)     VALUE '       PAID'.
         03 FILLER        PIC X(11)     VALUE ' DIFFERENCE'.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 FILLER        PIC X(4)      VALUE 'NOTE'.
      **************************************************************
      * LAYOUT FOR ONE PERIOD WORKED.
      **************************************************************
       01 RTWK-DATA1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-EID1        PIC X(7).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-PERIOD1     PIC 9(4).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-END-DATE1   PIC X(8).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-STATUS1     PIC X(1).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-HOURS1      PIC ZZ9.99.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-OT-HOURS1   PIC ZZ9.99.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-LEAVE1      PIC ZZ9.99.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-OLD-RATE1   PIC Z,ZZ9.99.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-NEW-RATE1   PIC Z,ZZ9.99.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-EFF-DATE1   PIC X(8).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-SHOULD1     PIC ZZZ,ZZ9.99.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-PAID1       PIC ZZZ,ZZ9.99.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-DIFF1       PIC ZZZ,ZZ9.99.
         03 L-DIFF-SIGN1  PIC X(1).
         03 L-NOTE1       PIC X(24).
      **************************************************************
      * LAYOUT FOR THE RUN TOTALS.
      **************************************************************
       01 RTWK-TOTAL1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(30)     VALUE
           'RATE CHANGES READ:'.
         03 L-CHANGE-CT   PIC ZZ,ZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(30)     VALUE
           'PERIODS WORKED OUT AGAIN:'.
         03 L-WORKED-CT   PIC ZZ,ZZ9.
       01 RTWK-TOTAL2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(30)     VALUE
           'RETRO PAY RECORDS WRITTEN:'.
         03 L-RETRO-CT    PIC ZZ,ZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(30)     VALUE
           'TOTAL RETRO PAY:'.
         03 L-TOTAL-RETRO PIC ZZZ,ZZZ,ZZ9.99.
       01 RTWK-TOTAL3.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(30)     VALUE
           'PERIODS OVERPAID:'.
         03 L-OVERPAID-CT PIC ZZ,ZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(30)     VALUE
           'OVERPAID, NOT RECOVERED:'.
         03 L-TOTAL-OVERPAID PIC ZZZ,ZZZ,ZZ9.99.
       01 RTWK-TOTAL4.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(30)     VALUE
           'PERIODS HELD FOR REVIEW:'.
         03 L-REVIEW-CT   PIC ZZ,ZZ9.

      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOOP
             UNTIL HIST-EOF-SW IS EQUAL TO 1.
           PERFORM 1700-PRINT-TOTALS.
           CLOSE RC-SORTED
                 PH-SORTED
                 RETRO-FILE
                 RTWK-FILE.
           DISPLAY 'RETROPAY RETRO PAY RECORDS WRITTEN: ' WS-RETRO-CT.
           IF WS-REVIEW-CT IS GREATER THAN ZERO THEN
             DISPLAY 'RETROPAY PERIODS HELD FOR REVIEW: ' WS-REVIEW-CT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      **************************************************************
      * READS THE PERIOD CONTROL, SORTS THE RATE CHANGES AND THE PAID
      * PERIODS, AND PRINTS THE HEADING.
      **************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1020-READ-PERIOD-CONTROL.
           SORT RC-SORT-WORK
             ON ASCENDING KEY CS-EID
                              CS-EFF-DATE
                              CS-RUN-DATE
             INPUT PROCEDURE IS 1100-RELEASE-CHANGES
             GIVING RC-SORTED.
           SORT PH-SORT-WORK
             ON ASCENDING KEY HS-EID
                              HS-FOR-PERIOD
                              HS-REC-TYPE
             INPUT PROCEDURE IS 1200-RELEASE-HISTORY
             GIVING PH-SORTED.
           OPEN INPUT RC-SORTED
                      PH-SORTED
                OUTPUT RETRO-FILE
                       RTWK-FILE.
           MOVE WS-PERIOD TO RH-PERIOD.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           WRITE RTWK-REC FROM RTWK-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RTWK-REC.
           WRITE RTWK-REC.
           WRITE RTWK-REC FROM RTWK-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RTWK-REC.
           WRITE RTWK-REC
             AFTER ADVANCING 1 LINE.
           PERFORM 2100-READ-CHANGE.
           PERFORM 2200-READ-HISTORY.
      **************************************************************
      * THE RETRO IS PAID BY THE OPEN PERIOD'S PAYREG.  WITH THE
      * PERIOD CLOSED THERE IS NO PAYREG LEFT TO PAY IT, SO THE RUN
      * IS REFUSED.
      **************************************************************
       1020-READ-PERIOD-CONTROL.
           OPEN INPUT PAYCTL-FILE.
           IF WS-PAYCTL-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** RETROPAY CANNOT OPEN PAYCTL, STATUS '
               WS-PAYCTL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           READ PAYCTL-FILE
             AT END
               DISPLAY '*** RETROPAY PAYCTL FILE IS EMPTY'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           CLOSE PAYCTL-FILE.
           IF CT-PERIOD IS NOT NUMERIC OR
              CT-STATUS IS NOT EQUAL TO 'O' THEN
             DISPLAY '*** RETROPAY NO OPEN PERIOD ON PAYCTL -- '
               'RUN REFUSED'
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           MOVE CT-PERIOD TO WS-PERIOD.
      **************************************************************
      * SORT INPUT -- EVERY CHANGE THAT MOVED THE EMPLOYEE'S RATE.
      **************************************************************
       1100-RELEASE-CHANGES.
           OPEN INPUT AUDIT-HIST.
           IF WS-AUDIT-STATUS IS EQUAL TO '35' OR
              WS-AUDIT-STATUS IS EQUAL TO '05' THEN
             MOVE 1 TO AUDIT-EOF-SW
           ELSE
             PERFORM 1110-NEXT-AUDIT-REC
               UNTIL AUDIT-EOF-SW IS EQUAL TO 1.
           CLOSE AUDIT-HIST.

       1110-NEXT-AUDIT-REC.
           READ AUDIT-HIST
             AT END MOVE 1 TO AUDIT-EOF-SW
             NOT AT END
               IF AH-CODE IS EQUAL TO 'C' THEN
                 PERFORM 1120-RELEASE-ONE-CHANGE
               END-IF
           END-READ.

       1120-RELEASE-ONE-CHANGE.
           MOVE AH-BEFORE TO WS-IMAGE-REC.
           MOVE WI-RATE TO WS-OLD-RATE.
           MOVE AH-AFTER TO WS-IMAGE-REC.
           IF AH-BEFORE IS NOT EQUAL TO SPACES AND
              AH-AFTER IS NOT EQUAL TO SPACES AND
              WS-OLD-RATE IS NUMERIC AND
              WI-RATE IS NUMERIC THEN
             IF WI-RATE IS NOT EQUAL TO WS-OLD-RATE THEN
               MOVE SPACES TO CS-REC
               MOVE AH-EID TO CS-EID
               IF AH-EFF-DATE IS NUMERIC THEN
                 MOVE AH-EFF-DATE TO CS-EFF-DATE
               ELSE
                 MOVE AH-RUN-DATE TO CS-EFF-DATE
               END-IF
               MOVE AH-RUN-DATE TO CS-RUN-DATE
               MOVE WS-OLD-RATE TO CS-OLD-RATE
               MOVE WI-RATE TO CS-NEW-RATE
               MOVE WI-STATUS TO CS-NEW-STATUS
               ADD 1 TO WS-CHANGE-CT
               RELEASE CS-REC.
      **************************************************************
      * SORT INPUT -- EVERY PAID PERIOD BEFORE THE OPEN ONE, AND A
      * MARKER FOR EACH OF THOSE PERIODS OFFCYC HAS ADJUSTED.
      **************************************************************
       1200-RELEASE-HISTORY.
           OPEN INPUT PAYDHIST-FILE.
           IF WS-PAYDHIST-STATUS IS EQUAL TO '35' OR
              WS-PAYDHIST-STATUS IS EQUAL TO '05' THEN
             MOVE 1 TO PAYDHIST-EOF-SW
           ELSE
             PERFORM 1210-NEXT-PAYDHIST-REC
               UNTIL PAYDHIST-EOF-SW IS EQUAL TO 1.
           CLOSE PAYDHIST-FILE.
           OPEN INPUT PAYADJ-FILE.
           IF WS-PAYADJ-STATUS IS EQUAL TO '35' OR
              WS-PAYADJ-STATUS IS EQUAL TO '05' THEN
             MOVE 1 TO PAYADJ-EOF-SW
           ELSE
             PERFORM 1220-NEXT-PAYADJ-REC
               UNTIL PAYADJ-EOF-SW IS EQUAL TO 1.
           CLOSE PAYADJ-FILE.

       1210-NEXT-PAYDHIST-REC.
           READ PAYDHIST-FILE
             AT END MOVE 1 TO PAYDHIST-EOF-SW
             NOT AT END
               IF PH-FOR-PERIOD IS NUMERIC AND
                  PH-FOR-PERIOD IS LESS THAN WS-PERIOD THEN
                 ADD 1 TO WS-HIST-CT
                 RELEASE HS-REC FROM PAYDHIST-REC
               END-IF
           END-READ.

       1220-NEXT-PAYADJ-REC.
           READ PAYADJ-FILE
             AT END MOVE 1 TO PAYADJ-EOF-SW
             NOT AT END
               IF PJ-PERIOD IS NUMERIC AND
                  PJ-PERIOD IS LESS THAN WS-PERIOD THEN
                 MOVE SPACES TO HS-REC
                 MOVE PJ-EID TO HS-EID
                 MOVE 'O' TO HS-REC-TYPE
                 MOVE PJ-PERIOD TO HS-FOR-PERIOD
                 RELEASE HS-REC
               END-IF
           END-READ.
      **************************************************************
      * ONE EMPLOYEE'S PAID PERIODS.  AN EMPLOYEE WITH NO RATE CHANGE
      * HAS NOTHING TO MAKE UP AND IS PASSED OVER.
      **************************************************************
       1500-LOOP.
           MOVE HD-EID TO WS-CUR-EID.
           PERFORM 1510-LOAD-CHANGES.
           PERFORM 1520-PERIOD-GROUP
             UNTIL HIST-EOF-SW IS EQUAL TO 1 OR
                   HD-EID IS NOT EQUAL TO WS-CUR-EID.
      **************************************************************
      * LOADS THE CURRENT EMPLOYEE'S RATE CHANGES, PASSING OVER THOSE
      * FOR EMPLOYEES WITH NO PAY HISTORY.
      **************************************************************
       1510-LOAD-CHANGES.
           MOVE ZERO TO WS-CH-USED.
           PERFORM 2100-READ-CHANGE
             UNTIL CHANGE-EOF-SW IS EQUAL TO 1 OR
                   RC-EID IS NOT LESS THAN WS-CUR-EID.
           PERFORM 1515-LOAD-ONE-CHANGE
             UNTIL CHANGE-EOF-SW IS EQUAL TO 1 OR
                   RC-EID IS NOT EQUAL TO WS-CUR-EID.

       1515-LOAD-ONE-CHANGE.
           IF WS-CH-USED IS EQUAL TO 50 THEN
             DISPLAY '*** RETROPAY MORE THAN 50 RATE CHANGES FOR EID '
               WS-CUR-EID
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           ADD 1 TO WS-CH-USED.
           MOVE RC-EFF-DATE TO WS-CH-EFF-DATE (WS-CH-USED).
           MOVE RC-RUN-DATE TO WS-CH-RUN-DATE (WS-CH-USED).
           MOVE RC-NEW-RATE TO WS-CH-NEW-RATE (WS-CH-USED).
           MOVE RC-NEW-STATUS TO WS-CH-STATUS (WS-CH-USED).
           PERFORM 2100-READ-CHANGE.
      **************************************************************
      * ONE PAID PERIOD -- ADDS UP ITS REGULAR PAY AND THE RETRO
      * ALREADY PAID FOR IT, NOTES ANY OFFCYC ADJUSTMENT TO IT, THEN
      * WORKS IT OUT AGAIN.
      **************************************************************
       1520-PERIOD-GROUP.
           MOVE HD-FOR-PERIOD TO WS-CUR-PERIOD.
           MOVE ZERO TO WS-P-R-CT.
           MOVE ZERO TO WS-P-RETRO-PAID.
           MOVE 0 TO WS-P-OFFCYC-SW.
           PERFORM 1530-ACCUM-PERIOD
             UNTIL HIST-EOF-SW IS EQUAL TO 1 OR
                   HD-EID IS NOT EQUAL TO WS-CUR-EID OR
                   HD-FOR-PERIOD IS NOT EQUAL TO WS-CUR-PERIOD.
           IF WS-CH-USED IS GREATER THAN ZERO AND
              WS-P-R-CT IS GREATER THAN ZERO THEN
             PERFORM 1600-WORK-PERIOD.

       1530-ACCUM-PERIOD.
           IF HD-REC-TYPE IS EQUAL TO 'R' THEN
             ADD 1 TO WS-P-R-CT
             MOVE HD-STATUS TO WS-P-STATUS
             MOVE HD-HOURS TO WS-P-HOURS
             MOVE HD-RATE TO WS-P-RATE
             COMPUTE WS-P-LEAVE-HOURS = HD-VAC-TAKEN + HD-SICK-TAKEN
             COMPUTE WS-P-BASE-GROSS = HD-GROSS - HD-RETRO-AMT
             MOVE HD-RUN-DATE TO WS-P-RUN-DATE
             MOVE HD-END-DATE TO WS-P-END-DATE
           ELSE
             IF HD-REC-TYPE IS EQUAL TO 'T' THEN
               ADD HD-GROSS TO WS-P-RETRO-PAID
             ELSE
               IF HD-REC-TYPE IS EQUAL TO 'O' THEN
                 MOVE 1 TO WS-P-OFFCYC-SW.
           PERFORM 2200-READ-HISTORY.
      **************************************************************
      * WORKS ONE PAID PERIOD OUT AGAIN.  THE PERIOD IS LEFT ALONE
      * UNLESS A RATE CHANGE EFFECTIVE BY ITS END DATE WAS RUN ON OR
      * AFTER THE DAY IT WAS PAID -- ANYTHING EARLIER WAS ALREADY ON
      * THE MASTER WHEN PAYREG PAID IT.
      **************************************************************
       1600-WORK-PERIOD.
           MOVE ZERO TO WS-CH-AT.
           MOVE 0 TO WS-LATE-SW.
           PERFORM 1605-CHECK-CHANGE
             VARYING WS-CH-SUB FROM 1 BY 1
             UNTIL WS-CH-SUB IS GREATER THAN WS-CH-USED.
           IF WS-CH-AT IS GREATER THAN ZERO AND
              WS-LATE-SW IS EQUAL TO 1 THEN
             ADD 1 TO WS-WORKED-CT
             PERFORM 1610-RECOMPUTE-PERIOD.

       1605-CHECK-CHANGE.
           IF WS-CH-EFF-DATE (WS-CH-SUB) IS NOT GREATER THAN
              WS-P-END-DATE THEN
             MOVE WS-CH-SUB TO WS-CH-AT
             IF WS-CH-RUN-DATE (WS-CH-SUB) IS NOT LESS THAN
                WS-P-RUN-DATE THEN
               MOVE 1 TO WS-LATE-SW.
      **************************************************************
      * RECOMPUTES THE PERIOD AT THE RATE IT SHOULD HAVE BEEN PAID AT
      * AND SETTLES THE DIFFERENCE.  A PERIOD THAT COMES OUT EVEN IS
      * NOT PRINTED.  A PERIOD PAID TWICE OR ADJUSTED BY OFFCYC IS
      * HELD FOR REVIEW -- WHAT IT FINALLY PAID IS NOT ON PAYDHIST.
      **************************************************************
       1610-RECOMPUTE-PERIOD.
           MOVE ZERO TO WS-OT-HOURS.
           MOVE ZERO TO WS-SHOULD-PAY.
           MOVE SPACES TO L-NOTE1.
           COMPUTE WS-PAID = WS-P-BASE-GROSS + WS-P-RETRO-PAID.
           IF WS-P-R-CT IS GREATER THAN 1 THEN
             MOVE 'PAID TWICE - REVIEW' TO L-NOTE1
           ELSE
             IF WS-P-OFFCYC-SW IS EQUAL TO 1 THEN
               MOVE 'OFF-CYCLE ADJ - REVIEW' TO L-NOTE1
             ELSE
               IF WS-P-STATUS IS NOT EQUAL TO
                  WS-CH-STATUS (WS-CH-AT) THEN
                 MOVE 'STATUS CHANGED - REVIEW' TO L-NOTE1
               ELSE
                 PERFORM 1620-CALC-SHOULD-PAY
                 IF WS-CALC-ERR-SW IS EQUAL TO 1 THEN
                   MOVE 'RECOMPUTE FAILED-REVIEW' TO L-NOTE1.
           IF L-NOTE1 IS NOT EQUAL TO SPACES THEN
             ADD 1 TO WS-REVIEW-CT
             MOVE 4 TO WS-RUN-RC
             MOVE ZERO TO WS-DIFFERENCE
             PERFORM 1650-PRINT-PERIOD
           ELSE
             IF WS-SHOULD-PAY IS GREATER THAN WS-PAID THEN
               COMPUTE WS-DIFFERENCE = WS-SHOULD-PAY - WS-PAID
               PERFORM 1640-WRITE-RETRO
               PERFORM 1650-PRINT-PERIOD
             ELSE
               IF WS-SHOULD-PAY IS LESS THAN WS-PAID THEN
                 COMPUTE WS-DIFFERENCE = WS-PAID - WS-SHOULD-PAY
                 MOVE 'OVERPAID-NOT RECOVERED' TO L-NOTE1
                 ADD 1 TO WS-OVERPAID-CT
                 ADD WS-DIFFERENCE TO WS-TOTAL-OVERPAID
                 MOVE 4 TO WS-RUN-RC
                 PERFORM 1650-PRINT-PERIOD.
      **************************************************************
      * WHAT THE PERIOD SHOULD HAVE PAID -- THE SAME ARITHMETIC AS
      * PAYREG'S GROSS, AT THE NEW RATE.
      **************************************************************
       1620-CALC-SHOULD-PAY.
           MOVE 0 TO WS-CALC-ERR-SW.
           MOVE ZERO TO WS-LEAVE-PAY.
           IF WS-P-STATUS IS EQUAL TO 'H' THEN
             COMPUTE WS-LEAVE-PAY ROUNDED =
               WS-P-LEAVE-HOURS * WS-CH-NEW-RATE (WS-CH-AT)
               ON SIZE ERROR MOVE 1 TO WS-CALC-ERR-SW
             END-COMPUTE
             IF WS-P-HOURS IS GREATER THAN 40 THEN
               COMPUTE WS-OT-HOURS = WS-P-HOURS - 40
               COMPUTE WS-SHOULD-PAY ROUNDED =
                 (40 * WS-CH-NEW-RATE (WS-CH-AT))
                 + (WS-OT-HOURS * WS-CH-NEW-RATE (WS-CH-AT) * 1.5)
                 + WS-LEAVE-PAY
                 ON SIZE ERROR MOVE 1 TO WS-CALC-ERR-SW
               END-COMPUTE
             ELSE
               COMPUTE WS-SHOULD-PAY ROUNDED =
                 (WS-P-HOURS * WS-CH-NEW-RATE (WS-CH-AT))
                 + WS-LEAVE-PAY
                 ON SIZE ERROR MOVE 1 TO WS-CALC-ERR-SW
               END-COMPUTE
             END-IF
           ELSE
             MOVE WS-CH-NEW-RATE (WS-CH-AT) TO WS-SHOULD-PAY.
      **************************************************************
      * WRITES THE RETRO DIFFERENCE FOR THE OPEN PERIOD TO PAY.
      **************************************************************
       1640-WRITE-RETRO.
           MOVE SPACES TO RETRO-REC.
           MOVE WS-CUR-EID TO RE-EID.
           MOVE WS-PERIOD TO RE-PAY-PERIOD.
           MOVE WS-CUR-PERIOD TO RE-FOR-PERIOD.
           MOVE WS-P-STATUS TO RE-STATUS.
           MOVE WS-P-RATE TO RE-OLD-RATE.
           MOVE WS-CH-NEW-RATE (WS-CH-AT) TO RE-NEW-RATE.
           MOVE WS-CH-EFF-DATE (WS-CH-AT) TO RE-EFF-DATE.
           MOVE WS-DIFFERENCE TO RE-AMOUNT.
           MOVE WS-RUN-DATE TO RE-RUN-DATE.
           WRITE RETRO-REC.
           ADD 1 TO WS-RETRO-CT.
           ADD WS-DIFFERENCE TO WS-TOTAL-RETRO.
      **************************************************************
      * PRINTS THE WORKING FOR ONE PERIOD.  AN OVERPAYMENT SHOWS ITS
      * DIFFERENCE WITH A TRAILING MINUS.
      **************************************************************
       1650-PRINT-PERIOD.
           MOVE WS-CUR-EID TO L-EID1.
           MOVE WS-CUR-PERIOD TO L-PERIOD1.
           MOVE WS-P-END-DATE TO L-END-DATE1.
           MOVE WS-P-STATUS TO L-STATUS1.
           MOVE WS-P-HOURS TO L-HOURS1.
           MOVE WS-OT-HOURS TO L-OT-HOURS1.
           MOVE WS-P-LEAVE-HOURS TO L-LEAVE1.
           MOVE WS-P-RATE TO L-OLD-RATE1.
           MOVE WS-CH-NEW-RATE (WS-CH-AT) TO L-NEW-RATE1.
           MOVE WS-CH-EFF-DATE (WS-CH-AT) TO L-EFF-DATE1.
           MOVE WS-SHOULD-PAY TO L-SHOULD1.
           MOVE WS-PAID TO L-PAID1.
           MOVE WS-DIFFERENCE TO L-DIFF1.
           IF WS-SHOULD-PAY IS LESS THAN WS-PAID AND
              WS-DIFFERENCE IS GREATER THAN ZERO THEN
             MOVE '-' TO L-DIFF-SIGN1
           ELSE
             MOVE SPACES TO L-DIFF-SIGN1.
           WRITE RTWK-REC FROM RTWK-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * RUN TOTALS.
      **************************************************************
       1700-PRINT-TOTALS.
           MOVE SPACES TO RTWK-REC.
           WRITE RTWK-REC
             AFTER ADVANCING 1 LINE.
           MOVE WS-CHANGE-CT TO L-CHANGE-CT.
           MOVE WS-WORKED-CT TO L-WORKED-CT.
           WRITE RTWK-REC FROM RTWK-TOTAL1
             AFTER ADVANCING 1 LINE.
           MOVE WS-RETRO-CT TO L-RETRO-CT.
           MOVE WS-TOTAL-RETRO TO L-TOTAL-RETRO.
           WRITE RTWK-REC FROM RTWK-TOTAL2
             AFTER ADVANCING 1 LINE.
           MOVE WS-OVERPAID-CT TO L-OVERPAID-CT.
           MOVE WS-TOTAL-OVERPAID TO L-TOTAL-OVERPAID.
           WRITE RTWK-REC FROM RTWK-TOTAL3
             AFTER ADVANCING 1 LINE.
           MOVE WS-REVIEW-CT TO L-REVIEW-CT.
           WRITE RTWK-REC FROM RTWK-TOTAL4
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE SORTED RATE CHANGES.
      **************************************************************
       2100-READ-CHANGE.
           READ RC-SORTED
             AT END MOVE 1 TO CHANGE-EOF-SW.
      **************************************************************
      * READS THE SORTED PAID PERIODS.
      **************************************************************
       2200-READ-HISTORY.
           READ PH-SORTED
             AT END MOVE 1 TO HIST-EOF-SW.
