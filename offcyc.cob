       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFCYC.
       AUTHOR. Addyson Sisemore
      * OFF-CYCLE PAYMENT ADJUSTMENTS.
      * CORRECTS ONE EMPLOYEE'S PAY WITHOUT RERUNNING PAYREG FOR THE
      * WHOLE HOURS FILE.  READS OFFTRAN TRANSACTIONS IN THE ORDER
      * KEYED, EACH ONE OF:
      *   V -- VOID THE EMPLOYEE'S OUTSTANDING PAYMENT FOR A PERIOD.
      *   M -- MANUAL OR CORRECTION PAYMENT: GROSS, HOURS AND UP TO
      *        THREE DEDUCTIONS AS KEYED, BOOKED TO A PERIOD (THE
      *        PAYCTL PERIOD WHEN NONE IS KEYED).
      *   I -- REISSUE THE EMPLOYEE'S MOST RECENTLY VOIDED PAYMENT
      *        FOR A PERIOD, FOR THE SAME AMOUNTS.
      * WHICH PAYMENT IS OUTSTANDING OR VOIDED IS WORKED OUT BY
      * REPLAYING THE PERMANENT PAYHIST PAY HISTORY (PLUS THIS RUN'S
      * OWN ACTIONS) FOR THE EMPLOYEE AND PERIOD: EVERY R, M OR I
      * RECORD IS A PAYMENT, EVERY V VOIDS THE LATEST ONE STILL
      * OUTSTANDING, AND EVERY I USES UP THE LATEST VOID.
      * EACH ACTION APPLIED BACKS OUT OF (VOID) OR POSTS TO (MANUAL,
      * REISSUE) YTDEARN AND YTDDED, IS APPENDED TO PAYHIST IN THE
      * STUBEXT LAYOUT AT THE END OF THE RUN, WRITES A PAYDTL-STYLE
      * OFFDTL RECORD FLAGGED WITH ITS ACTION FOR THE GL SIDE, IS
      * KEPT ON THE PERMANENT PAYADJ ADJUSTMENT HISTORY, AND PRINTS
      * ON THE ADJUSTMENT REGISTER.  A VOID IS REFUSED FOR A PAYMENT
      * MADE IN AN EARLIER YEAR, OR WHEN THE YTD FIGURES ARE SHORT OF
      * IT, RATHER THAN DRIVE A CLOSED YEAR'S OR A NEGATIVE YTD.
      * A MANUAL PAYMENT'S TAXES ARE THE DEDUCTIONS KEYED (FIT, SIT,
      * SOC, MED); THE EMPLOYER MATCHES THE SOC AND MED KEYED, AND THE
      * STATE IS THE ONE ON THE EMPLOYEE'S WHPROF PROFILE, SO QTRTAX
      * PICKS THE PAYMENT UP LIKE ANY OTHER.
      * RETURN CODE 4 = ONE OR MORE TRANSACTIONS REJECTED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'NEWEMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS M-EID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OFFTRAN-FILE ASSIGN TO 'OFFTRAN'.
           SELECT PAYCTL-FILE ASSIGN TO 'PAYCTL'
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL YTD-FILE ASSIGN TO 'YTDEARN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Y-EID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT OPTIONAL YTDDED-FILE ASSIGN TO 'YTDDED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YD-KEY
               FILE STATUS IS WS-YTDDED-STATUS.
      *  PERMANENT PAY HISTORY.  TWO SELECTS ON THE SAME FILE:
      *  PAYHIST-IN IS OPENED INPUT JUST LONG ENOUGH TO REPLAY ONE
      *  EMPLOYEE'S PERIOD, AND PAYHIST-FILE IS OPENED EXTEND ONLY AT
      *  THE END OF THE RUN TO APPEND THE RUN TABLE, THE WAY PAYREG
      *  APPENDS PAYDHWK.  NOTHING IS WRITTEN TO PAYHIST DURING THE
      *  RUN, SO THE REPLAY SEES ONLY HISTORY FROM EARLIER RUNS AND
      *  TAKES THIS RUN'S ACTIONS FROM THE RUN TABLE ALONE -- A
      *  RECORD ON BOTH WOULD BE REPLAYED TWICE.
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'PAYHIST'.
           SELECT OPTIONAL PAYHIST-IN ASSIGN TO 'PAYHIST'
               FILE STATUS IS WS-HISTIN-STATUS.
           SELECT OFFDTL-FILE ASSIGN TO 'OFFDTL'.
      *  PERMANENT PAYMENT-ADJUSTMENT HISTORY, APPENDED EVERY RUN.
           SELECT OPTIONAL PAYADJ-FILE ASSIGN TO 'PAYADJ'.
           SELECT OADJ-FILE ASSIGN TO 'UR-S-OADJ'.
           SELECT OPTIONAL WHPROF-FILE ASSIGN TO 'WHPROF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WP-EID
               FILE STATUS IS WS-WHP-STATUS.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * MASTER LAYOUT -- SAME 110-BYTE LAYOUT AS PROJ02/PROJ03.
      * READ FOR A MANUAL PAYMENT'S NAME, TYPE, TITLE AND RATE.
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
      * OFF-CYCLE TRANSACTIONS -- 80 BYTES.  OT-ACTION V/M/I.  THE
      * HOURS, GROSS AND DEDUCTION FIELDS ARE USED BY M ONLY.  THE
      * REASON IS KEPT ON THE HISTORY AND PRINTS ON THE REGISTER
      * AFTER 'POSTED'; A REJECTED TRANSACTION PRINTS WHY IT WAS
      * REJECTED INSTEAD.
      **************************************************************
       FD OFFTRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 OFFTRAN-REC.
         03 OT-EID         PIC X(7).
         03 OT-ACTION      PIC X(1).
         03 OT-PERIOD      PIC 9(4).
         03 OT-PERIOD-X REDEFINES OT-PERIOD
                           PIC X(4).
         03 OT-HOURS       PIC 9(3)V99.
         03 OT-HOURS-X REDEFINES OT-HOURS
                           PIC X(5).
         03 OT-GROSS       PIC 9(7)V99.
         03 OT-DED-ENTRY OCCURS 3 TIMES.
           05 OT-DED-CODE  PIC X(3).
           05 OT-DED-AMT   PIC 9(5)V99.
         03 OT-REASON      PIC X(20).
         03 FILLER         PIC X(4).
      **************************************************************
      * PAY-PERIOD CONTROL -- SAME LAYOUT PAYREG READS.  READ ONLY
      * FOR THE DEFAULT PERIOD OF A MANUAL PAYMENT.
      **************************************************************
       FD PAYCTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYCTL-REC.
         03 CT-PERIOD    PIC 9(4).
         03 CT-STATUS    PIC X(1).
         03 FILLER       PIC X(15).
      **************************************************************
      * YTD EARNINGS AND YTD DEDUCTIONS -- SAME LAYOUTS PAYREG
      * WRITES.
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
      **************************************************************
      * PAY HISTORY -- STUBEXT LAYOUT, CARRIED IN WORKING-STORAGE AS
      * WS-PAY-REC (THE RECORD BEING BUILT) AND WS-EVENT-REC (THE
      * RECORD BEING REPLAYED).
      **************************************************************
       FD PAYHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYHIST-REC    PIC X(370).
       FD PAYHIST-IN
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYHIST-IN-REC PIC X(370).
      **************************************************************
      * OFF-CYCLE PAY DETAIL -- THE PAYDTL LAYOUT PLUS THE ACTION
      * FLAG: 'V' REVERSES THE AMOUNTS SHOWN, 'M' AND 'I' ADD THEM.
      **************************************************************
       FD OFFDTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 OFFDTL-REC.
         03 PD-EID         PIC X(7).
         03 PD-TYPE        PIC X(2).
         03 PD-STATUS      PIC X(1).
         03 PD-HOURS       PIC 9(3)V99.
         03 PD-RATE        PIC 9(4)V99.
         03 PD-GROSS       PIC 9(7)V99.
         03 PD-NET         PIC 9(7)V99.
         03 PD-PERIOD      PIC 9(4).
         03 PD-PAY-TYPE    PIC X(1).
      **************************************************************
      * PAYMENT-ADJUSTMENT HISTORY -- ONE RECORD PER ACTION APPLIED.
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
       FD OADJ-FILE
           LABEL RECORDS ARE OMITTED.
       01 OADJ-REC       PIC X(110).
      **************************************************************
      * WITHHOLDING PROFILE -- SAME 60-BYTE LAYOUT WHPMNT MAINTAINS.
      * ONLY THE STATE IS USED HERE.
      **************************************************************
       FD WHPROF-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 WHPROF-REC.
         03 WP-EID         PIC X(7).
         03 WP-FILING      PIC X(1).
         03 WP-ALLOW       PIC 9(2).
         03 WP-STATE       PIC X(2).
         03 WP-ADDL-FIT    PIC 9(5)V99.
         03 WP-ADDL-SIT    PIC 9(5)V99.
         03 WP-CHG-DATE    PIC X(8).
         03 FILLER         PIC X(26).

       WORKING-STORAGE SECTION.
       01 TRANS-EOF-SW     PIC 9          VALUE 0.
       01 HISTIN-EOF-SW    PIC 9          VALUE 0.
       01 WS-MASTER-STATUS PIC XX         VALUE SPACES.
       01 WS-MASTER-FOUND-SW PIC 9        VALUE 0.
       01 WS-CTL-STATUS    PIC XX         VALUE SPACES.
       01 WS-YTD-STATUS    PIC XX         VALUE SPACES.
       01 WS-YTD-FOUND-SW  PIC 9          VALUE 0.
       01 WS-YTDDED-STATUS PIC XX         VALUE SPACES.
       01 WS-YTDDED-FOUND-SW PIC 9        VALUE 0.
       01 WS-HISTIN-STATUS PIC XX         VALUE SPACES.
       01 WS-WHP-STATUS    PIC XX         VALUE SPACES.
       01 WS-WHP-ACTIVE-SW PIC 9          VALUE 0.
       01 WS-WHP-FOUND-SW  PIC 9          VALUE 0.
       01 WS-RUN-DATE.
         03 WS-RUN-YEAR    PIC X(4).
         03 FILLER         PIC X(4).
      *  THE OPEN PAYCTL PERIOD -- A MANUAL PAYMENT KEYED WITH NO
      *  PERIOD IS BOOKED TO IT.
       01 WS-CTL-PERIOD    PIC 9(4)       VALUE ZERO.
       01 WS-TRAN-PERIOD   PIC 9(4)       VALUE ZERO.
       01 WS-REJ-REASON    PIC X(30)      VALUE SPACES.
       01 WS-DED-SUB       PIC 99         VALUE ZERO.
       01 WS-YTD-OK-SW     PIC 9          VALUE 0.
      *  +1 POSTS AN ACTION TO YTD, -1 BACKS IT OUT.
       01 WS-YTD-SIGN      PIC S9         VALUE +1.
       01 WS-ADJ-DED-TOTAL PIC 9(7)V99    VALUE ZERO.
       01 WS-VOID-CT       PIC 9999       VALUE ZERO.
       01 WS-MANUAL-CT     PIC 9999       VALUE ZERO.
       01 WS-REISSUE-CT    PIC 9999       VALUE ZERO.
       01 WS-REJ-CT        PIC 9999       VALUE ZERO.
       01 WS-VOID-NET      PIC 9(9)V99    VALUE ZERO.
       01 WS-MANUAL-NET    PIC 9(9)V99    VALUE ZERO.
       01 WS-REISSUE-NET   PIC 9(9)V99    VALUE ZERO.
      **************************************************************
      * THE PAY-HISTORY RECORD BEING BUILT FOR THE CURRENT ACTION --
      * SAME LAYOUT AS PAYREG'S STUBEXT RECORD.
      **************************************************************
       01 WS-PAY-REC.
         03 PY-EID         PIC X(7).
         03 PY-PERIOD      PIC 9(4).
         03 PY-PAY-TYPE    PIC X(1).
         03 PY-RUN-DATE.
           05 PY-RUN-YEAR  PIC X(4).
           05 FILLER       PIC X(4).
         03 PY-LAST        PIC X(15).
         03 PY-FIRST       PIC X(15).
         03 PY-TYPE        PIC X(2).
         03 PY-TITLE       PIC X(17).
         03 PY-STATUS      PIC X(1).
         03 PY-HOURS       PIC 9(3)V99.
         03 PY-RATE        PIC 9(4)V99.
         03 PY-GROSS       PIC 9(7)V99.
         03 PY-NET         PIC 9(7)V99.
         03 PY-DED-CT      PIC 99.
         03 PY-DED-ENTRY OCCURS 15 TIMES.
           05 PY-DED-CODE  PIC X(3).
           05 PY-DED-AMT   PIC 9(7)V99.
         03 PY-ORIG-TYPE   PIC X(1).
         03 PY-ADJ-REASON  PIC X(20).
         03 PY-VAC-TAKEN   PIC 9(2)V99.
         03 PY-SICK-TAKEN  PIC 9(2)V99.
         03 PY-VAC-BAL     PIC 9(4)V99.
         03 PY-SICK-BAL    PIC 9(4)V99.
         03 PY-TAX-STATE   PIC X(2).
         03 PY-SS-WAGES    PIC 9(7)V99.
         03 PY-ER-SOC      PIC 9(5)V99.
         03 PY-ER-MED      PIC 9(5)V99.
         03 PY-LEAVE-PAY   PIC 9(7)V99.
         03 PY-RETRO-AMT   PIC 9(7)V99.
         03 FILLER         PIC X(5).
      *  ONE PAY-HISTORY RECORD BEING REPLAYED -- ONLY THE KEY AND
      *  THE PAYMENT TYPE MATTER TO THE REPLAY.
       01 WS-EVENT-REC.
         03 EV-EID         PIC X(7).
         03 EV-PERIOD      PIC 9(4).
         03 EV-PAY-TYPE    PIC X(1).
         03 FILLER         PIC X(358).
      *  THE PAYMENTS FOUND FOR THE EMPLOYEE AND PERIOD BY THE
      *  REPLAY, OLDEST FIRST, EACH WITH ITS STATE: 'O' = OUTSTANDING,
      *  'V' = VOIDED, 'X' = VOIDED AND SINCE REISSUED.
       01 WS-PAY-LIST.
         03 WS-PL-ENTRY OCCURS 20 TIMES.
           05 WS-PL-STATE  PIC X(1).
           05 WS-PL-IMAGE  PIC X(370).
       01 WS-PL-CT         PIC 99         VALUE ZERO.
       01 WS-PL-SUB        PIC 99         VALUE ZERO.
       01 WS-PL-OVFL-SW    PIC 9          VALUE 0.
       01 WS-FIND-STATE    PIC X(1)       VALUE SPACES.
       01 WS-FOUND-SUB     PIC 99         VALUE ZERO.
       01 WS-OUT-SUB       PIC 99         VALUE ZERO.
       01 WS-VOID-SUB      PIC 99         VALUE ZERO.
      *  THIS RUN'S OWN ACTIONS, REPLAYED AFTER THE HISTORY FILE SO A
      *  VOID AND ITS REISSUE CAN BE KEYED IN THE SAME RUN.
       01 WS-RUN-TABLE.
         03 WS-RUN-IMAGE OCCURS 200 TIMES PIC X(370).
       01 WS-RUN-CT        PIC 999        VALUE ZERO.
       01 WS-RUN-SUB       PIC 999        VALUE ZERO.
      **************************************************************
      * LAYOUT FOR THE ADJUSTMENT REGISTER HEADING LINES.
      **************************************************************
       01 OADJ-HEADING1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(40)     VALUE
           'OFF-CYCLE PAYMENT ADJUSTMENT REGISTER'.
         03 FILLER        PIC X(9)      VALUE 'RUN DATE '.
         03 OH-RUN-DATE   PIC X(8).
       01 OADJ-HEADING2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(9)      VALUE 'EMP ID'.
         03 FILLER        PIC X(10)     VALUE 'ACTION'.
         03 FILLER        PIC X(6)      VALUE 'PERIOD'.
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 FILLER        PIC X(5)      VALUE 'HOURS'.
         03 FILLER        PIC X(9)      VALUE SPACES.
         03 FILLER        PIC X(5)      VALUE 'GROSS'.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(10)     VALUE 'DEDUCTIONS'.
         03 FILLER        PIC X(11)     VALUE SPACES.
         03 FILLER        PIC X(3)      VALUE 'NET'.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(15)     VALUE 'RESULT / REASON'.
      **************************************************************
      * LAYOUT FOR ONE REGISTER LINE -- AN ACTION APPLIED OR REJECTED.
      **************************************************************
       01 OADJ-LINE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 OL-EID        PIC X(7).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 OL-ACTION     PIC X(8).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 OL-PERIOD     PIC ZZZ9.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 OL-HOURS      PIC ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 OL-GROSS      PIC Z,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 OL-DEDS       PIC Z,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 OL-NET        PIC Z,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 OL-RESULT     PIC X(30).
      **************************************************************
      * LAYOUT FOR THE END-OF-RUN SUMMARY LINES.
      **************************************************************
       01 OADJ-SUM-LINE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 OS-LABEL      PIC X(20).
         03 OS-COUNT      PIC ZZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(5)      VALUE 'NET:'.
         03 OS-NET        PIC ZZZ,ZZZ,ZZ9.99.

      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-APPLY-TRANS
             UNTIL TRANS-EOF-SW IS EQUAL TO 1.
           PERFORM 1900-WRITE-SUMMARY.
           PERFORM 1950-APPEND-PAY-HISTORY.
           CLOSE MASTER-FILE
                 OFFTRAN-FILE
                 YTD-FILE
                 YTDDED-FILE
                 OFFDTL-FILE
                 PAYADJ-FILE
                 OADJ-FILE.
           IF WS-WHP-ACTIVE-SW IS EQUAL TO 1 THEN
             CLOSE WHPROF-FILE.
           IF WS-REJ-CT IS GREATER THAN ZERO THEN
             MOVE 4 TO RETURN-CODE.
           STOP RUN.
      **************************************************************
      * READS THE PERIOD CONTROL, OPENS THE FILES AND PRIMES THE
      * TRANSACTION STREAM.
      **************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PAYCTL-FILE.
           IF WS-CTL-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** OFFCYC CANNOT OPEN PAYCTL CONTROL, STATUS '
               WS-CTL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           READ PAYCTL-FILE
             AT END
               DISPLAY '*** OFFCYC PAYCTL CONTROL FILE IS EMPTY ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-READ.
           CLOSE PAYCTL-FILE.
           IF CT-PERIOD IS NOT NUMERIC THEN
             DISPLAY '*** OFFCYC PAYCTL PERIOD NOT NUMERIC: '
               CT-PERIOD
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           MOVE CT-PERIOD TO WS-CTL-PERIOD.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** OFFCYC CANNOT OPEN NEWEMP MASTER, STATUS '
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           OPEN I-O YTD-FILE.
           IF WS-YTD-STATUS IS NOT EQUAL TO '00' AND
              WS-YTD-STATUS IS NOT EQUAL TO '05' THEN
             DISPLAY '*** OFFCYC CANNOT OPEN YTDEARN FILE, STATUS '
               WS-YTD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           OPEN I-O YTDDED-FILE.
           IF WS-YTDDED-STATUS IS NOT EQUAL TO '00' AND
              WS-YTDDED-STATUS IS NOT EQUAL TO '05' THEN
             DISPLAY '*** OFFCYC CANNOT OPEN YTDDED FILE, STATUS '
               WS-YTDDED-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           OPEN INPUT WHPROF-FILE.
           IF WS-WHP-STATUS IS EQUAL TO '05' OR
              WS-WHP-STATUS IS EQUAL TO '35' THEN
             CLOSE WHPROF-FILE
           ELSE
             IF WS-WHP-STATUS IS NOT EQUAL TO '00' THEN
               DISPLAY '*** OFFCYC CANNOT OPEN WHPROF FILE, STATUS '
                 WS-WHP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             ELSE
               MOVE 1 TO WS-WHP-ACTIVE-SW.
           OPEN INPUT OFFTRAN-FILE
                OUTPUT OFFDTL-FILE
                EXTEND PAYADJ-FILE
                OUTPUT OADJ-FILE.
           MOVE WS-RUN-DATE TO OH-RUN-DATE.
           WRITE OADJ-REC FROM OADJ-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO OADJ-REC.
           WRITE OADJ-REC.
           WRITE OADJ-REC FROM OADJ-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO OADJ-REC.
           WRITE OADJ-REC
             AFTER ADVANCING 1 LINE.
           PERFORM 2000-READ-TRANS.
      **************************************************************
      * ONE TRANSACTION -- SETTLES THE PERIOD IT NAMES AND HANDS IT
      * TO THE ACTION'S OWN PARAGRAPH.
      **************************************************************
       1100-APPLY-TRANS.
           MOVE SPACES TO WS-REJ-REASON.
           IF OT-ACTION IS EQUAL TO 'M' AND
              OT-PERIOD-X IS EQUAL TO SPACES THEN
             MOVE WS-CTL-PERIOD TO WS-TRAN-PERIOD
           ELSE
             IF OT-PERIOD IS NUMERIC THEN
               MOVE OT-PERIOD TO WS-TRAN-PERIOD
             ELSE
               MOVE ZERO TO WS-TRAN-PERIOD
               MOVE 'PERIOD NOT NUMERIC' TO WS-REJ-REASON.
           IF WS-REJ-REASON IS NOT EQUAL TO SPACES THEN
             PERFORM 1750-LOG-REJECT
           ELSE
             IF OT-ACTION IS EQUAL TO 'V' THEN
               PERFORM 1200-APPLY-VOID
             ELSE
               IF OT-ACTION IS EQUAL TO 'M' THEN
                 PERFORM 1300-APPLY-MANUAL
               ELSE
                 IF OT-ACTION IS EQUAL TO 'I' THEN
                   PERFORM 1400-APPLY-REISSUE
                 ELSE
                   MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
                   PERFORM 1750-LOG-REJECT.
           PERFORM 2000-READ-TRANS.
      **************************************************************
      * REPLAYS THE PAY HISTORY, THEN THIS RUN'S ACTIONS, FOR THE
      * TRANSACTION'S EMPLOYEE AND PERIOD.  LEAVES WS-OUT-SUB ON THE
      * LATEST PAYMENT STILL OUTSTANDING AND WS-VOID-SUB ON THE
      * LATEST ONE VOIDED AND NOT YET REISSUED (ZERO WHEN NONE).
      **************************************************************
       1150-FIND-PAYMENTS.
           MOVE ZERO TO WS-PL-CT.
           MOVE 0 TO WS-PL-OVFL-SW.
           MOVE 0 TO HISTIN-EOF-SW.
           OPEN INPUT PAYHIST-IN.
           IF WS-HISTIN-STATUS IS EQUAL TO '35' OR
              WS-HISTIN-STATUS IS EQUAL TO '05' THEN
             MOVE 1 TO HISTIN-EOF-SW
           ELSE
             PERFORM 1160-SCAN-HIST-REC
               UNTIL HISTIN-EOF-SW IS EQUAL TO 1.
           CLOSE PAYHIST-IN.
           PERFORM 1165-SCAN-RUN-ENTRY
             VARYING WS-RUN-SUB FROM 1 BY 1
             UNTIL WS-RUN-SUB IS GREATER THAN WS-RUN-CT.
           MOVE 'O' TO WS-FIND-STATE.
           PERFORM 1176-FIND-LATEST-STATE.
           MOVE WS-FOUND-SUB TO WS-OUT-SUB.
           MOVE 'V' TO WS-FIND-STATE.
           PERFORM 1176-FIND-LATEST-STATE.
           MOVE WS-FOUND-SUB TO WS-VOID-SUB.

       1160-SCAN-HIST-REC.
           READ PAYHIST-IN INTO WS-EVENT-REC
             AT END MOVE 1 TO HISTIN-EOF-SW
             NOT AT END PERFORM 1170-APPLY-EVENT
           END-READ.

       1165-SCAN-RUN-ENTRY.
           MOVE WS-RUN-IMAGE (WS-RUN-SUB) TO WS-EVENT-REC.
           PERFORM 1170-APPLY-EVENT.
      **************************************************************
      * APPLIES ONE REPLAYED RECORD TO THE PAYMENT LIST WHEN IT IS
      * FOR THE EMPLOYEE AND PERIOD IN HAND.
      **************************************************************
       1170-APPLY-EVENT.
           IF EV-EID IS EQUAL TO OT-EID AND
              EV-PERIOD IS EQUAL TO WS-TRAN-PERIOD THEN
             IF EV-PAY-TYPE IS EQUAL TO 'R' OR
                EV-PAY-TYPE IS EQUAL TO 'M' THEN
               PERFORM 1180-ADD-PAYMENT
             ELSE
               IF EV-PAY-TYPE IS EQUAL TO 'V' THEN
                 MOVE 'O' TO WS-FIND-STATE
                 PERFORM 1176-FIND-LATEST-STATE
                 IF WS-FOUND-SUB IS GREATER THAN ZERO THEN
                   MOVE 'V' TO WS-PL-STATE (WS-FOUND-SUB)
                 END-IF
               ELSE
                 IF EV-PAY-TYPE IS EQUAL TO 'I' THEN
                   MOVE 'V' TO WS-FIND-STATE
                   PERFORM 1176-FIND-LATEST-STATE
                   IF WS-FOUND-SUB IS GREATER THAN ZERO THEN
                     MOVE 'X' TO WS-PL-STATE (WS-FOUND-SUB)
                   END-IF
                   PERFORM 1180-ADD-PAYMENT.
      **************************************************************
      * SETS WS-FOUND-SUB TO THE LATEST PAYMENT IN WS-FIND-STATE.
      **************************************************************
       1176-FIND-LATEST-STATE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 1177-CHECK-STATE
             VARYING WS-PL-SUB FROM 1 BY 1
             UNTIL WS-PL-SUB IS GREATER THAN WS-PL-CT.

       1177-CHECK-STATE.
           IF WS-PL-STATE (WS-PL-SUB) IS EQUAL TO WS-FIND-STATE THEN
             MOVE WS-PL-SUB TO WS-FOUND-SUB.
      **************************************************************
      * ADDS A PAYMENT TO THE LIST AS OUTSTANDING.  A PERIOD WITH
      * MORE PAYMENTS THAN THE LIST HOLDS IS FLAGGED SO THE
      * TRANSACTION IS REJECTED RATHER THAN ACT ON A PARTIAL REPLAY.
      **************************************************************
       1180-ADD-PAYMENT.
           IF WS-PL-CT IS EQUAL TO 20 THEN
             MOVE 1 TO WS-PL-OVFL-SW
           ELSE
             ADD 1 TO WS-PL-CT
             MOVE 'O' TO WS-PL-STATE (WS-PL-CT)
             MOVE WS-EVENT-REC TO WS-PL-IMAGE (WS-PL-CT).
      **************************************************************
      * VOID -- REVERSES THE LATEST OUTSTANDING PAYMENT FOR THE
      * PERIOD, BACKING ITS GROSS (LEAVE AND RETRO PAY INCLUDED),
      * HOURS AND DEDUCTIONS OUT OF YTD.
      **************************************************************
       1200-APPLY-VOID.
           PERFORM 1150-FIND-PAYMENTS.
           IF WS-PL-OVFL-SW IS EQUAL TO 1 THEN
             MOVE 'TOO MANY PAYMENTS IN PERIOD' TO WS-REJ-REASON
           ELSE
             IF WS-OUT-SUB IS EQUAL TO ZERO THEN
               MOVE 'NO PAYMENT TO VOID' TO WS-REJ-REASON
             ELSE
               MOVE WS-PL-IMAGE (WS-OUT-SUB) TO WS-PAY-REC
               PERFORM 1455-ZERO-OLD-AMOUNTS
               IF PY-RUN-YEAR IS NOT EQUAL TO WS-RUN-YEAR THEN
                 MOVE 'PAYMENT MADE IN A PRIOR YEAR' TO WS-REJ-REASON
               ELSE
                 PERFORM 1500-CHECK-YTD-BACKOUT
                 IF WS-YTD-OK-SW IS EQUAL TO 0 THEN
                   MOVE 'YTD SHORT OF PAYMENT' TO WS-REJ-REASON.
           IF WS-REJ-REASON IS NOT EQUAL TO SPACES THEN
             PERFORM 1750-LOG-REJECT
           ELSE
             PERFORM 1450-SET-ORIG-TYPE
             MOVE 'V' TO PY-PAY-TYPE
             MOVE WS-RUN-DATE TO PY-RUN-DATE
             MOVE OT-REASON TO PY-ADJ-REASON
             MOVE -1 TO WS-YTD-SIGN
             PERFORM 1600-POST-ADJUSTMENT
             ADD 1 TO WS-VOID-CT
             ADD PY-NET TO WS-VOID-NET
             MOVE 'VOID' TO OL-ACTION
             PERFORM 1700-WRITE-REG-LINE.
      **************************************************************
      * MANUAL -- A ONE-OFF PAYMENT FOR THE GROSS, HOURS AND UP TO
      * THREE DEDUCTIONS KEYED, FOR AN EMPLOYEE ON THE MASTER.
      **************************************************************
       1300-APPLY-MANUAL.
           PERFORM 2100-READ-MASTER-RANDOM.
           IF WS-MASTER-FOUND-SW IS EQUAL TO 0 THEN
             MOVE 'EID NOT ON MASTER' TO WS-REJ-REASON
           ELSE
             IF OT-GROSS IS NOT NUMERIC THEN
               MOVE 'GROSS NOT NUMERIC' TO WS-REJ-REASON
             ELSE
               IF OT-HOURS-X IS NOT EQUAL TO SPACES AND
                  OT-HOURS IS NOT NUMERIC THEN
                 MOVE 'HOURS NOT NUMERIC' TO WS-REJ-REASON.
           IF WS-REJ-REASON IS EQUAL TO SPACES THEN
             MOVE SPACES TO WS-PAY-REC
             MOVE ZERO TO PY-DED-CT
             MOVE ZERO TO WS-ADJ-DED-TOTAL
             MOVE ZERO TO PY-SS-WAGES
             MOVE ZERO TO PY-ER-SOC
             MOVE ZERO TO PY-ER-MED
             MOVE ZERO TO PY-LEAVE-PAY
             MOVE ZERO TO PY-RETRO-AMT
             PERFORM 1320-TAKE-MANUAL-DED
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB IS GREATER THAN 3.
           IF WS-REJ-REASON IS EQUAL TO SPACES AND
              WS-ADJ-DED-TOTAL IS GREATER THAN OT-GROSS THEN
             MOVE 'DEDUCTIONS EXCEED GROSS' TO WS-REJ-REASON.
           IF WS-REJ-REASON IS NOT EQUAL TO SPACES THEN
             PERFORM 1750-LOG-REJECT
           ELSE
             MOVE OT-EID TO PY-EID
             MOVE WS-TRAN-PERIOD TO PY-PERIOD
             MOVE 'M' TO PY-PAY-TYPE
             MOVE 'M' TO PY-ORIG-TYPE
             MOVE WS-RUN-DATE TO PY-RUN-DATE
             MOVE M-LAST TO PY-LAST
             MOVE M-FIRST TO PY-FIRST
             MOVE M-TYPE TO PY-TYPE
             MOVE M-TITLE TO PY-TITLE
             MOVE M-STATUS TO PY-STATUS
             IF OT-HOURS-X IS EQUAL TO SPACES THEN
               MOVE ZERO TO PY-HOURS
             ELSE
               MOVE OT-HOURS TO PY-HOURS
             END-IF
             IF M-RATE IS NUMERIC THEN
               MOVE M-RATE TO PY-RATE
             ELSE
               MOVE ZERO TO PY-RATE
             END-IF
             MOVE OT-GROSS TO PY-GROSS
             MOVE ZERO TO PY-VAC-TAKEN
             MOVE ZERO TO PY-SICK-TAKEN
             MOVE ZERO TO PY-VAC-BAL
             MOVE ZERO TO PY-SICK-BAL
             PERFORM 2300-READ-WHPROF-RANDOM
             IF WS-WHP-FOUND-SW IS EQUAL TO 1 THEN
               MOVE WP-STATE TO PY-TAX-STATE
             END-IF
             COMPUTE PY-NET = OT-GROSS - WS-ADJ-DED-TOTAL
             MOVE OT-REASON TO PY-ADJ-REASON
             MOVE +1 TO WS-YTD-SIGN
             PERFORM 1600-POST-ADJUSTMENT
             ADD 1 TO WS-MANUAL-CT
             ADD PY-NET TO WS-MANUAL-NET
             MOVE 'MANUAL' TO OL-ACTION
             PERFORM 1700-WRITE-REG-LINE.
      **************************************************************
      * TAKES ONE KEYED DEDUCTION INTO THE PAYMENT.  A BLANK CODE IS
      * AN UNUSED SLOT; A CODE WITH A BAD AMOUNT REJECTS THE PAYMENT.
      * SOCIAL SECURITY OR MEDICARE KEYED IS MATCHED BY THE EMPLOYER,
      * AND SOCIAL SECURITY KEYED MAKES THE GROSS SOC SEC WAGES.
      **************************************************************
       1320-TAKE-MANUAL-DED.
           IF OT-DED-CODE (WS-DED-SUB) IS NOT EQUAL TO SPACES THEN
             IF OT-DED-AMT (WS-DED-SUB) IS NOT NUMERIC THEN
               MOVE 'DEDUCTION AMOUNT NOT NUMERIC' TO WS-REJ-REASON
             ELSE
               ADD 1 TO PY-DED-CT
               MOVE OT-DED-CODE (WS-DED-SUB)
                 TO PY-DED-CODE (PY-DED-CT)
               MOVE OT-DED-AMT (WS-DED-SUB)
                 TO PY-DED-AMT (PY-DED-CT)
               ADD OT-DED-AMT (WS-DED-SUB) TO WS-ADJ-DED-TOTAL
               IF OT-DED-CODE (WS-DED-SUB) IS EQUAL TO 'SOC' THEN
                 ADD OT-DED-AMT (WS-DED-SUB) TO PY-ER-SOC
                 MOVE OT-GROSS TO PY-SS-WAGES
               ELSE
                 IF OT-DED-CODE (WS-DED-SUB) IS EQUAL TO 'MED' THEN
                   ADD OT-DED-AMT (WS-DED-SUB) TO PY-ER-MED.
      **************************************************************
      * REISSUE -- PAYS THE LATEST VOIDED PAYMENT FOR THE PERIOD
      * AGAIN, FOR THE SAME AMOUNTS, POSTING THEM BACK TO YTD.
      **************************************************************
       1400-APPLY-REISSUE.
           PERFORM 1150-FIND-PAYMENTS.
           IF WS-PL-OVFL-SW IS EQUAL TO 1 THEN
             MOVE 'TOO MANY PAYMENTS IN PERIOD' TO WS-REJ-REASON
           ELSE
             IF WS-VOID-SUB IS EQUAL TO ZERO THEN
               MOVE 'NO VOIDED PAYMENT TO REISSUE' TO WS-REJ-REASON.
           IF WS-REJ-REASON IS NOT EQUAL TO SPACES THEN
             PERFORM 1750-LOG-REJECT
           ELSE
             MOVE WS-PL-IMAGE (WS-VOID-SUB) TO WS-PAY-REC
             PERFORM 1455-ZERO-OLD-AMOUNTS
             PERFORM 1450-SET-ORIG-TYPE
             MOVE 'I' TO PY-PAY-TYPE
             MOVE WS-RUN-DATE TO PY-RUN-DATE
             MOVE OT-REASON TO PY-ADJ-REASON
             MOVE +1 TO WS-YTD-SIGN
             PERFORM 1600-POST-ADJUSTMENT
             ADD 1 TO WS-REISSUE-CT
             ADD PY-NET TO WS-REISSUE-NET
             MOVE 'REISSUE' TO OL-ACTION
             PERFORM 1700-WRITE-REG-LINE.
      **************************************************************
      * A VOID OR REISSUE CARRIES THE TYPE OF THE PAYMENT IT GOES
      * BACK TO -- R FOR A REGULAR PAYROLL, M FOR A MANUAL -- SO A
      * REGULAR PAYMENT'S PERIOD COUNT FOLLOWS IT THROUGH YTD.
      **************************************************************
       1450-SET-ORIG-TYPE.
           IF PY-PAY-TYPE IS EQUAL TO 'R' OR
              PY-PAY-TYPE IS EQUAL TO 'M' THEN
             MOVE PY-PAY-TYPE TO PY-ORIG-TYPE.
      **************************************************************
      * A PAYMENT WRITTEN TO PAY HISTORY BEFORE THE LEAVE AND RETRO
      * AMOUNTS WERE CARRIED HAS SPACES THERE -- TAKEN AS ZERO.
      **************************************************************
       1455-ZERO-OLD-AMOUNTS.
           IF PY-LEAVE-PAY IS NOT NUMERIC THEN
             MOVE ZERO TO PY-LEAVE-PAY.
           IF PY-RETRO-AMT IS NOT NUMERIC THEN
             MOVE ZERO TO PY-RETRO-AMT.
      **************************************************************
      * BEFORE A VOID IS POSTED, PROVES THE YTD RECORDS HOLD AT
      * LEAST WHAT IS ABOUT TO COME OFF THEM.
      **************************************************************
       1500-CHECK-YTD-BACKOUT.
           MOVE 1 TO WS-YTD-OK-SW.
           PERFORM 2200-READ-YTD-RANDOM.
           IF WS-YTD-FOUND-SW IS EQUAL TO 0 THEN
             MOVE 0 TO WS-YTD-OK-SW
           ELSE
             IF Y-YEAR IS NOT EQUAL TO WS-RUN-YEAR OR
                Y-GROSS IS LESS THAN PY-GROSS OR
                Y-HOURS IS LESS THAN PY-HOURS OR
                Y-LEAVE-PAY IS LESS THAN PY-LEAVE-PAY OR
                Y-RETRO-PAY IS LESS THAN PY-RETRO-AMT THEN
               MOVE 0 TO WS-YTD-OK-SW.
           IF WS-YTD-OK-SW IS EQUAL TO 1 THEN
             PERFORM 1510-CHECK-YTDDED-BACKOUT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB IS GREATER THAN PY-DED-CT.

       1510-CHECK-YTDDED-BACKOUT.
           PERFORM 2250-READ-YTDDED-RANDOM.
           IF WS-YTDDED-FOUND-SW IS EQUAL TO 0 THEN
             MOVE 0 TO WS-YTD-OK-SW
           ELSE
             IF YD-YEAR IS NOT EQUAL TO WS-RUN-YEAR OR
                YD-AMOUNT IS LESS THAN PY-DED-AMT (WS-DED-SUB) THEN
               MOVE 0 TO WS-YTD-OK-SW.
      **************************************************************
      * POSTS THE ACTION IN WS-PAY-REC: YTD, THE RUN TABLE (WHICH
      * GOES TO PAY HISTORY AT THE END OF THE RUN), THE OFF-CYCLE
      * DETAIL AND THE ADJUSTMENT HISTORY.
      **************************************************************
       1600-POST-ADJUSTMENT.
           IF WS-RUN-CT IS EQUAL TO 200 THEN
             DISPLAY '*** OFFCYC RUN TABLE FULL AT 200 ACTIONS ***'
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           COMPUTE WS-ADJ-DED-TOTAL = PY-GROSS - PY-NET.
           PERFORM 1650-POST-YTD.
           PERFORM 1660-POST-YTD-DED
             VARYING WS-DED-SUB FROM 1 BY 1
             UNTIL WS-DED-SUB IS GREATER THAN PY-DED-CT.
           ADD 1 TO WS-RUN-CT.
           MOVE WS-PAY-REC TO WS-RUN-IMAGE (WS-RUN-CT).
           MOVE PY-EID TO PD-EID.
           MOVE PY-TYPE TO PD-TYPE.
           MOVE PY-STATUS TO PD-STATUS.
           MOVE PY-HOURS TO PD-HOURS.
           MOVE PY-RATE TO PD-RATE.
           MOVE PY-GROSS TO PD-GROSS.
           MOVE PY-NET TO PD-NET.
           MOVE PY-PERIOD TO PD-PERIOD.
           MOVE PY-PAY-TYPE TO PD-PAY-TYPE.
           WRITE OFFDTL-REC.
           MOVE SPACES TO PAYADJ-REC.
           MOVE WS-RUN-DATE TO PJ-RUN-DATE.
           MOVE PY-PAY-TYPE TO PJ-ACTION.
           MOVE PY-EID TO PJ-EID.
           MOVE PY-PERIOD TO PJ-PERIOD.
           MOVE PY-ORIG-TYPE TO PJ-ORIG-TYPE.
           MOVE PY-HOURS TO PJ-HOURS.
           MOVE PY-GROSS TO PJ-GROSS.
           MOVE WS-ADJ-DED-TOTAL TO PJ-DED-TOTAL.
           MOVE PY-NET TO PJ-NET.
           MOVE PY-ADJ-REASON TO PJ-REASON.
           WRITE PAYADJ-REC.
      **************************************************************
      * POSTS (+1) OR BACKS OUT (-1) GROSS AND HOURS, AND THE LEAVE
      * AND RETRO PAY INCLUDED IN GROSS, ON YTDEARN.  A PAYMENT
      * GOING BACK TO A REGULAR PAYROLL ALSO MOVES THE PERIODS-PAID
      * COUNT; A MANUAL PAYMENT NEVER DOES.  A POST WITH NO RECORD,
      * OR A PRIOR YEAR'S, STARTS THE YEAR THE SAME WAY PAYREG DOES.
      **************************************************************
       1650-POST-YTD.
           PERFORM 2200-READ-YTD-RANDOM.
           IF WS-YTD-SIGN IS LESS THAN ZERO THEN
             SUBTRACT PY-GROSS FROM Y-GROSS
             SUBTRACT PY-HOURS FROM Y-HOURS
             SUBTRACT PY-LEAVE-PAY FROM Y-LEAVE-PAY
             SUBTRACT PY-RETRO-AMT FROM Y-RETRO-PAY
             IF PY-ORIG-TYPE IS EQUAL TO 'R' AND
                Y-PERIODS IS GREATER THAN ZERO THEN
               SUBTRACT 1 FROM Y-PERIODS
             END-IF
           ELSE
             IF WS-YTD-FOUND-SW IS EQUAL TO 0 OR
                Y-YEAR IS NOT EQUAL TO WS-RUN-YEAR THEN
               MOVE SPACES TO YTD-REC
               MOVE PY-EID TO Y-EID
               MOVE WS-RUN-YEAR TO Y-YEAR
               MOVE ZERO TO Y-GROSS
               MOVE ZERO TO Y-HOURS
               MOVE ZERO TO Y-PERIODS
               MOVE ZERO TO Y-LEAVE-PAY
               MOVE ZERO TO Y-RETRO-PAY
             END-IF
             ADD PY-GROSS TO Y-GROSS
             ADD PY-HOURS TO Y-HOURS
             ADD PY-LEAVE-PAY TO Y-LEAVE-PAY
             ADD PY-RETRO-AMT TO Y-RETRO-PAY
             IF PY-ORIG-TYPE IS EQUAL TO 'R' THEN
               ADD 1 TO Y-PERIODS.
           IF WS-YTD-FOUND-SW IS EQUAL TO 1 THEN
             REWRITE YTD-REC
           ELSE
             WRITE YTD-REC.
           IF WS-YTD-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** OFFCYC YTDEARN UPDATE FAILED, STATUS '
               WS-YTD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * POSTS (+1) OR BACKS OUT (-1) ONE DEDUCTION ON YTDDED.
      **************************************************************
       1660-POST-YTD-DED.
           PERFORM 2250-READ-YTDDED-RANDOM.
           IF WS-YTD-SIGN IS LESS THAN ZERO THEN
             SUBTRACT PY-DED-AMT (WS-DED-SUB) FROM YD-AMOUNT
           ELSE
             IF WS-YTDDED-FOUND-SW IS EQUAL TO 0 OR
                YD-YEAR IS NOT EQUAL TO WS-RUN-YEAR THEN
               MOVE SPACES TO YTDDED-REC
               MOVE PY-EID TO YD-EID
               MOVE PY-DED-CODE (WS-DED-SUB) TO YD-CODE
               MOVE WS-RUN-YEAR TO YD-YEAR
               MOVE ZERO TO YD-AMOUNT
             END-IF
             ADD PY-DED-AMT (WS-DED-SUB) TO YD-AMOUNT.
           IF WS-YTDDED-FOUND-SW IS EQUAL TO 1 THEN
             REWRITE YTDDED-REC
           ELSE
             WRITE YTDDED-REC.
           IF WS-YTDDED-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** OFFCYC YTDDED UPDATE FAILED, STATUS '
               WS-YTDDED-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * ONE REGISTER LINE FOR THE ACTION JUST POSTED, WITH THE
      * REASON KEYED FOR IT.
      **************************************************************
       1700-WRITE-REG-LINE.
           MOVE SPACES TO OL-RESULT.
           STRING 'POSTED ' PY-ADJ-REASON
             DELIMITED BY SIZE INTO OL-RESULT.
           MOVE PY-EID TO OL-EID.
           MOVE PY-PERIOD TO OL-PERIOD.
           MOVE PY-HOURS TO OL-HOURS.
           MOVE PY-GROSS TO OL-GROSS.
           MOVE WS-ADJ-DED-TOTAL TO OL-DEDS.
           MOVE PY-NET TO OL-NET.
           WRITE OADJ-REC FROM OADJ-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * REJECT -- PRINTED WITH THE REASON, NOTHING POSTED.
      **************************************************************
       1750-LOG-REJECT.
           ADD 1 TO WS-REJ-CT.
           MOVE OT-EID TO OL-EID.
           IF OT-ACTION IS EQUAL TO 'V' THEN
             MOVE 'VOID' TO OL-ACTION
           ELSE
             IF OT-ACTION IS EQUAL TO 'M' THEN
               MOVE 'MANUAL' TO OL-ACTION
             ELSE
               IF OT-ACTION IS EQUAL TO 'I' THEN
                 MOVE 'REISSUE' TO OL-ACTION
               ELSE
                 MOVE OT-ACTION TO OL-ACTION.
           MOVE WS-TRAN-PERIOD TO OL-PERIOD.
           MOVE ZERO TO OL-HOURS.
           MOVE ZERO TO OL-GROSS.
           MOVE ZERO TO OL-DEDS.
           MOVE ZERO TO OL-NET.
           MOVE WS-REJ-REASON TO OL-RESULT.
           WRITE OADJ-REC FROM OADJ-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * END-OF-RUN COUNTS AND NET BY ACTION.
      **************************************************************
       1900-WRITE-SUMMARY.
           MOVE SPACES TO OADJ-REC.
           WRITE OADJ-REC
             AFTER ADVANCING 2 LINES.
           MOVE 'PAYMENTS VOIDED:' TO OS-LABEL.
           MOVE WS-VOID-CT TO OS-COUNT.
           MOVE WS-VOID-NET TO OS-NET.
           WRITE OADJ-REC FROM OADJ-SUM-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'MANUAL PAYMENTS:' TO OS-LABEL.
           MOVE WS-MANUAL-CT TO OS-COUNT.
           MOVE WS-MANUAL-NET TO OS-NET.
           WRITE OADJ-REC FROM OADJ-SUM-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'PAYMENTS REISSUED:' TO OS-LABEL.
           MOVE WS-REISSUE-CT TO OS-COUNT.
           MOVE WS-REISSUE-NET TO OS-NET.
           WRITE OADJ-REC FROM OADJ-SUM-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'REJECTED:' TO OS-LABEL.
           MOVE WS-REJ-CT TO OS-COUNT.
           MOVE ZERO TO OS-NET.
           WRITE OADJ-REC FROM OADJ-SUM-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * APPENDS THIS RUN'S ACTIONS TO THE PERMANENT PAY HISTORY.
      **************************************************************
       1950-APPEND-PAY-HISTORY.
           OPEN EXTEND PAYHIST-FILE.
           PERFORM 1955-WRITE-RUN-ENTRY
             VARYING WS-RUN-SUB FROM 1 BY 1
             UNTIL WS-RUN-SUB IS GREATER THAN WS-RUN-CT.
           CLOSE PAYHIST-FILE.

       1955-WRITE-RUN-ENTRY.
           WRITE PAYHIST-REC FROM WS-RUN-IMAGE (WS-RUN-SUB).
      **************************************************************
      * READS THE OFF-CYCLE TRANSACTIONS IN THE ORDER KEYED.
      **************************************************************
       2000-READ-TRANS.
           READ OFFTRAN-FILE
             AT END MOVE 1 TO TRANS-EOF-SW.
      **************************************************************
      * RANDOM READ OF THE MASTER FOR A MANUAL PAYMENT.
      **************************************************************
       2100-READ-MASTER-RANDOM.
           MOVE OT-EID TO M-EID.
           READ MASTER-FILE
             INVALID KEY MOVE 0 TO WS-MASTER-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-MASTER-FOUND-SW.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' AND
              WS-MASTER-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** OFFCYC NEWEMP MASTER READ FAILED, STATUS '
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * RANDOM READS OF THE YTD FILES FOR THE PAYMENT IN HAND.
      **************************************************************
       2200-READ-YTD-RANDOM.
           MOVE PY-EID TO Y-EID.
           READ YTD-FILE
             INVALID KEY MOVE 0 TO WS-YTD-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-YTD-FOUND-SW.
           IF WS-YTD-STATUS IS NOT EQUAL TO '00' AND
              WS-YTD-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** OFFCYC YTDEARN READ FAILED, STATUS '
               WS-YTD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           IF Y-LEAVE-PAY IS NOT NUMERIC THEN
             MOVE ZERO TO Y-LEAVE-PAY.
           IF Y-RETRO-PAY IS NOT NUMERIC THEN
             MOVE ZERO TO Y-RETRO-PAY.

       2250-READ-YTDDED-RANDOM.
           MOVE PY-EID TO YD-EID.
           MOVE PY-DED-CODE (WS-DED-SUB) TO YD-CODE.
           READ YTDDED-FILE
             INVALID KEY MOVE 0 TO WS-YTDDED-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-YTDDED-FOUND-SW.
           IF WS-YTDDED-STATUS IS NOT EQUAL TO '00' AND
              WS-YTDDED-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** OFFCYC YTDDED READ FAILED, STATUS '
               WS-YTDDED-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * RANDOM READ OF THE WITHHOLDING PROFILE FOR A MANUAL PAYMENT'S
      * STATE.  NO PROFILE FILE AT ALL READS AS NOT FOUND.
      **************************************************************
       2300-READ-WHPROF-RANDOM.
           MOVE 0 TO WS-WHP-FOUND-SW.
           IF WS-WHP-ACTIVE-SW IS EQUAL TO 1 THEN
             MOVE OT-EID TO WP-EID
             READ WHPROF-FILE
               INVALID KEY MOVE 0 TO WS-WHP-FOUND-SW
               NOT INVALID KEY MOVE 1 TO WS-WHP-FOUND-SW
             END-READ
             IF WS-WHP-STATUS IS NOT EQUAL TO '00' AND
                WS-WHP-STATUS IS NOT EQUAL TO '23' THEN
               DISPLAY '*** OFFCYC WHPROF READ FAILED, STATUS '
                 WS-WHP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
