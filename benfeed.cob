       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENFEED.
       AUTHOR. Addyson Sisemore
      * BENEFITS CARRIER / 401(K) RECORDKEEPER CHANGE FEED.
      * READS THE AUDHIST RECORDS PROJ03 AND RATEMAS HAVE WRITTEN
      * SINCE THE LAST SUCCESSFUL FEED AND TURNS EACH ONE THE
      * VENDORS CARE ABOUT INTO A FIXED-FORMAT 200-BYTE CHANGE
      * RECORD ON BENCHG, WHICH THE JOB STREAM SENDS TO BOTH:
      *   ADD        -> NH  NEW HIRE
      *   DELETE     -> TM  TERMINATION
      *   REINSTATE  -> RH  REHIRE
      *   CHANGE     -> NC  NAME CHANGE  (LAST OR FIRST NAME)
      *              -> PC  PAY CHANGE   (M-RATE OR M-STATUS)
      *   A CHANGE THAT TOUCHES BOTH GIVES ONE OF EACH; A CHANGE TO
      *   ANYTHING ELSE IS NOT SENT.
      * EACH CHANGE RECORD CARRIES THE EFFECTIVE DATE, THE BEFORE AND
      * AFTER VALUES, AND THE ANNUALIZED PAY -- AN HOURLY RATE TIMES
      * 2080 HOURS, A SALARIED PER-PERIOD RATE TIMES THE PAY PERIODS
      * IN A YEAR FOR THE PAYPARM PAYFRQ FREQUENCY (W/B/S/M, DEFAULT
      * B, THE SAME KEYWORD PAYREG READS).  THE FILE OPENS WITH A
      * HEADER AND CLOSES WITH A TRAILER CARRYING THE RECORD COUNTS
      * AND THE ANNUALIZED PAY CONTROL TOTAL.  A TRANSMITTAL REPORT
      * LISTING WHAT WAS SENT GOES TO HR.
      * THE HIGH-WATER MARK ON BENCTL IS THE LAST AUDHIST RUN DATE
      * SENT AND HOW MANY RECORDS STAMPED WITH THAT DATE WERE SENT --
      * AUDHIST IS ONLY EVER EXTENDED, SO LATER RUNS ON THE SAME DAY
      * LAND BEHIND THEM.  IT IS REWRITTEN ONLY AT A CLEAN END OF
      * RUN, SO A RERUN SENDS NOTHING TWICE AND A RUN THAT FAILS
      * LEAVES ITS EVENTS TO GO OUT WITH THE NEXT ONE.  NO BENCTL
      * SENDS EVERYTHING STILL ON AUDHIST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  OPTIONAL -- A NIGHT WITH NO MASTER MAINTENANCE YET HAS NO
      *  AUDIT HISTORY, AND THE FEED GOES OUT EMPTY.
           SELECT OPTIONAL AUDIT-HIST ASSIGN TO 'AUDHIST'
               FILE STATUS IS WS-AUDIT-STATUS.
      *  FEED CONTROL -- ONE RECORD CARRYING THE HIGH-WATER MARK.
      *  OPTIONAL SO THE FIRST RUN AT A SITE CREATES IT.
           SELECT OPTIONAL BENCTL-FILE ASSIGN TO 'BENCTL'
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'PAYPARM'
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BENCHG-FILE ASSIGN TO 'BENCHG'.
           SELECT BENT-FILE ASSIGN TO 'UR-S-BENT'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * AUDIT HISTORY -- SAME 244-BYTE LAYOUT PROJ03 AND RATEMAS
      * WRITE.  AN ADD OR REINSTATE CARRIES SPACES AS ITS BEFORE
      * IMAGE AND A DELETE CARRIES SPACES AS ITS AFTER IMAGE.
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
      * FEED CONTROL -- THE HIGH-WATER MARK (LAST AUDHIST RUN DATE
      * SENT AND THE NUMBER OF RECORDS WITH THAT DATE SENT), THE
      * DATE OF THE LAST SUCCESSFUL FEED AND ITS FILE SEQUENCE.
      **************************************************************
       FD BENCTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BENCTL-REC.
         03 BC-HWM-DATE  PIC X(8).
         03 BC-HWM-CT    PIC 9(7).
         03 BC-LAST-RUN  PIC X(8).
         03 BC-FILE-SEQ  PIC 9(5).
         03 FILLER       PIC X(12).
      *  PAYROLL RUN PARAMETERS -- SAME FILE PAYREG READS; ONLY THE
      *  PAYFRQ KEYWORD MATTERS HERE.
       FD PARM-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PARM-REC.
         03 PM-KEYWORD     PIC X(6).
         03 PM-DATA        PIC X(74).
       01 PARM-PAYFRQ-REC.
         03 FILLER         PIC X(6).
         03 PA-PAY-FREQ    PIC X(1).
         03 FILLER         PIC X(73).
      **************************************************************
      * VENDOR CHANGE FILE -- 200-BYTE RECORDS, ONE HEADER ('H'),
      * ONE CHANGE RECORD ('D') PER EVENT, ONE TRAILER ('T').
      **************************************************************
       FD BENCHG-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BH-HEADER-REC.
         03 BH-REC-TYPE    PIC X(1).
         03 BH-FILE-NAME   PIC X(20).
         03 BH-CREATE-DATE PIC X(8).
         03 BH-FILE-SEQ    PIC 9(5).
      *  AUDHIST RUN DATE THE FEED PICKS UP FROM.
         03 BH-FROM-DATE   PIC X(8).
         03 FILLER         PIC X(158).
       01 BD-DETAIL-REC.
         03 BD-REC-TYPE    PIC X(1).
         03 BD-EVENT       PIC X(2).
         03 BD-EID         PIC X(7).
         03 BD-SSN         PIC X(9).
         03 BD-LAST        PIC X(15).
         03 BD-FIRST       PIC X(15).
         03 BD-EFF-DATE    PIC X(8).
         03 BD-RUN-DATE    PIC X(8).
         03 BD-EMP-TYPE    PIC X(2).
      *  HIRE DATE AS CARRIED ON THE MASTER (MMDDYYYY).
         03 BD-HIRE-DATE   PIC X(8).
      *  BEFORE AND AFTER VALUES -- THE NAME FOR A NAME CHANGE,
      *  STATUS, RATE AND ANNUALIZED PAY FOR EVERYTHING ELSE.
      *  SPACES ON THE SIDE THAT DOES NOT EXIST (BEFORE A HIRE,
      *  AFTER A TERMINATION).
         03 BD-BEFORE      PIC X(40).
         03 BD-AFTER       PIC X(40).
      *  ANNUALIZED PAY AS OF THE EVENT -- THE AFTER VALUE, OR THE
      *  BEFORE VALUE FOR A TERMINATION.
         03 BD-ANNUAL-PAY  PIC 9(9)V99.
         03 FILLER         PIC X(34).
       01 BT-TRAILER-REC.
         03 BT-REC-TYPE    PIC X(1).
         03 BT-DETAIL-CT   PIC 9(7).
         03 BT-NH-CT       PIC 9(7).
         03 BT-TM-CT       PIC 9(7).
         03 BT-RH-CT       PIC 9(7).
         03 BT-NC-CT       PIC 9(7).
         03 BT-PC-CT       PIC 9(7).
         03 BT-ANNUAL-TOT  PIC 9(11)V99.
      *  AUDHIST RUN DATE THE FEED RUNS THROUGH.
         03 BT-THRU-DATE   PIC X(8).
         03 FILLER         PIC X(136).
       FD BENT-FILE
           LABEL RECORDS ARE OMITTED.
       01 BENT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
       01 AUDIT-EOF-SW     PIC 9          VALUE 0.
       01 PARM-EOF-SW      PIC 9          VALUE 0.
       01 WS-AUDIT-STATUS  PIC XX         VALUE SPACES.
       01 WS-CTL-STATUS    PIC XX         VALUE SPACES.
       01 WS-PARM-STATUS   PIC XX         VALUE SPACES.
       01 WS-NO-AUDIT-SW   PIC 9          VALUE 0.
       01 WS-RUN-DATE      PIC X(8)       VALUE SPACES.
       01 WS-PAY-FREQ      PIC X(1)       VALUE 'B'.
       01 WS-PERIODS-YEAR  PIC 99         VALUE 26.
      *  STANDARD HOURS IN A YEAR FOR ANNUALIZING AN HOURLY RATE.
       01 WS-ANNUAL-HOURS  PIC 9(4)       VALUE 2080.
      **************************************************************
      * HIGH-WATER MARK -- AS READ FROM BENCTL, AND AS IT WILL BE
      * WRITTEN BACK.  WS-SEEN-CT COUNTS THE RECORDS ON AUDHIST
      * STAMPED WITH THE OLD HIGH-WATER DATE.
      **************************************************************
       01 WS-OLD-HWM-DATE  PIC X(8)       VALUE SPACES.
       01 WS-OLD-HWM-CT    PIC 9(7)       VALUE ZERO.
       01 WS-NEW-HWM-DATE  PIC X(8)       VALUE SPACES.
       01 WS-NEW-HWM-CT    PIC 9(7)       VALUE ZERO.
       01 WS-SEEN-CT       PIC 9(7)       VALUE ZERO.
       01 WS-FILE-SEQ      PIC 9(5)       VALUE ZERO.
       01 WS-SEND-SW       PIC 9          VALUE 0.
      *  RUN COUNTS.
       01 WS-READ-CT       PIC 9(7)       VALUE ZERO.
       01 WS-SENT-BEFORE-CT PIC 9(7)      VALUE ZERO.
       01 WS-NOT-SENT-CT   PIC 9(7)       VALUE ZERO.
       01 WS-DETAIL-CT     PIC 9(7)       VALUE ZERO.
       01 WS-NH-CT         PIC 9(7)       VALUE ZERO.
       01 WS-TM-CT         PIC 9(7)       VALUE ZERO.
       01 WS-RH-CT         PIC 9(7)       VALUE ZERO.
       01 WS-NC-CT         PIC 9(7)       VALUE ZERO.
       01 WS-PC-CT         PIC 9(7)       VALUE ZERO.
       01 WS-ANNUAL-TOT    PIC 9(11)V99   VALUE ZERO.
      **************************************************************
      * BEFORE AND AFTER MASTER IMAGES OF THE AUDIT RECORD BEING
      * SENT, BROKEN OUT THE SAME WAY AS THE MASTER.
      **************************************************************
       01 WS-BEFORE-IMAGE.
         03 WB-EID       PIC X(7).
         03 WB-LAST      PIC X(15).
         03 WB-FIRST     PIC X(15).
         03 WB-TYPE      PIC X(2).
         03 WB-TITLE     PIC X(17).
         03 WB-SSN       PIC X(9).
         03 FILLER       PIC X(24).
         03 WB-DATE      PIC X(8).
         03 FILLER       PIC X(2).
         03 WB-RATE-X    PIC X(6).
         03 WB-STATUS    PIC X(1).
         03 WB-CCTR      PIC X(4).
       01 WS-AFTER-IMAGE.
         03 WF-EID       PIC X(7).
         03 WF-LAST      PIC X(15).
         03 WF-FIRST     PIC X(15).
         03 WF-TYPE      PIC X(2).
         03 WF-TITLE     PIC X(17).
         03 WF-SSN       PIC X(9).
         03 FILLER       PIC X(24).
         03 WF-DATE      PIC X(8).
         03 FILLER       PIC X(2).
         03 WF-RATE-X    PIC X(6).
         03 WF-STATUS    PIC X(1).
         03 WF-CCTR      PIC X(4).
      *  THE IMAGE THE EVENT DESCRIBES -- THE AFTER IMAGE, OR THE
      *  BEFORE IMAGE FOR A TERMINATION.
       01 WS-EVENT-IMAGE.
         03 WE-EID       PIC X(7).
         03 WE-LAST      PIC X(15).
         03 WE-FIRST     PIC X(15).
         03 WE-TYPE      PIC X(2).
         03 WE-TITLE     PIC X(17).
         03 WE-SSN       PIC X(9).
         03 FILLER       PIC X(24).
         03 WE-DATE      PIC X(8).
         03 FILLER       PIC X(2).
         03 WE-RATE-X    PIC X(6).
         03 WE-STATUS    PIC X(1).
         03 WE-CCTR      PIC X(4).
      **************************************************************
      * ANNUALIZED PAY WORK AREA -- RATE AND STATUS IN, PAY OUT.
      * A RATE THAT IS NOT NUMERIC ANNUALIZES TO ZERO.
      **************************************************************
       01 WS-ANN-RATE-X    PIC X(6)       VALUE SPACES.
       01 WS-ANN-RATE REDEFINES WS-ANN-RATE-X
                           PIC 9(4)V99.
       01 WS-ANN-STATUS    PIC X(1)       VALUE SPACES.
       01 WS-ANN-PAY       PIC 9(9)V99    VALUE ZERO.
       01 WS-EVENT         PIC X(2)       VALUE SPACES.
       01 WS-EFF-DATE      PIC X(8)       VALUE SPACES.
      **************************************************************
      * BEFORE/AFTER VALUES AS THEY GO ON THE CHANGE RECORD.
      **************************************************************
       01 WS-BEFORE-VALUE  PIC X(40)      VALUE SPACES.
       01 WS-AFTER-VALUE   PIC X(40)      VALUE SPACES.
       01 WS-PAY-VALUE.
         03 PV-STATUS    PIC X(1).
         03 PV-RATE      PIC 9(4)V99.
         03 PV-ANNUAL    PIC 9(9)V99.
         03 FILLER       PIC X(22).
       01 WS-NAME-VALUE.
         03 NV-LAST      PIC X(15).
         03 NV-FIRST     PIC X(15).
         03 FILLER       PIC X(10).
      **************************************************************
      * LAYOUT FOR THE TRANSMITTAL HEADING LINES.
      **************************************************************
       01 BENT-HEADING1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(46)     VALUE
           'BENEFITS / 401(K) CHANGE FEED TRANSMITTAL'.
         03 FILLER        PIC X(9)      VALUE 'FILE SEQ'.
         03 HD-FILE-SEQ   PIC ZZZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(9)      VALUE 'RUN DATE'.
         03 HD-RUN-DATE   PIC X(8).
       01 BENT-HEADING2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(38)     VALUE
           'PICKS UP AUDIT HISTORY AFTER RUN DATE'.
         03 HD-FROM-DATE  PIC X(8).
         03 FILLER        PIC X(8)      VALUE '  RECORD'.
         03 HD-FROM-CT    PIC Z,ZZZ,ZZ9.
       01 BENT-HEADING3.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(13)     VALUE 'EVENT'.
         03 FILLER        PIC X(9)      VALUE 'EMPLOYEE'.
         03 FILLER        PIC X(16)     VALUE 'LAST NAME'.
         03 FILLER        PIC X(9)      VALUE 'EFF DATE'.
         03 FILLER        PIC X(33)     VALUE 'BEFORE'.
         03 FILLER        PIC X(33)     VALUE 'AFTER'.
         03 FILLER        PIC X(14)     VALUE '   ANNUAL PAY'.
      **************************************************************
      * LAYOUT FOR ONE EVENT SENT.  BEFORE AND AFTER PRINT AS A NAME
      * FOR A NAME CHANGE AND AS STATUS, RATE AND ANNUAL PAY OTHERWISE.
      **************************************************************
       01 BENT-DATA1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-EVENT1      PIC X(12).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-EID1        PIC X(7).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-LAST1       PIC X(15).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-EFF-DATE1   PIC X(8).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-BEFORE1     PIC X(31).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-AFTER1      PIC X(31).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-ANNUAL1     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRINT-VALUE   PIC X(31)      VALUE SPACES.
       01 WS-PRINT-NAME.
         03 PN-LAST       PIC X(15).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 PN-FIRST      PIC X(15).
       01 WS-PRINT-PAY.
         03 PP-STATUS     PIC X(1).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 PP-RATE       PIC Z,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 PP-ANNUAL     PIC ZZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(5)      VALUE SPACES.
      **************************************************************
      * LAYOUT FOR THE TRANSMITTAL TOTALS.
      **************************************************************
       01 BENT-TOTAL-LINE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 TL-NAME       PIC X(36).
         03 TL-COUNT      PIC Z,ZZZ,ZZ9.
       01 BENT-ANNUAL-LINE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(33)     VALUE
           'ANNUALIZED PAY CONTROL TOTAL'.
         03 BA-ANNUAL-TOT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 BENT-HWM-LINE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(38)     VALUE
           'NEXT FEED STARTS AFTER RUN DATE'.
         03 BW-HWM-DATE   PIC X(8).
         03 FILLER        PIC X(8)      VALUE '  RECORD'.
         03 BW-HWM-CT     PIC Z,ZZZ,ZZ9.

      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOOP
             UNTIL AUDIT-EOF-SW IS EQUAL TO 1.
           PERFORM 1700-WRITE-TRAILER.
           PERFORM 1750-PRINT-TOTALS.
           IF WS-NO-AUDIT-SW IS EQUAL TO 0 THEN
             CLOSE AUDIT-HIST.
           CLOSE BENCHG-FILE
                 BENT-FILE.
           PERFORM 1800-WRITE-CONTROL.
           STOP RUN.
      **************************************************************
      * PICKS UP THE PAY FREQUENCY AND THE HIGH-WATER MARK, OPENS
      * THE FILES AND WRITES THE FEED HEADER AND REPORT HEADINGS.
      **************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0030-LOAD-PARMS.
           PERFORM 1020-READ-FEED-CONTROL.
           MOVE WS-OLD-HWM-DATE TO WS-NEW-HWM-DATE.
           MOVE WS-OLD-HWM-CT TO WS-NEW-HWM-CT.
           ADD 1 TO WS-FILE-SEQ.
           OPEN INPUT AUDIT-HIST.
           IF WS-AUDIT-STATUS IS EQUAL TO '35' OR
              WS-AUDIT-STATUS IS EQUAL TO '05' THEN
             MOVE 1 TO WS-NO-AUDIT-SW
             MOVE 1 TO AUDIT-EOF-SW
           ELSE
             IF WS-AUDIT-STATUS IS NOT EQUAL TO '00' THEN
               DISPLAY '*** BENFEED CANNOT OPEN AUDHIST, STATUS '
                 WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT BENCHG-FILE
                OUTPUT BENT-FILE.
           MOVE SPACES TO BH-HEADER-REC.
           MOVE 'H' TO BH-REC-TYPE.
           MOVE 'EMPLOYEE CHANGE FEED' TO BH-FILE-NAME.
           MOVE WS-RUN-DATE TO BH-CREATE-DATE.
           MOVE WS-FILE-SEQ TO BH-FILE-SEQ.
           MOVE WS-OLD-HWM-DATE TO BH-FROM-DATE.
           WRITE BH-HEADER-REC.
           MOVE WS-FILE-SEQ TO HD-FILE-SEQ.
           MOVE WS-RUN-DATE TO HD-RUN-DATE.
           WRITE BENT-REC FROM BENT-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE WS-OLD-HWM-DATE TO HD-FROM-DATE.
           MOVE WS-OLD-HWM-CT TO HD-FROM-CT.
           WRITE BENT-REC FROM BENT-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO BENT-REC.
           WRITE BENT-REC.
           WRITE BENT-REC FROM BENT-HEADING3
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO BENT-REC.
           WRITE BENT-REC
             AFTER ADVANCING 1 LINE.
           IF WS-NO-AUDIT-SW IS EQUAL TO 0 THEN
             PERFORM 2000-READ-AUDIT.
      **************************************************************
      * READS THE HIGH-WATER MARK.  NO CONTROL FILE (OR AN EMPTY
      * ONE) IS THE FIRST FEED; A RECORD THAT WILL NOT READ STOPS
      * THE RUN RATHER THAN GUESS WHAT HAS ALREADY GONE OUT.
      **************************************************************
       1020-READ-FEED-CONTROL.
           OPEN INPUT BENCTL-FILE.
           IF WS-CTL-STATUS IS EQUAL TO '35' OR
              WS-CTL-STATUS IS EQUAL TO '05' THEN
             CLOSE BENCTL-FILE
           ELSE
             IF WS-CTL-STATUS IS NOT EQUAL TO '00' THEN
               DISPLAY '*** BENFEED CANNOT OPEN BENCTL, STATUS '
                 WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             ELSE
               READ BENCTL-FILE
                 AT END MOVE SPACES TO BENCTL-REC
                        MOVE ZERO TO BC-HWM-CT
                        MOVE ZERO TO BC-FILE-SEQ
               END-READ
               CLOSE BENCTL-FILE
               IF BC-HWM-CT IS NOT NUMERIC OR
                  BC-FILE-SEQ IS NOT NUMERIC THEN
                 DISPLAY '*** BENFEED BENCTL RECORD NOT NUMERIC: '
                   BENCTL-REC
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               ELSE
                 MOVE BC-HWM-DATE TO WS-OLD-HWM-DATE
                 MOVE BC-HWM-CT TO WS-OLD-HWM-CT
                 MOVE BC-FILE-SEQ TO WS-FILE-SEQ.
      **************************************************************
      * SENDS ONE AUDIT RECORD IF IT IS PAST THE HIGH-WATER MARK,
      * AND MOVES THE NEW MARK UP TO IT.
      **************************************************************
       1500-LOOP.
           ADD 1 TO WS-READ-CT.
           MOVE 0 TO WS-SEND-SW.
           IF AH-RUN-DATE IS GREATER THAN WS-OLD-HWM-DATE THEN
             MOVE 1 TO WS-SEND-SW
           ELSE
             IF AH-RUN-DATE IS EQUAL TO WS-OLD-HWM-DATE THEN
               ADD 1 TO WS-SEEN-CT
               IF WS-SEEN-CT IS GREATER THAN WS-OLD-HWM-CT THEN
                 MOVE 1 TO WS-SEND-SW.
           IF WS-SEND-SW IS EQUAL TO 0 THEN
             ADD 1 TO WS-SENT-BEFORE-CT
           ELSE
             PERFORM 1510-MOVE-HWM
             PERFORM 1600-SEND-EVENTS.
           PERFORM 2000-READ-AUDIT.

       1510-MOVE-HWM.
           IF AH-RUN-DATE IS EQUAL TO WS-NEW-HWM-DATE THEN
             ADD 1 TO WS-NEW-HWM-CT
           ELSE
             MOVE AH-RUN-DATE TO WS-NEW-HWM-DATE
             MOVE 1 TO WS-NEW-HWM-CT.
      **************************************************************
      * TURNS ONE AUDIT RECORD INTO ITS CHANGE RECORDS.
      **************************************************************
       1600-SEND-EVENTS.
           MOVE AH-BEFORE TO WS-BEFORE-IMAGE.
           MOVE AH-AFTER TO WS-AFTER-IMAGE.
           IF AH-EFF-DATE IS EQUAL TO SPACES THEN
             MOVE AH-RUN-DATE TO WS-EFF-DATE
           ELSE
             MOVE AH-EFF-DATE TO WS-EFF-DATE.
           IF AH-CODE IS EQUAL TO 'A' THEN
             MOVE 'NH' TO WS-EVENT
             PERFORM 1610-SEND-HIRE
           ELSE
             IF AH-CODE IS EQUAL TO 'R' THEN
               MOVE 'RH' TO WS-EVENT
               PERFORM 1610-SEND-HIRE
             ELSE
               IF AH-CODE IS EQUAL TO 'D' THEN
                 PERFORM 1620-SEND-TERMINATION
               ELSE
                 IF AH-CODE IS EQUAL TO 'C' THEN
                   PERFORM 1630-SEND-CHANGES
                 ELSE
                   ADD 1 TO WS-NOT-SENT-CT.
      **************************************************************
      * NEW HIRE OR REHIRE -- NOTHING BEFORE, PAY AFTER.
      **************************************************************
       1610-SEND-HIRE.
           MOVE WS-AFTER-IMAGE TO WS-EVENT-IMAGE.
           MOVE SPACES TO WS-BEFORE-VALUE.
           MOVE WF-RATE-X TO WS-ANN-RATE-X.
           MOVE WF-STATUS TO WS-ANN-STATUS.
           PERFORM 0200-ANNUALIZE.
           MOVE WS-PAY-VALUE TO WS-AFTER-VALUE.
           PERFORM 1650-WRITE-EVENT.
      **************************************************************
      * TERMINATION -- PAY BEFORE, NOTHING AFTER.
      **************************************************************
       1620-SEND-TERMINATION.
           MOVE 'TM' TO WS-EVENT.
           MOVE WS-BEFORE-IMAGE TO WS-EVENT-IMAGE.
           MOVE WB-RATE-X TO WS-ANN-RATE-X.
           MOVE WB-STATUS TO WS-ANN-STATUS.
           PERFORM 0200-ANNUALIZE.
           MOVE WS-PAY-VALUE TO WS-BEFORE-VALUE.
           MOVE SPACES TO WS-AFTER-VALUE.
           PERFORM 1650-WRITE-EVENT.
      **************************************************************
      * CHANGE -- A NAME CHANGE AND A PAY CHANGE ARE SEPARATE
      * EVENTS.  A CHANGE TO ANYTHING ELSE IS NOT SENT.
      **************************************************************
       1630-SEND-CHANGES.
           MOVE WS-AFTER-IMAGE TO WS-EVENT-IMAGE.
           IF WB-LAST IS NOT EQUAL TO WF-LAST OR
              WB-FIRST IS NOT EQUAL TO WF-FIRST THEN
             MOVE 'NC' TO WS-EVENT
             MOVE SPACES TO WS-NAME-VALUE
             MOVE WB-LAST TO NV-LAST
             MOVE WB-FIRST TO NV-FIRST
             MOVE WS-NAME-VALUE TO WS-BEFORE-VALUE
             MOVE WF-LAST TO NV-LAST
             MOVE WF-FIRST TO NV-FIRST
             MOVE WS-NAME-VALUE TO WS-AFTER-VALUE
             MOVE WF-RATE-X TO WS-ANN-RATE-X
             MOVE WF-STATUS TO WS-ANN-STATUS
             PERFORM 0200-ANNUALIZE
             PERFORM 1650-WRITE-EVENT.
           IF WB-RATE-X IS NOT EQUAL TO WF-RATE-X OR
              WB-STATUS IS NOT EQUAL TO WF-STATUS THEN
             MOVE 'PC' TO WS-EVENT
             MOVE WB-RATE-X TO WS-ANN-RATE-X
             MOVE WB-STATUS TO WS-ANN-STATUS
             PERFORM 0200-ANNUALIZE
             MOVE WS-PAY-VALUE TO WS-BEFORE-VALUE
             MOVE WF-RATE-X TO WS-ANN-RATE-X
             MOVE WF-STATUS TO WS-ANN-STATUS
             PERFORM 0200-ANNUALIZE
             MOVE WS-PAY-VALUE TO WS-AFTER-VALUE
             PERFORM 1650-WRITE-EVENT.
           IF WB-LAST IS EQUAL TO WF-LAST AND
              WB-FIRST IS EQUAL TO WF-FIRST AND
              WB-RATE-X IS EQUAL TO WF-RATE-X AND
              WB-STATUS IS EQUAL TO WF-STATUS THEN
             ADD 1 TO WS-NOT-SENT-CT.
      **************************************************************
      * WRITES THE CHANGE RECORD FOR WS-EVENT AND ITS TRANSMITTAL
      * LINE.  WS-ANN-PAY IS THE EVENT'S ANNUALIZED PAY.
      **************************************************************
       1650-WRITE-EVENT.
           MOVE SPACES TO BD-DETAIL-REC.
           MOVE 'D' TO BD-REC-TYPE.
           MOVE WS-EVENT TO BD-EVENT.
           MOVE AH-EID TO BD-EID.
           MOVE WE-SSN TO BD-SSN.
           MOVE WE-LAST TO BD-LAST.
           MOVE WE-FIRST TO BD-FIRST.
           MOVE WS-EFF-DATE TO BD-EFF-DATE.
           MOVE AH-RUN-DATE TO BD-RUN-DATE.
           MOVE WE-TYPE TO BD-EMP-TYPE.
           MOVE WE-DATE TO BD-HIRE-DATE.
           MOVE WS-BEFORE-VALUE TO BD-BEFORE.
           MOVE WS-AFTER-VALUE TO BD-AFTER.
           MOVE WS-ANN-PAY TO BD-ANNUAL-PAY.
           WRITE BD-DETAIL-REC.
           ADD 1 TO WS-DETAIL-CT.
           ADD WS-ANN-PAY TO WS-ANNUAL-TOT.
           IF WS-EVENT IS EQUAL TO 'NH' THEN
             ADD 1 TO WS-NH-CT
             MOVE 'NEW HIRE' TO L-EVENT1.
           IF WS-EVENT IS EQUAL TO 'TM' THEN
             ADD 1 TO WS-TM-CT
             MOVE 'TERMINATION' TO L-EVENT1.
           IF WS-EVENT IS EQUAL TO 'RH' THEN
             ADD 1 TO WS-RH-CT
             MOVE 'REHIRE' TO L-EVENT1.
           IF WS-EVENT IS EQUAL TO 'NC' THEN
             ADD 1 TO WS-NC-CT
             MOVE 'NAME CHANGE' TO L-EVENT1.
           IF WS-EVENT IS EQUAL TO 'PC' THEN
             ADD 1 TO WS-PC-CT
             MOVE 'PAY CHANGE' TO L-EVENT1.
           MOVE AH-EID TO L-EID1.
           MOVE WE-LAST TO L-LAST1.
           MOVE WS-EFF-DATE TO L-EFF-DATE1.
           MOVE WS-BEFORE-VALUE TO WS-NAME-VALUE.
           MOVE WS-BEFORE-VALUE TO WS-PAY-VALUE.
           PERFORM 0300-FORMAT-VALUE.
           MOVE WS-PRINT-VALUE TO L-BEFORE1.
           MOVE WS-AFTER-VALUE TO WS-NAME-VALUE.
           MOVE WS-AFTER-VALUE TO WS-PAY-VALUE.
           PERFORM 0300-FORMAT-VALUE.
           MOVE WS-PRINT-VALUE TO L-AFTER1.
           MOVE WS-ANN-PAY TO L-ANNUAL1.
           WRITE BENT-REC FROM BENT-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * FEED TRAILER -- RECORD COUNTS AND THE CONTROL TOTAL.
      **************************************************************
       1700-WRITE-TRAILER.
           MOVE SPACES TO BT-TRAILER-REC.
           MOVE 'T' TO BT-REC-TYPE.
           MOVE WS-DETAIL-CT TO BT-DETAIL-CT.
           MOVE WS-NH-CT TO BT-NH-CT.
           MOVE WS-TM-CT TO BT-TM-CT.
           MOVE WS-RH-CT TO BT-RH-CT.
           MOVE WS-NC-CT TO BT-NC-CT.
           MOVE WS-PC-CT TO BT-PC-CT.
           MOVE WS-ANNUAL-TOT TO BT-ANNUAL-TOT.
           MOVE WS-NEW-HWM-DATE TO BT-THRU-DATE.
           WRITE BT-TRAILER-REC.
      **************************************************************
      * TRANSMITTAL TOTALS.
      **************************************************************
       1750-PRINT-TOTALS.
           MOVE SPACES TO BENT-REC.
           WRITE BENT-REC
             AFTER ADVANCING 1 LINE.
           MOVE 'NEW HIRES SENT' TO TL-NAME.
           MOVE WS-NH-CT TO TL-COUNT.
           PERFORM 0400-PRINT-TOTAL-LINE.
           MOVE 'TERMINATIONS SENT' TO TL-NAME.
           MOVE WS-TM-CT TO TL-COUNT.
           PERFORM 0400-PRINT-TOTAL-LINE.
           MOVE 'REHIRES SENT' TO TL-NAME.
           MOVE WS-RH-CT TO TL-COUNT.
           PERFORM 0400-PRINT-TOTAL-LINE.
           MOVE 'NAME CHANGES SENT' TO TL-NAME.
           MOVE WS-NC-CT TO TL-COUNT.
           PERFORM 0400-PRINT-TOTAL-LINE.
           MOVE 'PAY CHANGES SENT' TO TL-NAME.
           MOVE WS-PC-CT TO TL-COUNT.
           PERFORM 0400-PRINT-TOTAL-LINE.
           MOVE 'CHANGE RECORDS SENT' TO TL-NAME.
           MOVE WS-DETAIL-CT TO TL-COUNT.
           PERFORM 0400-PRINT-TOTAL-LINE.
           MOVE WS-ANNUAL-TOT TO BA-ANNUAL-TOT.
           WRITE BENT-REC FROM BENT-ANNUAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO BENT-REC.
           WRITE BENT-REC
             AFTER ADVANCING 1 LINE.
           MOVE 'AUDIT RECORDS READ' TO TL-NAME.
           MOVE WS-READ-CT TO TL-COUNT.
           PERFORM 0400-PRINT-TOTAL-LINE.
           MOVE 'ALREADY SENT BY AN EARLIER FEED' TO TL-NAME.
           MOVE WS-SENT-BEFORE-CT TO TL-COUNT.
           PERFORM 0400-PRINT-TOTAL-LINE.
           MOVE 'NOTHING THE VENDORS TAKE' TO TL-NAME.
           MOVE WS-NOT-SENT-CT TO TL-COUNT.
           PERFORM 0400-PRINT-TOTAL-LINE.
           MOVE WS-NEW-HWM-DATE TO BW-HWM-DATE.
           MOVE WS-NEW-HWM-CT TO BW-HWM-CT.
           WRITE BENT-REC FROM BENT-HWM-LINE
             AFTER ADVANCING 2 LINES.
      **************************************************************
      * MOVES THE HIGH-WATER MARK UP ONLY NOW THE FEED FILE IS
      * COMPLETE AND CLOSED.
      **************************************************************
       1800-WRITE-CONTROL.
           OPEN OUTPUT BENCTL-FILE.
           IF WS-CTL-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** BENFEED CANNOT REWRITE BENCTL, STATUS '
               WS-CTL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           MOVE SPACES TO BENCTL-REC.
           MOVE WS-NEW-HWM-DATE TO BC-HWM-DATE.
           MOVE WS-NEW-HWM-CT TO BC-HWM-CT.
           MOVE WS-RUN-DATE TO BC-LAST-RUN.
           MOVE WS-FILE-SEQ TO BC-FILE-SEQ.
           WRITE BENCTL-REC.
           CLOSE BENCTL-FILE.
      **************************************************************
      * LOADS THE PAY FREQUENCY FROM PAYPARM THE SAME WAY PAYREG
      * DOES, AND TURNS IT INTO PAY PERIODS PER YEAR.
      **************************************************************
       0030-LOAD-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS IS EQUAL TO '35' OR
              WS-PARM-STATUS IS EQUAL TO '05' THEN
             MOVE 1 TO PARM-EOF-SW
           ELSE
             PERFORM 0035-NEXT-PARM-REC
               UNTIL PARM-EOF-SW IS EQUAL TO 1.
           CLOSE PARM-FILE.
           IF WS-PAY-FREQ IS EQUAL TO 'W' THEN
             MOVE 52 TO WS-PERIODS-YEAR
           ELSE
             IF WS-PAY-FREQ IS EQUAL TO 'B' THEN
               MOVE 26 TO WS-PERIODS-YEAR
             ELSE
               IF WS-PAY-FREQ IS EQUAL TO 'S' THEN
                 MOVE 24 TO WS-PERIODS-YEAR
               ELSE
                 IF WS-PAY-FREQ IS EQUAL TO 'M' THEN
                   MOVE 12 TO WS-PERIODS-YEAR
                 ELSE
                   DISPLAY '*** BENFEED PAYFRQ PARM NOT W, B, S OR M: '
                     WS-PAY-FREQ
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.

       0035-NEXT-PARM-REC.
           READ PARM-FILE
             AT END MOVE 1 TO PARM-EOF-SW
             NOT AT END
               IF PM-KEYWORD IS EQUAL TO 'PAYFRQ' THEN
                 MOVE PA-PAY-FREQ TO WS-PAY-FREQ
               END-IF
           END-READ.
      **************************************************************
      * ANNUALIZES WS-ANN-RATE FOR STATUS WS-ANN-STATUS INTO
      * WS-ANN-PAY, AND BUILDS THE PAY VALUE FOR THE CHANGE RECORD.
      * A STATUS OTHER THAN H OR S (WHICH PAYREG WILL NOT PAY)
      * ANNUALIZES TO ZERO.
      **************************************************************
       0200-ANNUALIZE.
           MOVE ZERO TO WS-ANN-PAY.
           MOVE SPACES TO WS-PAY-VALUE.
           MOVE WS-ANN-STATUS TO PV-STATUS.
           MOVE ZERO TO PV-RATE.
           IF WS-ANN-RATE IS NUMERIC THEN
             MOVE WS-ANN-RATE TO PV-RATE
             IF WS-ANN-STATUS IS EQUAL TO 'H' THEN
               COMPUTE WS-ANN-PAY = WS-ANN-RATE * WS-ANNUAL-HOURS
             ELSE
               IF WS-ANN-STATUS IS EQUAL TO 'S' THEN
                 COMPUTE WS-ANN-PAY = WS-ANN-RATE * WS-PERIODS-YEAR.
           MOVE WS-ANN-PAY TO PV-ANNUAL.
      **************************************************************
      * FORMATS A BEFORE OR AFTER VALUE FOR PRINTING INTO
      * WS-PRINT-VALUE -- AS A NAME FOR A NAME CHANGE, AS STATUS,
      * RATE AND ANNUAL PAY OTHERWISE, BLANK IF THERE IS NONE.
      **************************************************************
       0300-FORMAT-VALUE.
           MOVE SPACES TO WS-PRINT-VALUE.
           IF WS-NAME-VALUE IS NOT EQUAL TO SPACES THEN
             IF WS-EVENT IS EQUAL TO 'NC' THEN
               MOVE NV-LAST TO PN-LAST
               MOVE NV-FIRST TO PN-FIRST
               MOVE WS-PRINT-NAME TO WS-PRINT-VALUE
             ELSE
               MOVE PV-STATUS TO PP-STATUS
               MOVE PV-RATE TO PP-RATE
               MOVE PV-ANNUAL TO PP-ANNUAL
               MOVE WS-PRINT-PAY TO WS-PRINT-VALUE.

       0400-PRINT-TOTAL-LINE.
           WRITE BENT-REC FROM BENT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE NEXT AUDIT RECORD.
      **************************************************************
       2000-READ-AUDIT.
           READ AUDIT-HIST
             AT END MOVE 1 TO AUDIT-EOF-SW.
