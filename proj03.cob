      * MASTER IS NO LONGER COPIED FORWARD RECORD BY RECORD, SO THE
      * OLD NEWEMPN PROMOTE STEP IS GONE; ONLY TRNPENDN IS PROMOTED
      * (TO TRNPEND) BETWEEN RUNS.
      * THE EMPLOYEE'S HOME COST CENTER (M-CCTR, WHICH LABDIST
      * SPREADS GROSS PAY BY) IS SET ON AN ADD AND CHANGED BY A
      * CHANGE THAT CARRIES ONE.
      * WHEN FINANCE'S POSBUDG POSITION BUDGET IS THERE, THE RUN
      * COUNTS THE MASTER'S HEADCOUNT BY TYPE/TITLE AT STARTUP AND
      * KEEPS IT CURRENT THROUGH THE RUN; AN ADD OR REINSTATE THAT
      * TAKES ITS TYPE/TITLE OVER THE BUDGETED HEADCOUNT, OR INTO ONE
      * WITH NO BUDGET, IS STILL APPLIED BUT GETS A WARNING LINE ON
      * THE TRANSACTION LOG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  DYNAMIC SO THE STARTUP HEADCOUNT CAN BROWSE THE MASTER; THE
      *  TRANSACTIONS THEMSELVES ARE STILL APPLIED BY RANDOM READ.
           SELECT MASTER-FILE ASSIGN TO 'NEWEMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-EID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TRANS-RAW ASSIGN TO 'EMPTRANS'.
      *  PROMOTES TRNPENDN AND RELEASES DOWNSTREAM WORK CHECKS THIS
      *  AND THE CONDITION CODE INSTEAD OF RUNNING REGARDLESS.
           SELECT RUNSTAT-FILE ASSIGN TO 'RUNSTAT'.
      *  POSITION BUDGET BY TYPE/TITLE.  OPTIONAL -- WITHOUT IT NO
      *  HEADCOUNT WARNINGS ARE GIVEN.
           SELECT OPTIONAL POSBUDG-FILE ASSIGN TO 'POSBUDG'
               FILE STATUS IS WS-POSB-STATUS.

       DATA DIVISION.

         03 FILLER       PIC X(2)       VALUE SPACES.
         03 M-RATE       PIC 9(4)V99.
         03 M-STATUS     PIC X(1).
         03 M-CCTR       PIC X(4).
      **************************************************************
      * RAW, UNSORTED TRANSACTION EXTRACT.
      **************************************************************
      *  STAMPED AND BUMPED BY 0130-RELEASE-OR-PEND EACH TIME IT IS
      *  PENDED, SO PNDAGE CAN SAY HOW LONG A RECORD HAS RECYCLED.
         03 TR-CYCLE-CT  PIC 9(2).
      *  HOME COST CENTER -- SPACES ON A CHANGE LEAVES IT ALONE.
         03 TR-CCTR      PIC X(4).
         03 FILLER       PIC X(4)       VALUE SPACES.
       SD TRANS-SORT-WORK.
       01 TS-REC.
         03 TS-EID       PIC X(7).
         03 TS-OVERRIDE  PIC X(1).
         03 TS-EFF-DATE  PIC X(8).
         03 TS-CYCLE-CT  PIC 9(2).
         03 TS-CCTR      PIC X(4).
         03 FILLER       PIC X(4).
      **************************************************************
      * TRANSACTIONS SORTED INTO ASCENDING EMPLOYEE ID ORDER SO THE
      * LOG READS IN EMPLOYEE ORDER AND SAME-EID TRANSACTIONS ARE
         03 T-OVERRIDE   PIC X(1).
         03 T-EFF-DATE   PIC X(8).
         03 T-CYCLE-CT   PIC 9(2).
         03 T-CCTR       PIC X(4).
         03 FILLER       PIC X(4).
      **************************************************************
      * TRANSACTION LOG -- ONE LINE PER TRANSACTION READ, SHOWING
      * WHAT WAS DONE WITH IT OR WHY IT WAS REJECTED.
      * COMPLETE STORY OF THE MASTER ACROSS RUNS; AUDINQ READS IT
      * BACK BY EID OR DATE RANGE.  AN ADD CARRIES SPACES AS ITS
      * BEFORE IMAGE AND A DELETE CARRIES SPACES AS ITS AFTER IMAGE.
      * AH-EFF-DATE (YYYYMMDD) IS THE DATE THE CHANGE TOOK EFFECT --
      * THE TRANSACTION'S EFFECTIVE DATE, OR THE RUN DATE WHEN IT
      * CARRIED NONE.  A BACK-DATED RATE CHANGE SHOWS AS AN
      * EFFECTIVE DATE EARLIER THAN THE RUN DATE, WHICH IS WHAT
      * RETROPAY WORKS THE RETROACTIVE PAY OUT FROM.
      **************************************************************
       FD AUDIT-HIST
           BLOCK CONTAINS 0 RECORDS
         03 AH-EID       PIC X(7).
         03 AH-BEFORE    PIC X(110).
         03 AH-AFTER     PIC X(110).
         03 AH-EFF-DATE  PIC X(8).
      **************************************************************
      * TERMINATED-EMPLOYEE HISTORY -- TERMINATION DATE PLUS THE
      * FULL 110-BYTE MASTER IMAGE AS IT STOOD WHEN DELETED.
         03 RS-EXCPT-CT    PIC 9(5).
         03 RS-BAL-FLAG    PIC X(1).
         03 FILLER         PIC X(12).
      **************************************************************
      * POSITION BUDGET -- SAME 80-BYTE LAYOUT POSVAR READS.  ONE
      * RECORD PER TYPE/TITLE WITH ITS BUDGETED HEADCOUNT; THE RATE
      * AND PAYROLL FIGURES ARE POSVAR'S.
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

       WORKING-STORAGE SECTION.
       01 TRANS-EOF-SW     PIC 9          VALUE 0.
      *  HOLDS THE MASTER IMAGE AS IT STOOD BEFORE A CHANGE WAS
      *  APPLIED, SO THE AUDIT RECORD CAN CARRY BOTH IMAGES.
       01 WS-AUD-BEFORE    PIC X(110)     VALUE SPACES.
       01 WS-AUD-BEFORE-VIEW REDEFINES WS-AUD-BEFORE.
         03 FILLER        PIC X(37).
         03 WB-TYPE       PIC X(2).
         03 WB-TITLE      PIC X(17).
         03 FILLER        PIC X(54).
      **************************************************************
      * POSITION BUDGET HEADCOUNT -- BUDGETED AND CURRENT HEADCOUNT
      * PER TYPE/TITLE.  WS-POSB-ACTIVE-SW IS 1 WHEN POSBUDG WAS
      * THERE TO LOAD.  '00' = OPENED NORMALLY, '05'/'35' = NO FILE.
      **************************************************************
       01 WS-POSB-STATUS   PIC XX         VALUE SPACES.
       01 POSB-EOF-SW      PIC 9          VALUE 0.
       01 WS-POSB-ACTIVE-SW PIC 9         VALUE 0.
       01 WS-BROWSE-EOF-SW PIC 9          VALUE 0.
       01 WS-POSB-BAD-CT   PIC 9999       VALUE ZERO.
       01 WS-POSB-WARN-CT  PIC 9999       VALUE ZERO.
       01 WS-PB-USED       PIC 999        VALUE ZERO.
       01 WS-PB-SUB        PIC 999        VALUE ZERO.
       01 WS-PB-AT         PIC 999        VALUE ZERO.
       01 WS-FIND-TYPE     PIC X(2)       VALUE SPACES.
       01 WS-FIND-TITLE    PIC X(17)      VALUE SPACES.
       01 WS-PB-TABLE.
         03 WS-PB-ENTRY OCCURS 300 TIMES.
           05 WS-PB-TYPE      PIC X(2).
           05 WS-PB-TITLE     PIC X(17).
           05 WS-PB-BUDGET    PIC 9(5).
           05 WS-PB-ACTUAL    PIC 9(5).
      **************************************************************
      * WORKING-STORAGE COPY OF THE MASTER LAYOUT USED TO BUILD A NEW
      * ADD RECORD BEFORE IT IS WRITTEN TO THE KEYED MASTER, SO THE
         03 FILLER        PIC X(2)       VALUE SPACES.
         03 WA-RATE       PIC 9(4)V99.
         03 WA-STATUS     PIC X(1).
         03 WA-CCTR       PIC X(4).
      **************************************************************
      * LAYOUT FOR THE TRANSACTION LOG HEADING AND DETAIL LINES.
      **************************************************************
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 FILLER        PIC X(12)     VALUE 'REINSTATED:'.
         03 LG-SUM-RNS    PIC ZZZ9.
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 FILLER        PIC X(17)     VALUE 'BUDGET WARNINGS:'.
         03 LG-SUM-PBW    PIC ZZZ9.
      **************************************************************
      * LAYOUT FOR THE RATE-CHANGE REVIEW LISTING.
      **************************************************************
                 AUDIT-HIST
                 TERM-HIST
                 RUNSTAT-FILE.
           IF WS-POSB-BAD-CT IS GREATER THAN ZERO THEN
             DISPLAY 'PROJ03 POSBUDG RECORDS NOT USABLE, IGNORED: '
               WS-POSB-BAD-CT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      **************************************************************
           ELSE
             RELEASE TS-REC.
      **************************************************************
      * LOOKS UP WS-FIND-TYPE/WS-FIND-TITLE IN THE POSITION BUDGET.
      * WS-PB-AT COMES BACK ZERO WHEN IT HAS NO BUDGET.
      **************************************************************
       0200-FIND-POSITION.
           MOVE ZERO TO WS-PB-AT.
           PERFORM 0210-CHECK-POSITION
             VARYING WS-PB-SUB FROM 1 BY 1
             UNTIL WS-PB-SUB IS GREATER THAN WS-PB-USED OR
                   WS-PB-AT IS GREATER THAN ZERO.

       0210-CHECK-POSITION.
           IF WS-PB-TYPE (WS-PB-SUB) IS EQUAL TO WS-FIND-TYPE AND
              WS-PB-TITLE (WS-PB-SUB) IS EQUAL TO WS-FIND-TITLE THEN
             MOVE WS-PB-SUB TO WS-PB-AT.
      **************************************************************
      * SORTS THE DUE TRANSACTIONS INTO EID ORDER, THEN OPENS THE
      * KEYED MASTER FOR IN-PLACE UPDATE AND PRIMES THE TRANSACTION
      * STREAM.  THE EID SORT IS KEPT SO THE LOG READS IN EMPLOYEE
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           PERFORM 1050-LOAD-POSITION-BUDGET.
           OPEN INPUT TRANS-FILE
                OUTPUT TRANS-LOG
                OUTPUT HOLD-RPT
             AFTER ADVANCING 1 LINE.
           PERFORM 2100-READ-TRANS.
      **************************************************************
      * LOADS THE BUDGETED HEADCOUNT BY TYPE/TITLE AND COUNTS THE
      * MASTER AGAINST IT.  A POSBUDG RECORD THAT CANNOT BE USED IS
      * COUNTED AND LEFT OUT -- THE BUDGET ONLY WARNS, SO IT IS NOT
      * ALLOWED TO STOP MASTER MAINTENANCE.
      **************************************************************
       1050-LOAD-POSITION-BUDGET.
           OPEN INPUT POSBUDG-FILE.
           IF WS-POSB-STATUS IS EQUAL TO '35' OR
              WS-POSB-STATUS IS EQUAL TO '05' THEN
             MOVE 1 TO POSB-EOF-SW
           ELSE
             MOVE 1 TO WS-POSB-ACTIVE-SW
             PERFORM 1055-NEXT-POSBUDG-REC
               UNTIL POSB-EOF-SW IS EQUAL TO 1.
           CLOSE POSBUDG-FILE.
           IF WS-POSB-ACTIVE-SW IS EQUAL TO 1 THEN
             MOVE LOW-VALUES TO M-EID
             START MASTER-FILE KEY IS NOT LESS THAN M-EID
               INVALID KEY MOVE 1 TO WS-BROWSE-EOF-SW
             END-START
             PERFORM 1065-COUNT-MASTER
               UNTIL WS-BROWSE-EOF-SW IS EQUAL TO 1.

       1055-NEXT-POSBUDG-REC.
           READ POSBUDG-FILE
             AT END MOVE 1 TO POSB-EOF-SW
             NOT AT END PERFORM 1060-LOAD-ONE-POSITION
           END-READ.

       1060-LOAD-ONE-POSITION.
           IF WS-PB-USED IS EQUAL TO 300 OR
              PB-HEADCOUNT IS NOT NUMERIC THEN
             ADD 1 TO WS-POSB-BAD-CT
           ELSE
             ADD 1 TO WS-PB-USED
             MOVE PB-TYPE TO WS-PB-TYPE (WS-PB-USED)
             MOVE PB-TITLE TO WS-PB-TITLE (WS-PB-USED)
             MOVE PB-HEADCOUNT TO WS-PB-BUDGET (WS-PB-USED)
             MOVE ZERO TO WS-PB-ACTUAL (WS-PB-USED).

       1065-COUNT-MASTER.
           READ MASTER-FILE NEXT RECORD
             AT END MOVE 1 TO WS-BROWSE-EOF-SW.
      *  A READ ERROR THAT IS NOT A PLAIN END OF FILE WOULD LEAVE
      *  THE BROWSE READING THE SAME RECORD FOREVER.
           IF WS-BROWSE-EOF-SW IS EQUAL TO 0 AND
              WS-MASTER-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** PROJ03 NEWEMP MASTER READ FAILED, STATUS '
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           IF WS-BROWSE-EOF-SW IS EQUAL TO 0 THEN
             MOVE M-TYPE TO WS-FIND-TYPE
             MOVE M-TITLE TO WS-FIND-TITLE
             PERFORM 0200-FIND-POSITION
             IF WS-PB-AT IS GREATER THAN ZERO THEN
               ADD 1 TO WS-PB-ACTUAL (WS-PB-AT).
      **************************************************************
      * APPLIES ONE TRANSACTION AGAINST THE KEYED MASTER.  A RANDOM
      * READ ON THE TRANSACTION'S EID DECIDES WHETHER THE RECORD IS
      * THERE; ADDS AND REINSTATES MUST NOT FIND ONE, CHANGES AND
           MOVE T-DATE   TO WA-DATE.
           MOVE T-RATE   TO WA-RATE.
           MOVE T-STATUS TO WA-STATUS.
           MOVE T-CCTR   TO WA-CCTR.
           WRITE MASTER-REC FROM WS-ADD-REC.
           PERFORM 2200-CHECK-MASTER-UPDATE.
           ADD 1 TO WS-ADD-CT.
           MOVE 'ADDED' TO LG-ACTION.
           MOVE SPACES TO LG-REASON.
           PERFORM 1600-WRITE-LOG-LINE.
           MOVE WA-TYPE TO WS-FIND-TYPE.
           MOVE WA-TITLE TO WS-FIND-TITLE.
           PERFORM 1220-CHECK-POSITION-BUDGET.
      **************************************************************
      * COUNTS AN EMPLOYEE INTO THE TYPE/TITLE IN WS-FIND-TYPE AND
      * WS-FIND-TITLE AND PUTS A WARNING ON THE LOG WHEN THAT TAKES
      * IT OVER THE BUDGETED HEADCOUNT OR THE TYPE/TITLE HAS NO
      * BUDGET AT ALL.
      **************************************************************
       1220-CHECK-POSITION-BUDGET.
           IF WS-POSB-ACTIVE-SW IS EQUAL TO 1 THEN
             PERFORM 0200-FIND-POSITION
             MOVE SPACES TO LG-REASON
             IF WS-PB-AT IS EQUAL TO ZERO THEN
               MOVE 'TYPE/TITLE NOT IN POS BUDGET' TO LG-REASON
             ELSE
               ADD 1 TO WS-PB-ACTUAL (WS-PB-AT)
               IF WS-PB-ACTUAL (WS-PB-AT) IS GREATER THAN
                  WS-PB-BUDGET (WS-PB-AT) THEN
                 MOVE 'OVER BUDGETED HEADCOUNT' TO LG-REASON
               END-IF
             END-IF
             IF LG-REASON IS NOT EQUAL TO SPACES THEN
               ADD 1 TO WS-POSB-WARN-CT
               MOVE 'WARNING' TO LG-ACTION
               PERFORM 1600-WRITE-LOG-LINE.
      **************************************************************
      * TAKES A DEPARTING EMPLOYEE OUT OF THE HEADCOUNT FOR THE
      * TYPE/TITLE IN WS-FIND-TYPE AND WS-FIND-TITLE.
      **************************************************************
       1230-UNCOUNT-POSITION.
           IF WS-POSB-ACTIVE-SW IS EQUAL TO 1 THEN
             PERFORM 0200-FIND-POSITION
             IF WS-PB-AT IS GREATER THAN ZERO THEN
               IF WS-PB-ACTUAL (WS-PB-AT) IS GREATER THAN ZERO THEN
                 SUBTRACT 1 FROM WS-PB-ACTUAL (WS-PB-AT).
      **************************************************************
      * RATE-CHANGE REASONABLENESS CHECK -- A KEYING SLIP THAT TURNS
      * 0012.50 INTO 1250.00 MUST NOT SAIL STRAIGHT ONTO THE MASTER.
             MOVE T-RATE TO M-RATE.
           IF T-STATUS IS NOT EQUAL TO SPACES THEN
             MOVE T-STATUS TO M-STATUS.
           IF T-CCTR IS NOT EQUAL TO SPACES THEN
             MOVE T-CCTR TO M-CCTR.
           REWRITE MASTER-REC.
           PERFORM 2200-CHECK-MASTER-UPDATE.
           ADD 1 TO WS-CHG-CT.
           MOVE 'CHANGED' TO LG-ACTION.
           MOVE SPACES TO LG-REASON.
           PERFORM 1600-WRITE-LOG-LINE.
           IF WB-TYPE IS NOT EQUAL TO M-TYPE OR
              WB-TITLE IS NOT EQUAL TO M-TITLE THEN
             MOVE WB-TYPE TO WS-FIND-TYPE
             MOVE WB-TITLE TO WS-FIND-TITLE
             PERFORM 1230-UNCOUNT-POSITION
             MOVE M-TYPE TO WS-FIND-TYPE
             MOVE M-TITLE TO WS-FIND-TITLE
             PERFORM 1220-CHECK-POSITION-BUDGET.
      **************************************************************
      * DELETE -- THE MASTER RECORD FOR THIS EID IS REMOVED FROM THE
      * KEYED MASTER IN PLACE.
      **************************************************************
       1400-APPLY-DELETE.
           MOVE MASTER-REC TO WS-AUD-BEFORE.
           MOVE MASTER-REC TO AH-BEFORE.
           MOVE WS-RUN-DATE TO TH-TERM-DATE.
           MOVE MASTER-REC TO TH-MASTER.
           MOVE 'DELETED' TO LG-ACTION.
           MOVE SPACES TO LG-REASON.
           PERFORM 1600-WRITE-LOG-LINE.
           MOVE WB-TYPE TO WS-FIND-TYPE.
           MOVE WB-TITLE TO WS-FIND-TITLE.
           PERFORM 1230-UNCOUNT-POSITION.
      **************************************************************
      * REINSTATE -- PUTS A TERMINATED EMPLOYEE BACK ON THE MASTER
      * FROM THE LATEST IMAGE IN THE TERMINATION HISTORY.  A REHIRE
      * DATE CARRIED ON THE TRANSACTION REPLACES THE OLD M-DATE, AND
      * A COST CENTER CARRIED ON IT REPLACES THE OLD M-CCTR;
      * EVERYTHING ELSE COMES BACK EXACTLY AS THE EMPLOYEE LEFT.
      **************************************************************
       1450-APPLY-REINSTATE.
             IF T-DATE IS NOT EQUAL TO SPACES THEN
               MOVE T-DATE TO WA-DATE
             END-IF
             IF T-CCTR IS NOT EQUAL TO SPACES THEN
               MOVE T-CCTR TO WA-CCTR
             END-IF
             WRITE MASTER-REC FROM WS-ADD-REC
             PERFORM 2200-CHECK-MASTER-UPDATE
             ADD 1 TO WS-RNS-CT
             PERFORM 1700-WRITE-AUDIT
             MOVE 'REINSTATED' TO LG-ACTION
             MOVE SPACES TO LG-REASON
             PERFORM 1600-WRITE-LOG-LINE
             MOVE WA-TYPE TO WS-FIND-TYPE
             MOVE WA-TITLE TO WS-FIND-TITLE
             PERFORM 1220-CHECK-POSITION-BUDGET.
      **************************************************************
      * SCANS THE TERMINATION HISTORY FOR THE TRANSACTION'S EID,
      * KEEPING THE LATEST IMAGE FOUND.  A SITE WITH NO HISTORY FILE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES ONE AUDIT HISTORY RECORD FOR AN APPLIED TRANSACTION.
      * THE CALLER HAS ALREADY SET AH-BEFORE AND AH-AFTER.  A
      * BACK-DATED TRANSACTION CARRIES ITS EFFECTIVE DATE THROUGH.
      **************************************************************
       1700-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO AH-RUN-DATE.
           MOVE T-CODE TO AH-CODE.
           MOVE T-EID TO AH-EID.
           IF T-EFF-DATE IS NUMERIC THEN
             MOVE T-EFF-DATE TO AH-EFF-DATE
           ELSE
             MOVE WS-RUN-DATE TO AH-EFF-DATE.
           WRITE AUDIT-REC.
      **************************************************************
      * WRITES THE END-OF-RUN TRANSACTION COUNTS TO THE LOG.
           MOVE WS-HLD-CT TO LG-SUM-HLD.
           MOVE WS-PND-CT TO LG-SUM-PND.
           MOVE WS-RNS-CT TO LG-SUM-RNS.
           MOVE WS-POSB-WARN-CT TO LG-SUM-PBW.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC
             AFTER ADVANCING 2 LINES.
