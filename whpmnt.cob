       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHPMNT.
       AUTHOR. Addyson Sisemore
      * TAX WITHHOLDING PROFILE MAINTENANCE.
      * TAKES ADD/CHANGE/DELETE TRANSACTIONS KEYED ON EMPLOYEE ID
      * AND APPLIES THEM IN PLACE AGAINST THE KEYED WHPROF FILE
      * PAYREG WITHHOLDS INCOME TAX FROM -- FILING STATUS, NUMBER OF
      * ALLOWANCES, WORK STATE, AND ANY ADDITIONAL FLAT FEDERAL AND
      * STATE AMOUNT THE EMPLOYEE ASKED FOR.  THE SAME WAY BANKMNT
      * TREATS THE BANK FILE, EVERY APPLIED TRANSACTION WRITES A
      * BEFORE/AFTER IMAGE PAIR TO THE WHPAUD HISTORY AND A LINE TO
      * THE LOG.  AN ADD MUST NAME AN EMPLOYEE ON THE NEWEMP MASTER.
      * AN EMPLOYEE WITH NO PROFILE IS WITHHELD AS SINGLE, ZERO
      * ALLOWANCES AND NO STATE.
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
      *  WITHHOLDING PROFILES KEYED BY EMPLOYEE ID, MAINTAINED IN
      *  PLACE.  OPTIONAL SO THE FIRST RUN AT A SITE CREATES THE FILE.
           SELECT OPTIONAL WHPROF-FILE ASSIGN TO 'WHPROF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WP-EID
               FILE STATUS IS WS-WHP-STATUS.
           SELECT WHP-TRANS-RAW ASSIGN TO 'WHPTRN'.
           SELECT WHP-SORT-WORK ASSIGN TO 'WHPWK01'.
           SELECT WHP-TRANS ASSIGN TO 'WHPTRS'.
           SELECT WHP-LOG ASSIGN TO 'UR-S-WLOG'.
      *  OPTIONAL SO THE FIRST RUN AT A SITE CREATES THE HISTORY FILE
      *  INSTEAD OF FAILING THE EXTEND OPEN ON A FILE NOT YET THERE.
           SELECT OPTIONAL WHP-AUDIT ASSIGN TO 'WHPAUD'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * MASTER LAYOUT -- SAME 110-BYTE LAYOUT AS PROJ02/PROJ03.
      * READ ONLY TO PROVE AN ADD NAMES A REAL EMPLOYEE.
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
      * WITHHOLDING PROFILE -- 60 BYTES, ONE PER EMPLOYEE.
      * WP-FILING 'S' = SINGLE, 'M' = MARRIED, 'H' = HEAD OF
      * HOUSEHOLD.  WP-STATE IS THE TWO-LETTER WORK STATE, SPACES
      * WHEN THE EMPLOYEE OWES NO STATE INCOME TAX.  THE ADDITIONAL
      * AMOUNTS ARE TAKEN FLAT EVERY PERIOD ON TOP OF THE TABLE TAX.
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
      **************************************************************
      * RAW, UNSORTED PROFILE TRANSACTIONS -- 80 BYTES.  WT-CODE
      * 'A' = ADD, 'C' = CHANGE, 'D' = DELETE.  ON A CHANGE A BLANK
      * FIELD LEAVES THE FILE VALUE ALONE; WT-STATE-DROP 'Y' CLEARS
      * THE STATE SO THE EMPLOYEE IS NO LONGER WITHHELD STATE TAX.
      **************************************************************
       FD WHP-TRANS-RAW
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 WHP-TRANS-RAW-REC PIC X(80).
       SD WHP-SORT-WORK.
       01 WX-REC.
         03 WX-EID         PIC X(7).
         03 FILLER         PIC X(73).
      **************************************************************
      * TRANSACTIONS SORTED INTO ASCENDING EMPLOYEE ID ORDER SO THE
      * LOG READS IN EMPLOYEE ORDER, THE SAME AS BANKMNT'S.
      **************************************************************
       FD WHP-TRANS
           LABEL RECORDS ARE STANDARD.
       01 WHP-TRANS-REC.
         03 WT-EID         PIC X(7).
         03 WT-CODE        PIC X(1).
         03 WT-FILING      PIC X(1).
         03 WT-ALLOW       PIC 9(2).
         03 WT-ALLOW-X REDEFINES WT-ALLOW
                           PIC X(2).
         03 WT-STATE       PIC X(2).
         03 WT-ADDL-FIT    PIC 9(5)V99.
         03 WT-ADDL-FIT-X REDEFINES WT-ADDL-FIT
                           PIC X(7).
         03 WT-ADDL-SIT    PIC 9(5)V99.
         03 WT-ADDL-SIT-X REDEFINES WT-ADDL-SIT
                           PIC X(7).
         03 WT-STATE-DROP  PIC X(1).
         03 FILLER         PIC X(52).
       FD WHP-LOG
           LABEL RECORDS ARE OMITTED.
       01 WLOG-REC       PIC X(90).
      **************************************************************
      * PROFILE AUDIT HISTORY -- RUN DATE, CODE, EID AND THE FULL
      * 60-BYTE PROFILE BEFORE AND AFTER, LAID OUT THE SAME WAY
      * BANKAUD CARRIES BANK IMAGES.  AN ADD CARRIES SPACES AS ITS
      * BEFORE IMAGE AND A DELETE CARRIES SPACES AS ITS AFTER.
      **************************************************************
       FD WHP-AUDIT
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 WHP-AUDIT-REC.
         03 WA-RUN-DATE  PIC X(8).
         03 WA-CODE      PIC X(1).
         03 WA-EID       PIC X(7).
         03 WA-BEFORE    PIC X(60).
         03 WA-AFTER     PIC X(60).

       WORKING-STORAGE SECTION.
       01 TRANS-EOF-SW     PIC 9          VALUE 0.
       01 WS-MASTER-STATUS PIC XX         VALUE SPACES.
       01 WS-MASTER-FOUND-SW PIC 9        VALUE 0.
      *  STATUS OF THE KEYED PROFILE FILE AND WHETHER THE RANDOM READ
      *  FOR THE CURRENT TRANSACTION'S EID FOUND A RECORD.
       01 WS-WHP-STATUS    PIC XX         VALUE SPACES.
       01 WS-WHP-FOUND-SW  PIC 9          VALUE 0.
       01 WS-ADD-CT        PIC 9999       VALUE ZERO.
       01 WS-CHG-CT        PIC 9999       VALUE ZERO.
       01 WS-DEL-CT        PIC 9999       VALUE ZERO.
       01 WS-REJ-CT        PIC 9999       VALUE ZERO.
       01 WS-RUN-RC        PIC 999        VALUE ZERO.
      *  RUN DATE STAMPED ON EVERY AUDIT RECORD AND CHANGED RECORD.
       01 WS-RUN-DATE      PIC X(8)       VALUE SPACES.
      *  HOLDS THE PROFILE AS IT STOOD BEFORE A CHANGE WAS APPLIED,
      *  SO THE AUDIT RECORD CAN CARRY BOTH IMAGES.
       01 WS-AUD-BEFORE    PIC X(60)      VALUE SPACES.
      *  REASON THE TRANSACTION EDIT FAILED -- SPACES WHEN IT PASSED.
       01 WS-EDIT-REASON   PIC X(30)      VALUE SPACES.
      **************************************************************
      * WORKING-STORAGE COPY OF THE PROFILE LAYOUT USED TO BUILD AN
      * ADD OR A CHANGED RECORD AND EDIT IT BEFORE IT IS WRITTEN, SO
      * A BAD TRANSACTION NEVER TOUCHES THE FILE.
      **************************************************************
       01 WS-NEW-WHP.
         03 WW-EID         PIC X(7).
         03 WW-FILING      PIC X(1).
         03 WW-ALLOW       PIC 9(2).
         03 WW-STATE       PIC X(2).
         03 WW-STATE-CHARS REDEFINES WW-STATE.
           05 WW-STATE-1   PIC X(1).
           05 WW-STATE-2   PIC X(1).
         03 WW-ADDL-FIT    PIC 9(5)V99.
         03 WW-ADDL-SIT    PIC 9(5)V99.
         03 WW-CHG-DATE    PIC X(8).
         03 FILLER         PIC X(26)      VALUE SPACES.
      **************************************************************
      * LAYOUT FOR THE TRANSACTION LOG HEADING AND DETAIL LINES.
      **************************************************************
       01 WLOG-HEADING1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(40)     VALUE
           'TAX WITHHOLDING PROFILE TRANS LOG'.
       01 WLOG-HEADING2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(6)      VALUE 'EMP ID'.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(4)      VALUE 'CODE'.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(6)      VALUE 'ACTION'.
         03 FILLER        PIC X(6)      VALUE SPACES.
         03 FILLER        PIC X(30)     VALUE 'REASON'.
         03 FILLER        PIC X(13)     VALUE 'FS ALW ST'.
       01 WLOG-LINE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 LG-EID        PIC X(7).
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 LG-CODE       PIC X(1).
         03 FILLER        PIC X(5)      VALUE SPACES.
         03 LG-ACTION     PIC X(10).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 LG-REASON     PIC X(30).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 LG-FILING     PIC X(1).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 LG-ALLOW      PIC Z9.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 LG-STATE      PIC X(2).
      **************************************************************
      * LAYOUT FOR THE END-OF-RUN TRANSACTION COUNT SUMMARY LINE.
      **************************************************************
       01 WLOG-SUMMARY.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(8)      VALUE 'ADDED:'.
         03 LG-SUM-ADD    PIC ZZZ9.
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 FILLER        PIC X(9)      VALUE 'CHANGED:'.
         03 LG-SUM-CHG    PIC ZZZ9.
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 FILLER        PIC X(9)      VALUE 'DELETED:'.
         03 LG-SUM-DEL    PIC ZZZ9.
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 FILLER        PIC X(10)     VALUE 'REJECTED:'.
         03 LG-SUM-REJ    PIC ZZZ9.

      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-APPLY-TRANS
             UNTIL TRANS-EOF-SW IS EQUAL TO 1.
           PERFORM 1900-WRITE-SUMMARY.
           CLOSE MASTER-FILE
                 WHPROF-FILE
                 WHP-TRANS
                 WHP-LOG
                 WHP-AUDIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      **************************************************************
      * SORTS THE TRANSACTIONS INTO EID ORDER, OPENS THE MASTER FOR
      * LOOKUP AND THE PROFILE FILE FOR IN-PLACE UPDATE, AND PRIMES
      * THE TRANSACTION STREAM.
      **************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           SORT WHP-SORT-WORK
             ON ASCENDING KEY WX-EID
             USING WHP-TRANS-RAW
             GIVING WHP-TRANS.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** WHPMNT CANNOT OPEN NEWEMP MASTER, STATUS '
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           OPEN I-O WHPROF-FILE.
           IF WS-WHP-STATUS IS NOT EQUAL TO '00' AND
              WS-WHP-STATUS IS NOT EQUAL TO '05' THEN
             DISPLAY '*** WHPMNT CANNOT OPEN WHPROF FILE, STATUS '
               WS-WHP-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           OPEN INPUT WHP-TRANS
                OUTPUT WHP-LOG
                EXTEND WHP-AUDIT.
           WRITE WLOG-REC FROM WLOG-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WLOG-REC.
           WRITE WLOG-REC.
           WRITE WLOG-REC FROM WLOG-HEADING2
             AFTER ADVANCING 1 LINE.
           PERFORM 2100-READ-TRANS.
      **************************************************************
      * APPLIES ONE TRANSACTION AGAINST THE KEYED PROFILE FILE.  ADDS
      * MUST NOT FIND A RECORD, CHANGES AND DELETES MUST.
      **************************************************************
       1100-APPLY-TRANS.
           PERFORM 2000-READ-WHPROF-RANDOM.
           IF WT-CODE IS EQUAL TO 'A' THEN
             IF WS-WHP-FOUND-SW IS EQUAL TO 1 THEN
               MOVE 'PROFILE ALREADY ON FILE' TO LG-REASON
               PERFORM 1500-LOG-REJECT
             ELSE
               PERFORM 1200-APPLY-ADD
             END-IF
           ELSE
             IF WS-WHP-FOUND-SW IS EQUAL TO 0 THEN
               MOVE 'NO PROFILE ON FILE' TO LG-REASON
               PERFORM 1500-LOG-REJECT
             ELSE
               IF WT-CODE IS EQUAL TO 'C' THEN
                 PERFORM 1300-APPLY-CHANGE
               ELSE
                 IF WT-CODE IS EQUAL TO 'D' THEN
                   PERFORM 1400-APPLY-DELETE
                 ELSE
                   MOVE 'INVALID TRANS CODE' TO LG-REASON
                   PERFORM 1500-LOG-REJECT.
           PERFORM 2100-READ-TRANS.
      **************************************************************
      * ADD -- THE EMPLOYEE MUST BE ON THE MASTER AND THE PROFILE
      * MUST PASS THE EDIT.  A BLANK FILING STATUS DEFAULTS TO
      * SINGLE, AND BLANK ALLOWANCES OR AMOUNTS DEFAULT TO ZERO.
      **************************************************************
       1200-APPLY-ADD.
           PERFORM 2050-READ-MASTER-RANDOM.
           IF WS-MASTER-FOUND-SW IS EQUAL TO 0 THEN
             MOVE 'EID NOT ON MASTER' TO LG-REASON
             PERFORM 1500-LOG-REJECT
           ELSE
             PERFORM 1750-EDIT-NUMERICS
             IF WS-EDIT-REASON IS NOT EQUAL TO SPACES THEN
               MOVE WS-EDIT-REASON TO LG-REASON
               PERFORM 1500-LOG-REJECT
             ELSE
               MOVE WT-EID TO WW-EID
               IF WT-FILING IS EQUAL TO SPACES THEN
                 MOVE 'S' TO WW-FILING
               ELSE
                 MOVE WT-FILING TO WW-FILING
               END-IF
               IF WT-ALLOW-X IS EQUAL TO SPACES THEN
                 MOVE ZERO TO WW-ALLOW
               ELSE
                 MOVE WT-ALLOW TO WW-ALLOW
               END-IF
               MOVE WT-STATE TO WW-STATE
               IF WT-ADDL-FIT-X IS EQUAL TO SPACES THEN
                 MOVE ZERO TO WW-ADDL-FIT
               ELSE
                 MOVE WT-ADDL-FIT TO WW-ADDL-FIT
               END-IF
               IF WT-ADDL-SIT-X IS EQUAL TO SPACES THEN
                 MOVE ZERO TO WW-ADDL-SIT
               ELSE
                 MOVE WT-ADDL-SIT TO WW-ADDL-SIT
               END-IF
               MOVE WS-RUN-DATE TO WW-CHG-DATE
               PERFORM 1800-EDIT-PROFILE
               IF WS-EDIT-REASON IS NOT EQUAL TO SPACES THEN
                 MOVE WS-EDIT-REASON TO LG-REASON
                 PERFORM 1500-LOG-REJECT
               ELSE
                 WRITE WHPROF-REC FROM WS-NEW-WHP
                 PERFORM 2200-CHECK-WHPROF-UPDATE
                 ADD 1 TO WS-ADD-CT
                 MOVE SPACES TO WA-BEFORE
                 MOVE WS-NEW-WHP TO WA-AFTER
                 PERFORM 1700-WRITE-AUDIT
                 MOVE 'ADDED' TO LG-ACTION
                 MOVE SPACES TO LG-REASON
                 PERFORM 1600-WRITE-LOG-LINE.
      **************************************************************
      * CHANGE -- BUILDS THE CHANGED RECORD FROM THE FILE RECORD AND
      * THE NON-BLANK TRANSACTION FIELDS, EDITS IT, AND REWRITES IT.
      * A ZERO KEYED IN AN AMOUNT OR ALLOWANCE FIELD DOES CHANGE IT,
      * SO AN ADDITIONAL WITHHOLDING CAN BE STOPPED.
      **************************************************************
       1300-APPLY-CHANGE.
           PERFORM 1750-EDIT-NUMERICS.
           IF WS-EDIT-REASON IS NOT EQUAL TO SPACES THEN
             MOVE WS-EDIT-REASON TO LG-REASON
             PERFORM 1500-LOG-REJECT
           ELSE
             MOVE WHPROF-REC TO WS-AUD-BEFORE
             MOVE WHPROF-REC TO WS-NEW-WHP
             IF WT-FILING IS NOT EQUAL TO SPACES THEN
               MOVE WT-FILING TO WW-FILING
             END-IF
             IF WT-ALLOW-X IS NOT EQUAL TO SPACES THEN
               MOVE WT-ALLOW TO WW-ALLOW
             END-IF
             IF WT-STATE-DROP IS EQUAL TO 'Y' THEN
               MOVE SPACES TO WW-STATE
             ELSE
               IF WT-STATE IS NOT EQUAL TO SPACES THEN
                 MOVE WT-STATE TO WW-STATE
               END-IF
             END-IF
             IF WT-ADDL-FIT-X IS NOT EQUAL TO SPACES THEN
               MOVE WT-ADDL-FIT TO WW-ADDL-FIT
             END-IF
             IF WT-ADDL-SIT-X IS NOT EQUAL TO SPACES THEN
               MOVE WT-ADDL-SIT TO WW-ADDL-SIT
             END-IF
             MOVE WS-RUN-DATE TO WW-CHG-DATE
             PERFORM 1800-EDIT-PROFILE
             IF WS-EDIT-REASON IS NOT EQUAL TO SPACES THEN
               MOVE WS-EDIT-REASON TO LG-REASON
               PERFORM 1500-LOG-REJECT
             ELSE
               MOVE WS-NEW-WHP TO WHPROF-REC
               REWRITE WHPROF-REC
               PERFORM 2200-CHECK-WHPROF-UPDATE
               ADD 1 TO WS-CHG-CT
               MOVE WS-AUD-BEFORE TO WA-BEFORE
               MOVE WHPROF-REC TO WA-AFTER
               PERFORM 1700-WRITE-AUDIT
               MOVE 'CHANGED' TO LG-ACTION
               MOVE SPACES TO LG-REASON
               PERFORM 1600-WRITE-LOG-LINE.
      **************************************************************
      * DELETE -- THE EMPLOYEE GOES BACK TO SINGLE, ZERO ALLOWANCES
      * AND NO STATE TAX.
      **************************************************************
       1400-APPLY-DELETE.
           MOVE WHPROF-REC TO WA-BEFORE.
           MOVE WHPROF-REC TO WS-NEW-WHP.
           DELETE WHPROF-FILE RECORD.
           PERFORM 2200-CHECK-WHPROF-UPDATE.
           ADD 1 TO WS-DEL-CT.
           MOVE SPACES TO WA-AFTER.
           PERFORM 1700-WRITE-AUDIT.
           MOVE 'DELETED' TO LG-ACTION.
           MOVE SPACES TO LG-REASON.
           PERFORM 1600-WRITE-LOG-LINE.
      **************************************************************
      * REJECT -- THE CALLER HAS ALREADY SET THE REASON.
      **************************************************************
       1500-LOG-REJECT.
           ADD 1 TO WS-REJ-CT.
           MOVE 'REJECTED' TO LG-ACTION.
           MOVE SPACES TO LG-FILING.
           MOVE ZERO TO LG-ALLOW.
           MOVE SPACES TO LG-STATE.
           MOVE WT-EID TO LG-EID.
           MOVE WT-CODE TO LG-CODE.
           WRITE WLOG-REC FROM WLOG-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES ONE LINE TO THE TRANSACTION LOG FOR AN APPLIED
      * TRANSACTION, SHOWING THE PROFILE AS IT NOW STANDS (AS IT
      * STOOD, FOR A DELETE).
      **************************************************************
       1600-WRITE-LOG-LINE.
           MOVE WT-EID TO LG-EID.
           MOVE WT-CODE TO LG-CODE.
           MOVE WW-FILING TO LG-FILING.
           MOVE WW-ALLOW TO LG-ALLOW.
           MOVE WW-STATE TO LG-STATE.
           WRITE WLOG-REC FROM WLOG-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES ONE AUDIT HISTORY RECORD FOR AN APPLIED TRANSACTION.
      * THE CALLER HAS ALREADY SET WA-BEFORE AND WA-AFTER.
      **************************************************************
       1700-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO WA-RUN-DATE.
           MOVE WT-CODE TO WA-CODE.
           MOVE WT-EID TO WA-EID.
           WRITE WHP-AUDIT-REC.
      **************************************************************
      * A NON-BLANK ALLOWANCE OR AMOUNT FIELD MUST BE NUMERIC BEFORE
      * IT CAN BE MOVED INTO THE RECORD.
      **************************************************************
       1750-EDIT-NUMERICS.
           MOVE SPACES TO WS-EDIT-REASON.
           IF WT-ALLOW-X IS NOT EQUAL TO SPACES AND
              WT-ALLOW IS NOT NUMERIC THEN
             MOVE 'ALLOWANCES NOT NUMERIC' TO WS-EDIT-REASON
           ELSE
             IF WT-ADDL-FIT-X IS NOT EQUAL TO SPACES AND
                WT-ADDL-FIT IS NOT NUMERIC THEN
               MOVE 'ADDITIONAL FIT NOT NUMERIC' TO WS-EDIT-REASON
             ELSE
               IF WT-ADDL-SIT-X IS NOT EQUAL TO SPACES AND
                  WT-ADDL-SIT IS NOT NUMERIC THEN
                 MOVE 'ADDITIONAL SIT NOT NUMERIC' TO WS-EDIT-REASON.
      **************************************************************
      * EDITS THE RECORD BUILT IN WS-NEW-WHP.  THE STATE IS EITHER
      * BLANK OR TWO LETTERS, AND ADDITIONAL STATE WITHHOLDING MAKES
      * NO SENSE WITHOUT A STATE.
      **************************************************************
       1800-EDIT-PROFILE.
           MOVE SPACES TO WS-EDIT-REASON.
           IF WW-FILING IS NOT EQUAL TO 'S' AND
              WW-FILING IS NOT EQUAL TO 'M' AND
              WW-FILING IS NOT EQUAL TO 'H' THEN
             MOVE 'FILING STATUS NOT S, M OR H' TO WS-EDIT-REASON
           ELSE
             IF WW-STATE IS NOT EQUAL TO SPACES AND
                (WW-STATE-1 IS NOT ALPHABETIC-UPPER OR
                 WW-STATE-2 IS NOT ALPHABETIC-UPPER OR
                 WW-STATE-1 IS EQUAL TO SPACE OR
                 WW-STATE-2 IS EQUAL TO SPACE) THEN
               MOVE 'STATE NOT TWO LETTERS' TO WS-EDIT-REASON
             ELSE
               IF WW-STATE IS EQUAL TO SPACES AND
                  WW-ADDL-SIT IS GREATER THAN ZERO THEN
                 MOVE 'ADDITIONAL SIT WITH NO STATE'
                   TO WS-EDIT-REASON.
      **************************************************************
      * WRITES THE END-OF-RUN TRANSACTION COUNTS AND SETTLES THE
      * RETURN CODE -- 4 WHEN ANY TRANSACTION WAS REJECTED.
      **************************************************************
       1900-WRITE-SUMMARY.
           IF WS-REJ-CT IS GREATER THAN ZERO THEN
             MOVE 4 TO WS-RUN-RC.
           MOVE WS-ADD-CT TO LG-SUM-ADD.
           MOVE WS-CHG-CT TO LG-SUM-CHG.
           MOVE WS-DEL-CT TO LG-SUM-DEL.
           MOVE WS-REJ-CT TO LG-SUM-REJ.
           MOVE SPACES TO WLOG-REC.
           WRITE WLOG-REC
             AFTER ADVANCING 2 LINES.
           WRITE WLOG-REC FROM WLOG-SUMMARY
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * RANDOM READ OF THE PROFILE FILE FOR THE CURRENT TRANSACTION.
      * A READ ERROR THAT IS NOT A PLAIN NOT-FOUND STOPS THE RUN
      * RATHER THAN APPLY AGAINST A STALE RECORD.
      **************************************************************
       2000-READ-WHPROF-RANDOM.
           MOVE WT-EID TO WP-EID.
           READ WHPROF-FILE
             INVALID KEY MOVE 0 TO WS-WHP-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-WHP-FOUND-SW.
           IF WS-WHP-STATUS IS NOT EQUAL TO '00' AND
              WS-WHP-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** WHPMNT WHPROF READ FAILED, STATUS '
               WS-WHP-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * RANDOM READ OF THE MASTER FOR AN ADD'S EMPLOYEE ID.
      **************************************************************
       2050-READ-MASTER-RANDOM.
           MOVE WT-EID TO M-EID.
           READ MASTER-FILE
             INVALID KEY MOVE 0 TO WS-MASTER-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-MASTER-FOUND-SW.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' AND
              WS-MASTER-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** WHPMNT NEWEMP MASTER READ FAILED, STATUS '
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * A FAILED WRITE, REWRITE OR DELETE AGAINST THE PROFILE FILE
      * MUST STOP THE RUN BEFORE THE TRANSACTION IS COUNTED, LOGGED
      * OR AUDITED, THE SAME WAY BANKMNT GUARDS THE BANK FILE.
      **************************************************************
       2200-CHECK-WHPROF-UPDATE.
           IF WS-WHP-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** WHPMNT WHPROF UPDATE FAILED, STATUS '
               WS-WHP-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * READS THE SORTED TRANSACTION FILE.
      **************************************************************
       2100-READ-TRANS.
           MOVE SPACES TO LG-REASON.
           READ WHP-TRANS
             AT END MOVE 1 TO TRANS-EOF-SW.
