       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMNT.
       AUTHOR. Addyson Sisemore
      * DIRECT-DEPOSIT BANK ACCOUNT MAINTENANCE.
      * TAKES ADD/CHANGE/DELETE TRANSACTIONS KEYED ON EMPLOYEE ID
      * AND APPLIES THEM IN PLACE AGAINST THE KEYED BANKACCT FILE
      * PAYREG PAYS DIRECT DEPOSIT FROM -- ROUTING NUMBER, ACCOUNT
      * NUMBER, CHECKING OR SAVINGS, AND AN OPTIONAL FIXED-AMOUNT
      * SPLIT TO A SECOND ACCOUNT.  THE SAME WAY PROJ03 TREATS THE
      * MASTER, EVERY APPLIED TRANSACTION WRITES A BEFORE/AFTER
      * IMAGE PAIR TO THE BANKAUD HISTORY AND A LINE TO THE LOG.
      * AN ADD, OR A CHANGE THAT TOUCHES A ROUTING NUMBER, ACCOUNT
      * NUMBER OR ACCOUNT TYPE, MARKS THE RECORD PRENOTE-DUE SO
      * PAYREG SENDS ZERO-DOLLAR PRENOTES FOR ONE PERIOD (AND PAYS
      * THAT PERIOD BY CHECK) BEFORE ANY LIVE MONEY MOVES.
      * A ROUTING NUMBER MUST BE NINE DIGITS THAT PASS THE ABA CHECK
      * DIGIT, AND AN ADD MUST NAME AN EMPLOYEE ON THE NEWEMP MASTER.
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
      *  BANK ACCOUNTS KEYED BY EMPLOYEE ID, MAINTAINED IN PLACE.
      *  OPTIONAL SO THE FIRST RUN AT A SITE CREATES THE FILE.
           SELECT OPTIONAL BANK-FILE ASSIGN TO 'BANKACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-EID
               FILE STATUS IS WS-BANK-STATUS.
           SELECT BANK-TRANS-RAW ASSIGN TO 'BANKTRN'.
           SELECT BANK-SORT-WORK ASSIGN TO 'BNKWK01'.
           SELECT BANK-TRANS ASSIGN TO 'BANKTRS'.
           SELECT BANK-LOG ASSIGN TO 'UR-S-BLOG'.
      *  OPTIONAL SO THE FIRST RUN AT A SITE CREATES THE HISTORY FILE
      *  INSTEAD OF FAILING THE EXTEND OPEN ON A FILE NOT YET THERE.
           SELECT OPTIONAL BANK-AUDIT ASSIGN TO 'BANKAUD'.

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
      * BANK ACCOUNT RECORD -- 90 BYTES, ONE PER EMPLOYEE PAID BY
      * DIRECT DEPOSIT.  BK-ACCT-TYPE 'C' = CHECKING, 'S' = SAVINGS.
      * A NONZERO BK-SPLIT-AMT SENDS THAT FIXED AMOUNT OF EACH NET
      * PAY TO THE SECOND ACCOUNT AND THE REST TO THE FIRST.
      * BK-PRENOTE 'P' = PRENOTE DUE NEXT PAYROLL.  PAYREG SETS IT TO
      * 'S' (SENT) WITH THE PERIOD IN BK-PRENOTE-PER WHEN THE
      * PRENOTE GOES OUT, AND CLEARS IT THE FIRST PERIOD AFTER THAT.
      **************************************************************
       FD BANK-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BANK-REC.
         03 BK-EID         PIC X(7).
         03 BK-ROUTING     PIC X(9).
         03 BK-ACCOUNT     PIC X(17).
         03 BK-ACCT-TYPE   PIC X(1).
         03 BK-SPLIT-AMT   PIC 9(5)V99.
         03 BK-ROUTING2    PIC X(9).
         03 BK-ACCOUNT2    PIC X(17).
         03 BK-ACCT-TYPE2  PIC X(1).
         03 BK-PRENOTE     PIC X(1).
         03 BK-PRENOTE-PER PIC X(4).
         03 BK-CHG-DATE    PIC X(8).
         03 FILLER         PIC X(9).
      **************************************************************
      * RAW, UNSORTED BANK TRANSACTIONS -- 80 BYTES.  BT-CODE 'A' =
      * ADD, 'C' = CHANGE, 'D' = DELETE.  ON A CHANGE A BLANK FIELD
      * (OR A ZERO/BLANK SPLIT AMOUNT) LEAVES THE FILE VALUE ALONE,
      * AND BT-SPLIT-DROP 'Y' REMOVES THE SECOND ACCOUNT.
      **************************************************************
       FD BANK-TRANS-RAW
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BANK-TRANS-RAW-REC PIC X(80).
       SD BANK-SORT-WORK.
       01 BS-REC.
         03 BS-EID         PIC X(7).
         03 FILLER         PIC X(73).
      **************************************************************
      * TRANSACTIONS SORTED INTO ASCENDING EMPLOYEE ID ORDER SO THE
      * LOG READS IN EMPLOYEE ORDER, THE SAME AS PROJ03'S.
      **************************************************************
       FD BANK-TRANS
           LABEL RECORDS ARE STANDARD.
       01 BANK-TRANS-REC.
         03 BT-EID         PIC X(7).
         03 BT-CODE        PIC X(1).
         03 BT-ROUTING     PIC X(9).
         03 BT-ACCOUNT     PIC X(17).
         03 BT-ACCT-TYPE   PIC X(1).
         03 BT-SPLIT-AMT   PIC 9(5)V99.
         03 BT-SPLIT-AMT-X REDEFINES BT-SPLIT-AMT
                           PIC X(7).
         03 BT-ROUTING2    PIC X(9).
         03 BT-ACCOUNT2    PIC X(17).
         03 BT-ACCT-TYPE2  PIC X(1).
         03 BT-SPLIT-DROP  PIC X(1).
         03 FILLER         PIC X(10).
       FD BANK-LOG
           LABEL RECORDS ARE OMITTED.
       01 BLOG-REC       PIC X(90).
      **************************************************************
      * BANK ACCOUNT AUDIT HISTORY -- RUN DATE, CODE, EID AND THE
      * FULL 90-BYTE BANK RECORD BEFORE AND AFTER, LAID OUT THE SAME
      * WAY AUDHIST CARRIES MASTER IMAGES.  AN ADD CARRIES SPACES AS
      * ITS BEFORE IMAGE AND A DELETE CARRIES SPACES AS ITS AFTER.
      **************************************************************
       FD BANK-AUDIT
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BANK-AUDIT-REC.
         03 BA-RUN-DATE  PIC X(8).
         03 BA-CODE      PIC X(1).
         03 BA-EID       PIC X(7).
         03 BA-BEFORE    PIC X(90).
         03 BA-AFTER     PIC X(90).

       WORKING-STORAGE SECTION.
       01 TRANS-EOF-SW     PIC 9          VALUE 0.
       01 WS-MASTER-STATUS PIC XX         VALUE SPACES.
       01 WS-MASTER-FOUND-SW PIC 9        VALUE 0.
      *  STATUS OF THE KEYED BANK FILE AND WHETHER THE RANDOM READ
      *  FOR THE CURRENT TRANSACTION'S EID FOUND A RECORD.
       01 WS-BANK-STATUS   PIC XX         VALUE SPACES.
       01 WS-BANK-FOUND-SW PIC 9          VALUE 0.
       01 WS-ADD-CT        PIC 9999       VALUE ZERO.
       01 WS-CHG-CT        PIC 9999       VALUE ZERO.
       01 WS-DEL-CT        PIC 9999       VALUE ZERO.
       01 WS-REJ-CT        PIC 9999       VALUE ZERO.
       01 WS-PRENOTE-CT    PIC 9999       VALUE ZERO.
       01 WS-RUN-RC        PIC 999        VALUE ZERO.
      *  RUN DATE STAMPED ON EVERY AUDIT RECORD AND CHANGED RECORD.
       01 WS-RUN-DATE      PIC X(8)       VALUE SPACES.
      *  HOLDS THE BANK RECORD AS IT STOOD BEFORE A CHANGE WAS
      *  APPLIED, SO THE AUDIT RECORD CAN CARRY BOTH IMAGES.
       01 WS-AUD-BEFORE    PIC X(90)      VALUE SPACES.
      *  REASON THE ACCOUNT EDIT FAILED -- SPACES WHEN IT PASSED.
       01 WS-EDIT-REASON   PIC X(30)      VALUE SPACES.
      *  ABA ROUTING CHECK-DIGIT WORK FIELDS -- WEIGHTS 3, 7, 1
      *  REPEATED ACROSS THE NINE DIGITS MUST SUM TO A MULTIPLE OF 10.
       01 WS-ABA-ROUTING   PIC X(9)       VALUE SPACES.
       01 WS-ABA-DIGITS REDEFINES WS-ABA-ROUTING.
         03 WS-ABA-DIGIT   PIC 9          OCCURS 9 TIMES.
       01 WS-ABA-SUM       PIC 9(4)       VALUE ZERO.
       01 WS-ABA-QUOT      PIC 9(4)       VALUE ZERO.
       01 WS-ABA-REM       PIC 9          VALUE ZERO.
       01 WS-ABA-OK        PIC 9          VALUE 0.
      **************************************************************
      * WORKING-STORAGE COPY OF THE BANK LAYOUT USED TO BUILD AN ADD
      * OR A CHANGED RECORD AND EDIT IT BEFORE IT IS WRITTEN, SO A
      * BAD TRANSACTION NEVER TOUCHES THE FILE.
      **************************************************************
       01 WS-NEW-BANK.
         03 WB-EID         PIC X(7).
         03 WB-ROUTING     PIC X(9).
         03 WB-ACCOUNT     PIC X(17).
         03 WB-ACCT-TYPE   PIC X(1).
         03 WB-SPLIT-AMT   PIC 9(5)V99.
         03 WB-ROUTING2    PIC X(9).
         03 WB-ACCOUNT2    PIC X(17).
         03 WB-ACCT-TYPE2  PIC X(1).
         03 WB-PRENOTE     PIC X(1).
         03 WB-PRENOTE-PER PIC X(4).
         03 WB-CHG-DATE    PIC X(8).
         03 FILLER         PIC X(9)       VALUE SPACES.
      **************************************************************
      * LAYOUT FOR THE TRANSACTION LOG HEADING AND DETAIL LINES.
      **************************************************************
       01 BLOG-HEADING1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(40)     VALUE
           'BANK ACCOUNT MAINTENANCE TRANS LOG'.
       01 BLOG-HEADING2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(6)      VALUE 'EMP ID'.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(4)      VALUE 'CODE'.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(6)      VALUE 'ACTION'.
         03 FILLER        PIC X(6)      VALUE SPACES.
         03 FILLER        PIC X(30)     VALUE 'REASON'.
         03 FILLER        PIC X(7)      VALUE 'PRENOTE'.
       01 BLOG-LINE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 LG-EID        PIC X(7).
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 LG-CODE       PIC X(1).
         03 FILLER        PIC X(5)      VALUE SPACES.
         03 LG-ACTION     PIC X(10).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 LG-REASON     PIC X(30).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 LG-PRENOTE    PIC X(3).
      **************************************************************
      * LAYOUT FOR THE END-OF-RUN TRANSACTION COUNT SUMMARY LINE.
      **************************************************************
       01 BLOG-SUMMARY.
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
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 FILLER        PIC X(13)     VALUE 'PRENOTE DUE:'.
         03 LG-SUM-PRE    PIC ZZZ9.

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
                 BANK-FILE
                 BANK-TRANS
                 BANK-LOG
                 BANK-AUDIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      **************************************************************
      * SORTS THE TRANSACTIONS INTO EID ORDER, OPENS THE MASTER FOR
      * LOOKUP AND THE BANK FILE FOR IN-PLACE UPDATE, AND PRIMES THE
      * TRANSACTION STREAM.
      **************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           SORT BANK-SORT-WORK
             ON ASCENDING KEY BS-EID
             USING BANK-TRANS-RAW
             GIVING BANK-TRANS.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** BANKMNT CANNOT OPEN NEWEMP MASTER, STATUS '
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           OPEN I-O BANK-FILE.
           IF WS-BANK-STATUS IS NOT EQUAL TO '00' AND
              WS-BANK-STATUS IS NOT EQUAL TO '05' THEN
             DISPLAY '*** BANKMNT CANNOT OPEN BANKACCT FILE, STATUS '
               WS-BANK-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           OPEN INPUT BANK-TRANS
                OUTPUT BANK-LOG
                EXTEND BANK-AUDIT.
           WRITE BLOG-REC FROM BLOG-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO BLOG-REC.
           WRITE BLOG-REC.
           WRITE BLOG-REC FROM BLOG-HEADING2
             AFTER ADVANCING 1 LINE.
           PERFORM 2100-READ-TRANS.
      **************************************************************
      * APPLIES ONE TRANSACTION AGAINST THE KEYED BANK FILE.  ADDS
      * MUST NOT FIND A RECORD, CHANGES AND DELETES MUST.
      **************************************************************
       1100-APPLY-TRANS.
           PERFORM 2000-READ-BANK-RANDOM.
           IF BT-CODE IS EQUAL TO 'A' THEN
             IF WS-BANK-FOUND-SW IS EQUAL TO 1 THEN
               MOVE 'ACCOUNT ALREADY ON FILE' TO LG-REASON
               PERFORM 1500-LOG-REJECT
             ELSE
               PERFORM 1200-APPLY-ADD
             END-IF
           ELSE
             IF WS-BANK-FOUND-SW IS EQUAL TO 0 THEN
               MOVE 'NO ACCOUNT ON FILE' TO LG-REASON
               PERFORM 1500-LOG-REJECT
             ELSE
               IF BT-CODE IS EQUAL TO 'C' THEN
                 PERFORM 1300-APPLY-CHANGE
               ELSE
                 IF BT-CODE IS EQUAL TO 'D' THEN
                   PERFORM 1400-APPLY-DELETE
                 ELSE
                   MOVE 'INVALID TRANS CODE' TO LG-REASON
                   PERFORM 1500-LOG-REJECT.
           PERFORM 2100-READ-TRANS.
      **************************************************************
      * ADD -- THE EMPLOYEE MUST BE ON THE MASTER AND THE ACCOUNT
      * DETAILS MUST PASS THE EDIT.  A NEW ACCOUNT ALWAYS STARTS
      * PRENOTE-DUE.
      **************************************************************
       1200-APPLY-ADD.
           PERFORM 2050-READ-MASTER-RANDOM.
           IF WS-MASTER-FOUND-SW IS EQUAL TO 0 THEN
             MOVE 'EID NOT ON MASTER' TO LG-REASON
             PERFORM 1500-LOG-REJECT
           ELSE
             IF BT-SPLIT-AMT-X IS NOT EQUAL TO SPACES AND
                BT-SPLIT-AMT IS NOT NUMERIC THEN
               MOVE 'SPLIT AMOUNT NOT NUMERIC' TO LG-REASON
               PERFORM 1500-LOG-REJECT
             ELSE
               MOVE BT-EID        TO WB-EID
               MOVE BT-ROUTING    TO WB-ROUTING
               MOVE BT-ACCOUNT    TO WB-ACCOUNT
               MOVE BT-ACCT-TYPE  TO WB-ACCT-TYPE
               IF BT-SPLIT-AMT-X IS EQUAL TO SPACES THEN
                 MOVE ZERO TO WB-SPLIT-AMT
               ELSE
                 MOVE BT-SPLIT-AMT TO WB-SPLIT-AMT
               END-IF
               MOVE BT-ROUTING2   TO WB-ROUTING2
               MOVE BT-ACCOUNT2   TO WB-ACCOUNT2
               MOVE BT-ACCT-TYPE2 TO WB-ACCT-TYPE2
               MOVE 'P'           TO WB-PRENOTE
               MOVE SPACES        TO WB-PRENOTE-PER
               MOVE WS-RUN-DATE   TO WB-CHG-DATE
               PERFORM 1800-EDIT-ACCOUNT
               IF WS-EDIT-REASON IS NOT EQUAL TO SPACES THEN
                 MOVE WS-EDIT-REASON TO LG-REASON
                 PERFORM 1500-LOG-REJECT
               ELSE
                 WRITE BANK-REC FROM WS-NEW-BANK
                 PERFORM 2200-CHECK-BANK-UPDATE
                 ADD 1 TO WS-ADD-CT
                 ADD 1 TO WS-PRENOTE-CT
                 MOVE SPACES TO BA-BEFORE
                 MOVE WS-NEW-BANK TO BA-AFTER
                 PERFORM 1700-WRITE-AUDIT
                 MOVE 'ADDED' TO LG-ACTION
                 MOVE SPACES TO LG-REASON
                 MOVE 'YES' TO LG-PRENOTE
                 PERFORM 1600-WRITE-LOG-LINE.
      **************************************************************
      * CHANGE -- BUILDS THE CHANGED RECORD FROM THE FILE RECORD AND
      * THE NON-BLANK TRANSACTION FIELDS, EDITS IT, AND REWRITES IT.
      * ANY CHANGE TO WHERE THE MONEY GOES (ROUTING, ACCOUNT OR TYPE
      * ON EITHER ACCOUNT) PUTS THE RECORD BACK TO PRENOTE-DUE; A
      * CHANGE TO THE SPLIT AMOUNT ALONE DOES NOT.
      **************************************************************
       1300-APPLY-CHANGE.
           IF BT-SPLIT-AMT-X IS NOT EQUAL TO SPACES AND
              BT-SPLIT-AMT IS NOT NUMERIC THEN
             MOVE 'SPLIT AMOUNT NOT NUMERIC' TO LG-REASON
             PERFORM 1500-LOG-REJECT
           ELSE
             MOVE BANK-REC TO WS-AUD-BEFORE
             MOVE BANK-REC TO WS-NEW-BANK
             IF BT-ROUTING IS NOT EQUAL TO SPACES THEN
               MOVE BT-ROUTING TO WB-ROUTING
             END-IF
             IF BT-ACCOUNT IS NOT EQUAL TO SPACES THEN
               MOVE BT-ACCOUNT TO WB-ACCOUNT
             END-IF
             IF BT-ACCT-TYPE IS NOT EQUAL TO SPACES THEN
               MOVE BT-ACCT-TYPE TO WB-ACCT-TYPE
             END-IF
             IF BT-SPLIT-DROP IS EQUAL TO 'Y' THEN
               MOVE ZERO TO WB-SPLIT-AMT
               MOVE SPACES TO WB-ROUTING2
               MOVE SPACES TO WB-ACCOUNT2
               MOVE SPACES TO WB-ACCT-TYPE2
             ELSE
               IF BT-SPLIT-AMT-X IS NOT EQUAL TO SPACES AND
                  BT-SPLIT-AMT IS NOT EQUAL TO ZERO THEN
                 MOVE BT-SPLIT-AMT TO WB-SPLIT-AMT
               END-IF
               IF BT-ROUTING2 IS NOT EQUAL TO SPACES THEN
                 MOVE BT-ROUTING2 TO WB-ROUTING2
               END-IF
               IF BT-ACCOUNT2 IS NOT EQUAL TO SPACES THEN
                 MOVE BT-ACCOUNT2 TO WB-ACCOUNT2
               END-IF
               IF BT-ACCT-TYPE2 IS NOT EQUAL TO SPACES THEN
                 MOVE BT-ACCT-TYPE2 TO WB-ACCT-TYPE2
               END-IF
             END-IF
             MOVE WS-RUN-DATE TO WB-CHG-DATE
             PERFORM 1800-EDIT-ACCOUNT
             IF WS-EDIT-REASON IS NOT EQUAL TO SPACES THEN
               MOVE WS-EDIT-REASON TO LG-REASON
               PERFORM 1500-LOG-REJECT
             ELSE
               MOVE SPACES TO LG-PRENOTE
               IF WB-ROUTING IS NOT EQUAL TO BK-ROUTING OR
                  WB-ACCOUNT IS NOT EQUAL TO BK-ACCOUNT OR
                  WB-ACCT-TYPE IS NOT EQUAL TO BK-ACCT-TYPE OR
                  WB-ROUTING2 IS NOT EQUAL TO BK-ROUTING2 OR
                  WB-ACCOUNT2 IS NOT EQUAL TO BK-ACCOUNT2 OR
                  WB-ACCT-TYPE2 IS NOT EQUAL TO BK-ACCT-TYPE2 THEN
                 MOVE 'P' TO WB-PRENOTE
                 MOVE SPACES TO WB-PRENOTE-PER
                 ADD 1 TO WS-PRENOTE-CT
                 MOVE 'YES' TO LG-PRENOTE
               END-IF
               MOVE WS-NEW-BANK TO BANK-REC
               REWRITE BANK-REC
               PERFORM 2200-CHECK-BANK-UPDATE
               ADD 1 TO WS-CHG-CT
               MOVE WS-AUD-BEFORE TO BA-BEFORE
               MOVE BANK-REC TO BA-AFTER
               PERFORM 1700-WRITE-AUDIT
               MOVE 'CHANGED' TO LG-ACTION
               MOVE SPACES TO LG-REASON
               PERFORM 1600-WRITE-LOG-LINE.
      **************************************************************
      * DELETE -- THE EMPLOYEE GOES BACK TO BEING PAID BY CHECK.
      **************************************************************
       1400-APPLY-DELETE.
           MOVE BANK-REC TO BA-BEFORE.
           DELETE BANK-FILE RECORD.
           PERFORM 2200-CHECK-BANK-UPDATE.
           ADD 1 TO WS-DEL-CT.
           MOVE SPACES TO BA-AFTER.
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
           PERFORM 1600-WRITE-LOG-LINE.
      **************************************************************
      * WRITES ONE LINE TO THE TRANSACTION LOG.
      **************************************************************
       1600-WRITE-LOG-LINE.
           MOVE BT-EID TO LG-EID.
           MOVE BT-CODE TO LG-CODE.
           WRITE BLOG-REC FROM BLOG-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES ONE AUDIT HISTORY RECORD FOR AN APPLIED TRANSACTION.
      * THE CALLER HAS ALREADY SET BA-BEFORE AND BA-AFTER.
      **************************************************************
       1700-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO BA-RUN-DATE.
           MOVE BT-CODE TO BA-CODE.
           MOVE BT-EID TO BA-EID.
           WRITE BANK-AUDIT-REC.
      **************************************************************
      * EDITS THE RECORD BUILT IN WS-NEW-BANK.  THE FIRST ACCOUNT IS
      * ALWAYS REQUIRED; THE SECOND IS REQUIRED WHEN A SPLIT AMOUNT
      * IS CARRIED AND MUST BE ABSENT WHEN IT IS NOT, SO A SPLIT CAN
      * NEVER POINT MONEY AT HALF AN ACCOUNT.
      **************************************************************
       1800-EDIT-ACCOUNT.
           MOVE SPACES TO WS-EDIT-REASON.
           MOVE WB-ROUTING TO WS-ABA-ROUTING.
           PERFORM 1850-CHECK-ROUTING.
           IF WS-ABA-OK IS EQUAL TO 0 THEN
             MOVE 'ROUTING NUMBER INVALID' TO WS-EDIT-REASON
           ELSE
             IF WB-ACCOUNT IS EQUAL TO SPACES THEN
               MOVE 'ACCOUNT NUMBER MISSING' TO WS-EDIT-REASON
             ELSE
               IF WB-ACCT-TYPE IS NOT EQUAL TO 'C' AND
                  WB-ACCT-TYPE IS NOT EQUAL TO 'S' THEN
                 MOVE 'ACCOUNT TYPE NOT C OR S' TO WS-EDIT-REASON.
           IF WS-EDIT-REASON IS EQUAL TO SPACES THEN
             IF WB-SPLIT-AMT IS GREATER THAN ZERO THEN
               MOVE WB-ROUTING2 TO WS-ABA-ROUTING
               PERFORM 1850-CHECK-ROUTING
               IF WS-ABA-OK IS EQUAL TO 0 THEN
                 MOVE 'SPLIT ROUTING NUMBER INVALID' TO WS-EDIT-REASON
               ELSE
                 IF WB-ACCOUNT2 IS EQUAL TO SPACES THEN
                   MOVE 'SPLIT ACCOUNT NUMBER MISSING'
                     TO WS-EDIT-REASON
                 ELSE
                   IF WB-ACCT-TYPE2 IS NOT EQUAL TO 'C' AND
                      WB-ACCT-TYPE2 IS NOT EQUAL TO 'S' THEN
                     MOVE 'SPLIT ACCT TYPE NOT C OR S'
                       TO WS-EDIT-REASON
                   END-IF
                 END-IF
               END-IF
             ELSE
               IF WB-ROUTING2 IS NOT EQUAL TO SPACES OR
                  WB-ACCOUNT2 IS NOT EQUAL TO SPACES THEN
                 MOVE 'SECOND ACCOUNT WITH NO SPLIT'
                   TO WS-EDIT-REASON.
      **************************************************************
      * ABA CHECK-DIGIT TEST ON WS-ABA-ROUTING -- NINE DIGITS, NOT
      * ALL ZERO, WEIGHTED 3-7-1 TO A MULTIPLE OF TEN.
      **************************************************************
       1850-CHECK-ROUTING.
           MOVE 0 TO WS-ABA-OK.
           IF WS-ABA-ROUTING IS NUMERIC AND
              WS-ABA-ROUTING IS NOT EQUAL TO '000000000' THEN
             COMPUTE WS-ABA-SUM =
               3 * (WS-ABA-DIGIT (1) + WS-ABA-DIGIT (4)
                    + WS-ABA-DIGIT (7))
               + 7 * (WS-ABA-DIGIT (2) + WS-ABA-DIGIT (5)
                      + WS-ABA-DIGIT (8))
               + WS-ABA-DIGIT (3) + WS-ABA-DIGIT (6)
               + WS-ABA-DIGIT (9)
             DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOT
               REMAINDER WS-ABA-REM
             IF WS-ABA-REM IS EQUAL TO ZERO THEN
               MOVE 1 TO WS-ABA-OK.
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
           MOVE WS-PRENOTE-CT TO LG-SUM-PRE.
           MOVE SPACES TO BLOG-REC.
           WRITE BLOG-REC
             AFTER ADVANCING 2 LINES.
           WRITE BLOG-REC FROM BLOG-SUMMARY
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * RANDOM READ OF THE BANK FILE FOR THE CURRENT TRANSACTION.
      * A READ ERROR THAT IS NOT A PLAIN NOT-FOUND STOPS THE RUN
      * RATHER THAN APPLY AGAINST A STALE RECORD.
      **************************************************************
       2000-READ-BANK-RANDOM.
           MOVE BT-EID TO BK-EID.
           READ BANK-FILE
             INVALID KEY MOVE 0 TO WS-BANK-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-BANK-FOUND-SW.
           IF WS-BANK-STATUS IS NOT EQUAL TO '00' AND
              WS-BANK-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** BANKMNT BANKACCT READ FAILED, STATUS '
               WS-BANK-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * RANDOM READ OF THE MASTER FOR AN ADD'S EMPLOYEE ID.
      **************************************************************
       2050-READ-MASTER-RANDOM.
           MOVE BT-EID TO M-EID.
           READ MASTER-FILE
             INVALID KEY MOVE 0 TO WS-MASTER-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-MASTER-FOUND-SW.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' AND
              WS-MASTER-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** BANKMNT NEWEMP MASTER READ FAILED, STATUS '
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * A FAILED WRITE, REWRITE OR DELETE AGAINST THE BANK FILE MUST
      * STOP THE RUN BEFORE THE TRANSACTION IS COUNTED, LOGGED OR
      * AUDITED, THE SAME WAY PROJ03 GUARDS THE MASTER.
      **************************************************************
       2200-CHECK-BANK-UPDATE.
           IF WS-BANK-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** BANKMNT BANKACCT UPDATE FAILED, STATUS '
               WS-BANK-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * READS THE SORTED TRANSACTION FILE.
      **************************************************************
       2100-READ-TRANS.
           MOVE SPACES TO LG-REASON.
           MOVE SPACES TO LG-PRENOTE.
           READ BANK-TRANS
             AT END MOVE 1 TO TRANS-EOF-SW.
