       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABDIST.
       AUTHOR. Addyson Sisemore
      * LABOR DISTRIBUTION AND PAYROLL JOURNAL.
      * RUNS AFTER PAYREG.  READS THE RUN'S STUBEXT PAYMENTS, LOOKS
      * EVERY EMPLOYEE UP ON THE KEYED NEWEMP MASTER FOR THE HOME
      * COST CENTER (M-CCTR), AND SPREADS THE PERIOD'S GROSS BY COST
      * CENTER ON A DISTRIBUTION REPORT WITH COST-CENTER SUBTOTALS.
      * THE CCTRTBL TABLE MAPS EACH COST CENTER TO ITS EXPENSE GL
      * ACCOUNT, EACH DEDUCTION CODE TO ITS LIABILITY ACCOUNT, AND
      * NAMES THE NET-PAY-PAYABLE AND EMPLOYER PAYROLL TAX EXPENSE
      * ACCOUNTS.  FROM THOSE THE RUN BUILDS A BALANCED JOURNAL --
      *   DEBIT  EXPENSE, BY COST-CENTER ACCOUNT, FOR GROSS PAY
      *   DEBIT  EMPLOYER TAX EXPENSE FOR THE SOC SEC/MEDICARE MATCH
      *   CREDIT EACH DEDUCTION CODE'S LIABILITY ACCOUNT (THE MATCH
      *          IS CREDITED TO THE SOC AND MED ACCOUNTS TOO)
      *   CREDIT NET PAY PAYABLE
      * AND TIES IT TO THE REGISTER CONTROL TOTALS PAYREG LEFT ON
      * PAYTOT.  PAY FOR AN EMPLOYEE WITH NO COST CENTER, ONE NOT IN
      * THE TABLE, OR NO LONGER ON THE MASTER GOES TO THE SUSPENSE
      * COST CENTER '****' WHEN THE TABLE HAS ONE AND IS FLAGGED.
      * THE GLJRNL FILE IS ONLY WRITTEN WHEN DEBITS EQUAL CREDITS
      * AND EVERY FIGURE TIES TO THE REGISTER; OTHERWISE IT IS LEFT
      * EMPTY, THE REPORT SAYS WHY, AND THE RUN ENDS WITH RETURN
      * CODE 16 SO THE SCHEDULER DOES NOT RELEASE IT TO THE GL.
      * RETURN CODE 4 = JOURNAL RELEASED WITH PAY IN SUSPENSE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'NEWEMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS M-EID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT STUB-FILE ASSIGN TO 'STUBEXT'
               FILE STATUS IS WS-STUB-STATUS.
      *  COST CENTER AND GL ACCOUNT TABLE.  NOT OPTIONAL -- A RUN
      *  THAT CANNOT NAME AN ACCOUNT CANNOT BUILD A JOURNAL.
           SELECT CCTR-FILE ASSIGN TO 'CCTRTBL'
               FILE STATUS IS WS-CCTR-STATUS.
      *  REGISTER CONTROL TOTALS WRITTEN BY PAYREG.
           SELECT PAYTOT-FILE ASSIGN TO 'PAYTOT'
               FILE STATUS IS WS-PAYTOT-STATUS.
           SELECT LD-SORT-WORK ASSIGN TO 'LDSWK01'.
           SELECT LD-SORTED ASSIGN TO 'LDSRTD'.
           SELECT LDST-FILE ASSIGN TO 'UR-S-LDST'.
           SELECT GLJRNL-FILE ASSIGN TO 'GLJRNL'.

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
      * PAY-STUB EXTRACT -- SAME 370-BYTE LAYOUT PAYREG WRITES, ONE
      * RECORD PER EMPLOYEE PAID THIS RUN.
      **************************************************************
       FD STUB-FILE
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
      **************************************************************
      * COST CENTER TABLE -- 80 BYTES, CC-REC-TYPE SAYS WHICH:
      *   'C' COST CENTER CC-KEY CHARGES ITS PAY TO EXPENSE ACCOUNT
      *       CC-ACCT.  CC-KEY '****' IS THE SUSPENSE COST CENTER.
      *   'D' DEDUCTION CODE CC-DED-CODE IS CREDITED TO LIABILITY
      *       ACCOUNT CC-ACCT.
      *   'N' CC-ACCT IS NET PAY PAYABLE.
      *   'E' CC-ACCT IS EMPLOYER PAYROLL TAX EXPENSE.
      **************************************************************
       FD CCTR-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CCTR-REC.
         03 CC-REC-TYPE    PIC X(1).
         03 CC-KEY         PIC X(4).
         03 CC-DED-VIEW REDEFINES CC-KEY.
           05 CC-DED-CODE  PIC X(3).
           05 FILLER       PIC X(1).
         03 CC-ACCT        PIC X(10).
         03 CC-DESC        PIC X(30).
         03 FILLER         PIC X(35).
      **************************************************************
      * REGISTER CONTROL TOTALS -- SAME LAYOUT PAYREG WRITES.
      **************************************************************
       FD PAYTOT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYTOT-REC.
         03 RT-PERIOD      PIC 9(4).
         03 RT-RUN-DATE    PIC X(8).
         03 RT-PAID-CT     PIC 9(5).
         03 RT-GROSS       PIC 9(9)V99.
         03 RT-DED-TOTAL   PIC 9(9)V99.
         03 RT-NET         PIC 9(9)V99.
         03 RT-ER-SOC      PIC 9(9)V99.
         03 RT-ER-MED      PIC 9(9)V99.
         03 FILLER         PIC X(8).
      **************************************************************
      * ONE PAYMENT, TAGGED WITH THE COST CENTER IT IS CHARGED TO,
      * SORTED SO EACH COST CENTER'S PAY PRINTS TOGETHER.
      * LS-FLAG ' ' = HOME COST CENTER, 'B' = NO COST CENTER ON THE
      * MASTER, 'T' = NOT IN THE TABLE, 'N' = NOT ON THE MASTER.
      **************************************************************
       SD LD-SORT-WORK.
       01 LS-REC.
         03 LS-DIST-CCTR   PIC X(4).
         03 LS-EID         PIC X(7).
         03 LS-LAST        PIC X(15).
         03 LS-FIRST       PIC X(15).
         03 LS-HOME-CCTR   PIC X(4).
         03 LS-FLAG        PIC X(1).
         03 LS-STATUS      PIC X(1).
         03 LS-HOURS       PIC 9(3)V99.
         03 LS-GROSS       PIC 9(7)V99.
         03 FILLER         PIC X(19).
       FD LD-SORTED
           LABEL RECORDS ARE STANDARD.
       01 LD-SORTED-REC.
         03 LD-DIST-CCTR   PIC X(4).
         03 LD-EID         PIC X(7).
         03 LD-LAST        PIC X(15).
         03 LD-FIRST       PIC X(15).
         03 LD-HOME-CCTR   PIC X(4).
         03 LD-FLAG        PIC X(1).
         03 LD-STATUS      PIC X(1).
         03 LD-HOURS       PIC 9(3)V99.
         03 LD-GROSS       PIC 9(7)V99.
         03 FILLER         PIC X(19).
       FD LDST-FILE
           LABEL RECORDS ARE OMITTED.
       01 LDST-REC       PIC X(110).
      **************************************************************
      * GL JOURNAL -- ONE LINE PER ACCOUNT PER SIDE.  GJ-DR-CR 'D' =
      * DEBIT, 'C' = CREDIT.  PICKED UP BY THE ACCOUNTING SYSTEM THE
      * SAME WAY IT PICKS UP GLEXTR AND PAYDTL.
      **************************************************************
       FD GLJRNL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 GLJRNL-REC.
         03 GJ-PERIOD      PIC 9(4).
         03 GJ-RUN-DATE    PIC X(8).
         03 GJ-ACCT        PIC X(10).
         03 GJ-DR-CR       PIC X(1).
         03 GJ-AMOUNT      PIC 9(9)V99.
         03 GJ-DESC        PIC X(30).
         03 FILLER         PIC X(16).

       WORKING-STORAGE SECTION.
       01 STUB-EOF-SW      PIC 9          VALUE 0.
       01 SORTED-EOF-SW    PIC 9          VALUE 0.
       01 CCTR-EOF-SW      PIC 9          VALUE 0.
       01 WS-MASTER-STATUS PIC XX         VALUE SPACES.
       01 WS-MASTER-FOUND-SW PIC 9        VALUE 0.
       01 WS-STUB-STATUS   PIC XX         VALUE SPACES.
       01 WS-CCTR-STATUS   PIC XX         VALUE SPACES.
       01 WS-PAYTOT-STATUS PIC XX         VALUE SPACES.
       01 WS-RUN-RC        PIC 999        VALUE ZERO.
       01 WS-RUN-DATE      PIC X(8)       VALUE SPACES.
      *  THE PERIOD THE STUB RECORDS BELONG TO, AND SET WHEN THEY DO
      *  NOT ALL CARRY THE SAME ONE.
       01 WS-PERIOD        PIC 9(4)       VALUE ZERO.
       01 WS-PERIOD-MIX-SW PIC 9          VALUE 0.
       01 WS-STUB-CT       PIC 9(5)       VALUE ZERO.
       01 WS-FLAGGED-CT    PIC 9(5)       VALUE ZERO.
       01 WS-UNMAPPED-CT   PIC 9(5)       VALUE ZERO.
       01 WS-DED-SUB       PIC 99         VALUE ZERO.
       01 WS-DED-LIMIT     PIC 99         VALUE ZERO.
      *  WHAT THE STUB RECORDS ADD UP TO.
       01 WS-STUB-GROSS    PIC 9(9)V99    VALUE ZERO.
       01 WS-STUB-NET      PIC 9(9)V99    VALUE ZERO.
       01 WS-STUB-ER-SOC   PIC 9(9)V99    VALUE ZERO.
       01 WS-STUB-ER-MED   PIC 9(9)V99    VALUE ZERO.
      *  WHAT WAS ACTUALLY POSTED TO THE JOURNAL, BY KIND.
       01 WS-POST-EXPENSE  PIC 9(9)V99    VALUE ZERO.
       01 WS-POST-DED      PIC 9(9)V99    VALUE ZERO.
       01 WS-POST-NET      PIC 9(9)V99    VALUE ZERO.
       01 WS-POST-ER       PIC 9(9)V99    VALUE ZERO.
       01 WS-TOTAL-DEBITS  PIC 9(11)V99   VALUE ZERO.
       01 WS-TOTAL-CREDITS PIC 9(11)V99   VALUE ZERO.
       01 WS-REG-ER        PIC 9(9)V99    VALUE ZERO.
       01 WS-TIE-OK-SW     PIC 9          VALUE 1.
       01 WS-JRNL-CT       PIC 9(5)       VALUE ZERO.
      **************************************************************
      * COST CENTERS FROM CCTRTBL 'C' RECORDS.  WS-CC-SUSPENSE IS THE
      * '****' ENTRY, ZERO WHEN THE TABLE HAS NONE.
      **************************************************************
       01 WS-CC-USED       PIC 999        VALUE ZERO.
       01 WS-CC-SUB        PIC 999        VALUE ZERO.
       01 WS-CC-AT         PIC 999        VALUE ZERO.
       01 WS-CC-SUSPENSE   PIC 999        VALUE ZERO.
       01 WS-FIND-CCTR     PIC X(4)       VALUE SPACES.
       01 WS-CC-TABLE.
         03 WS-CC-ENTRY OCCURS 200 TIMES.
           05 WS-CC-CCTR     PIC X(4).
           05 WS-CC-ACCT     PIC X(10).
           05 WS-CC-DESC     PIC X(30).
      **************************************************************
      * DEDUCTION CODE LIABILITY ACCOUNTS FROM 'D' RECORDS, AND THE
      * NET PAY AND EMPLOYER TAX ACCOUNTS FROM 'N' AND 'E'.
      **************************************************************
       01 WS-DA-USED       PIC 99         VALUE ZERO.
       01 WS-DA-SUB        PIC 99         VALUE ZERO.
       01 WS-DA-AT         PIC 99         VALUE ZERO.
       01 WS-FIND-CODE     PIC X(3)       VALUE SPACES.
       01 WS-DA-TABLE.
         03 WS-DA-ENTRY OCCURS 50 TIMES.
           05 WS-DA-CODE     PIC X(3).
           05 WS-DA-ACCT     PIC X(10).
           05 WS-DA-DESC     PIC X(30).
       01 WS-NET-ACCT      PIC X(10)      VALUE SPACES.
       01 WS-NET-DESC      PIC X(30)      VALUE SPACES.
       01 WS-ER-ACCT       PIC X(10)      VALUE SPACES.
       01 WS-ER-DESC       PIC X(30)      VALUE SPACES.
      **************************************************************
      * DEDUCTIONS TAKEN THIS RUN, TOTALED BY CODE FROM THE STUBS.
      **************************************************************
       01 WS-DC-USED       PIC 99         VALUE ZERO.
       01 WS-DC-SUB        PIC 99         VALUE ZERO.
       01 WS-DC-AT         PIC 99         VALUE ZERO.
       01 WS-DC-TABLE.
         03 WS-DC-ENTRY OCCURS 50 TIMES.
           05 WS-DC-CODE     PIC X(3).
           05 WS-DC-TOTAL    PIC 9(9)V99.
       01 WS-STUB-DED      PIC 9(9)V99    VALUE ZERO.
      *  DEDUCTION CODES, AND ANY NET/EMPLOYER ACCOUNT, THE TABLE HAD
      *  NO ACCOUNT FOR.
       01 WS-NOACCT-CT     PIC 99         VALUE ZERO.
      **************************************************************
      * JOURNAL ACCOUNTS, ONE ENTRY PER GL ACCOUNT POSTED, WITH ITS
      * DEBIT AND CREDIT TOTALS.
      **************************************************************
       01 WS-AC-USED       PIC 999        VALUE ZERO.
       01 WS-AC-SUB        PIC 999        VALUE ZERO.
       01 WS-AC-AT         PIC 999        VALUE ZERO.
       01 WS-POST-ACCT     PIC X(10)      VALUE SPACES.
       01 WS-POST-DESC     PIC X(30)      VALUE SPACES.
       01 WS-POST-AMT      PIC 9(9)V99    VALUE ZERO.
       01 WS-AC-TABLE.
         03 WS-AC-ENTRY OCCURS 300 TIMES.
           05 WS-AC-ACCT     PIC X(10).
           05 WS-AC-DESC     PIC X(30).
           05 WS-AC-DEBIT    PIC 9(11)V99.
           05 WS-AC-CREDIT   PIC 9(11)V99.
      **************************************************************
      * COST CENTER CONTROL BREAK.
      **************************************************************
       01 WS-GROUP-OPEN-SW PIC 9          VALUE 0.
       01 WS-PREV-CCTR     PIC X(4)       VALUE SPACES.
       01 WS-GROUP-CT      PIC 9(5)       VALUE ZERO.
       01 WS-GROUP-GROSS   PIC 9(9)V99    VALUE ZERO.
       01 WS-GRAND-CT      PIC 9(5)       VALUE ZERO.
       01 WS-GRAND-GROSS   PIC 9(9)V99    VALUE ZERO.
      **************************************************************
      * LAYOUT FOR THE REPORT HEADING LINES.
      **************************************************************
       01 LDST-HEADING1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(43)     VALUE
           'LABOR DISTRIBUTION BY COST CENTER -- PERIOD'.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 LH-PERIOD     PIC 9(4).
       01 LDST-HEADING2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(6)      VALUE 'CCTR'.
         03 FILLER        PIC X(9)      VALUE 'EMP ID'.
         03 FILLER        PIC X(16)     VALUE 'LAST'.
         03 FILLER        PIC X(16)     VALUE 'FIRST'.
         03 FILLER        PIC X(6)      VALUE 'HOME'.
         03 FILLER        PIC X(4)      VALUE 'ST'.
         03 FILLER        PIC X(9)      VALUE '   HOURS'.
         03 FILLER        PIC X(16)     VALUE '           GROSS'.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(4)      VALUE 'FLAG'.
      **************************************************************
      * LAYOUT FOR ONE EMPLOYEE'S DISTRIBUTION LINE.
      **************************************************************
       01 LDST-DATA1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-CCTR1       PIC X(4).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-EID1        PIC X(7).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-LAST1       PIC X(15).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-FIRST1      PIC X(15).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-HOME1       PIC X(4).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-STATUS1     PIC X(1).
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 L-HOURS1      PIC ZZ9.99.
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 L-GROSS1      PIC ZZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-FLAG1       PIC X(18).
      **************************************************************
      * LAYOUT FOR THE COST CENTER SUBTOTAL AND GRAND TOTAL LINES.
      **************************************************************
       01 LDST-SUBTOT.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(12)     VALUE 'COST CENTER'.
         03 L-SUB-CCTR    PIC X(4).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-SUB-ACCT    PIC X(10).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-SUB-DESC    PIC X(30).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-SUB-CT      PIC ZZZZ9.
         03 FILLER        PIC X(4)      VALUE ' EMP'.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-SUB-GROSS   PIC ZZZ,ZZZ,ZZ9.99.
       01 LDST-GRAND.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(59)     VALUE
           'TOTAL DISTRIBUTED'.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-GRAND-CT    PIC ZZZZ9.
         03 FILLER        PIC X(4)      VALUE ' EMP'.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-GRAND-GROSS PIC ZZZ,ZZZ,ZZ9.99.
      **************************************************************
      * LAYOUT FOR THE JOURNAL SUMMARY -- ONE LINE PER ACCOUNT.
      **************************************************************
       01 LDST-JHEAD1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(40)     VALUE
           'PAYROLL JOURNAL'.
       01 LDST-JHEAD2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(12)     VALUE 'ACCOUNT'.
         03 FILLER        PIC X(32)     VALUE 'DESCRIPTION'.
         03 FILLER        PIC X(17)     VALUE '           DEBIT'.
         03 FILLER        PIC X(17)     VALUE '          CREDIT'.
       01 LDST-JLINE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-J-ACCT      PIC X(10).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-J-DESC      PIC X(30).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-J-DEBIT     PIC Z,ZZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-J-CREDIT    PIC Z,ZZZ,ZZZ,ZZ9.99.
      **************************************************************
      * LAYOUT FOR THE TIE-OUT LINES -- REGISTER FIGURE, JOURNAL
      * FIGURE, AND WHETHER THEY AGREE.
      **************************************************************
       01 LDST-TIE-HEAD.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(32)     VALUE
           'TIE-OUT TO REGISTER'.
         03 FILLER        PIC X(17)     VALUE '        REGISTER'.
         03 FILLER        PIC X(17)     VALUE '         JOURNAL'.
       01 LDST-TIE-LINE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-TIE-LABEL   PIC X(30).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-TIE-REG     PIC Z,ZZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 L-TIE-JRNL    PIC Z,ZZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-TIE-FLAG    PIC X(20).
       01 LDST-TIE-CT.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-TIC-LABEL   PIC X(30).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 FILLER        PIC X(8)      VALUE SPACES.
         03 L-TIC-REG     PIC ZZZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(8)      VALUE SPACES.
         03 L-TIC-JRNL    PIC ZZZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 L-TIC-FLAG    PIC X(20).
       01 LDST-MSG.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 L-MSG         PIC X(60).
         03 L-MSG-KEY     PIC X(10).

      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOOP
             UNTIL SORTED-EOF-SW IS EQUAL TO 1.
           IF WS-GROUP-OPEN-SW IS EQUAL TO 1 THEN
             PERFORM 1590-CCTR-BREAK.
           PERFORM 1595-PRINT-GRAND-TOTAL.
           PERFORM 1600-POST-CREDITS.
           PERFORM 1650-PRINT-JOURNAL.
           PERFORM 1700-TIE-OUT.
           PERFORM 1800-RELEASE-JOURNAL.
           CLOSE MASTER-FILE
                 LD-SORTED
                 LDST-FILE.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      **************************************************************
      * LOADS THE COST CENTER TABLE AND THE REGISTER TOTALS, THEN
      * SORTS THE RUN'S PAYMENTS INTO COST CENTER ORDER AND PRINTS
      * THE HEADING.
      **************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-LOAD-CCTR-TABLE.
           PERFORM 1080-READ-PAYTOT.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** LABDIST CANNOT OPEN NEWEMP MASTER, STATUS '
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           SORT LD-SORT-WORK
             ON ASCENDING KEY LS-DIST-CCTR
                              LS-EID
             INPUT PROCEDURE IS 1100-RELEASE-PAY
             GIVING LD-SORTED.
           OPEN INPUT LD-SORTED
                OUTPUT LDST-FILE.
           IF WS-STUB-CT IS EQUAL TO ZERO THEN
             MOVE RT-PERIOD TO WS-PERIOD.
           MOVE WS-PERIOD TO LH-PERIOD.
           WRITE LDST-REC FROM LDST-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LDST-REC.
           WRITE LDST-REC.
           WRITE LDST-REC FROM LDST-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LDST-REC.
           WRITE LDST-REC
             AFTER ADVANCING 1 LINE.
           PERFORM 2000-READ-SORTED.
      **************************************************************
      * LOADS CCTRTBL.  A RECORD THAT WILL NOT LOAD STOPS THE RUN --
      * IT WOULD POST MONEY TO THE WRONG ACCOUNT OR TO NONE.
      **************************************************************
       1050-LOAD-CCTR-TABLE.
           OPEN INPUT CCTR-FILE.
           IF WS-CCTR-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** LABDIST CANNOT OPEN CCTRTBL, STATUS '
               WS-CCTR-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           PERFORM 1055-NEXT-CCTR-REC
             UNTIL CCTR-EOF-SW IS EQUAL TO 1.
           CLOSE CCTR-FILE.

       1055-NEXT-CCTR-REC.
           READ CCTR-FILE
             AT END MOVE 1 TO CCTR-EOF-SW
             NOT AT END
               IF CC-ACCT IS EQUAL TO SPACES THEN
                 DISPLAY '*** LABDIST CCTRTBL RECORD WITH NO ACCOUNT, '
                   CC-REC-TYPE ' ' CC-KEY
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               IF CC-REC-TYPE IS EQUAL TO 'C' THEN
                 PERFORM 1060-LOAD-ONE-CCTR
               ELSE
                 IF CC-REC-TYPE IS EQUAL TO 'D' THEN
                   PERFORM 1065-LOAD-ONE-DED-ACCT
                 ELSE
                   IF CC-REC-TYPE IS EQUAL TO 'N' THEN
                     MOVE CC-ACCT TO WS-NET-ACCT
                     MOVE CC-DESC TO WS-NET-DESC
                   ELSE
                     IF CC-REC-TYPE IS EQUAL TO 'E' THEN
                       MOVE CC-ACCT TO WS-ER-ACCT
                       MOVE CC-DESC TO WS-ER-DESC
                     ELSE
                       DISPLAY '*** LABDIST BAD CCTRTBL RECORD TYPE '
                         CC-REC-TYPE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                     END-IF
                   END-IF
                 END-IF
               END-IF
           END-READ.

       1060-LOAD-ONE-CCTR.
           IF WS-CC-USED IS EQUAL TO 200 THEN
             DISPLAY '*** LABDIST COST CENTER TABLE FULL AT 200 ***'
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           IF CC-KEY IS EQUAL TO SPACES THEN
             DISPLAY '*** LABDIST CCTRTBL COST CENTER IS BLANK'
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           ADD 1 TO WS-CC-USED.
           MOVE CC-KEY TO WS-CC-CCTR (WS-CC-USED).
           MOVE CC-ACCT TO WS-CC-ACCT (WS-CC-USED).
           MOVE CC-DESC TO WS-CC-DESC (WS-CC-USED).
           IF CC-KEY IS EQUAL TO '****' THEN
             MOVE WS-CC-USED TO WS-CC-SUSPENSE.

       1065-LOAD-ONE-DED-ACCT.
           IF WS-DA-USED IS EQUAL TO 50 THEN
             DISPLAY '*** LABDIST DEDUCTION ACCOUNT TABLE FULL AT 50'
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           IF CC-DED-CODE IS EQUAL TO SPACES THEN
             DISPLAY '*** LABDIST CCTRTBL DEDUCTION CODE IS BLANK'
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           ADD 1 TO WS-DA-USED.
           MOVE CC-DED-CODE TO WS-DA-CODE (WS-DA-USED).
           MOVE CC-ACCT TO WS-DA-ACCT (WS-DA-USED).
           MOVE CC-DESC TO WS-DA-DESC (WS-DA-USED).
      **************************************************************
      * READS THE REGISTER CONTROL TOTALS.  WITHOUT THEM THERE IS
      * NOTHING TO TIE THE JOURNAL TO, SO THE RUN STOPS.
      **************************************************************
       1080-READ-PAYTOT.
           OPEN INPUT PAYTOT-FILE.
           IF WS-PAYTOT-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** LABDIST CANNOT OPEN PAYTOT, STATUS '
               WS-PAYTOT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           READ PAYTOT-FILE
             AT END
               DISPLAY '*** LABDIST PAYTOT FILE IS EMPTY'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           CLOSE PAYTOT-FILE.
      **************************************************************
      * SORT INPUT -- EVERY STUB RECORD IS TOTALED, ITS DEDUCTIONS
      * TALLIED BY CODE, AND IT IS RELEASED TAGGED WITH THE COST
      * CENTER IT IS CHARGED TO.
      **************************************************************
       1100-RELEASE-PAY.
           OPEN INPUT STUB-FILE.
           IF WS-STUB-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** LABDIST CANNOT OPEN STUBEXT, STATUS '
               WS-STUB-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           PERFORM 2100-READ-STUB.
           PERFORM 1110-RELEASE-ONE
             UNTIL STUB-EOF-SW IS EQUAL TO 1.
           CLOSE STUB-FILE.

       1110-RELEASE-ONE.
           ADD 1 TO WS-STUB-CT.
           IF WS-STUB-CT IS EQUAL TO 1 THEN
             MOVE SX-PERIOD TO WS-PERIOD
           ELSE
             IF SX-PERIOD IS NOT EQUAL TO WS-PERIOD THEN
               MOVE 1 TO WS-PERIOD-MIX-SW.
           ADD SX-GROSS TO WS-STUB-GROSS.
           ADD SX-NET TO WS-STUB-NET.
           IF SX-ER-SOC IS NUMERIC THEN
             ADD SX-ER-SOC TO WS-STUB-ER-SOC.
           IF SX-ER-MED IS NUMERIC THEN
             ADD SX-ER-MED TO WS-STUB-ER-MED.
           MOVE ZERO TO WS-DED-LIMIT.
           IF SX-DED-CT IS NUMERIC THEN
             MOVE SX-DED-CT TO WS-DED-LIMIT
             IF WS-DED-LIMIT IS GREATER THAN 15 THEN
               MOVE 15 TO WS-DED-LIMIT.
           PERFORM 1120-TALLY-DEDUCTION
             VARYING WS-DED-SUB FROM 1 BY 1
             UNTIL WS-DED-SUB IS GREATER THAN WS-DED-LIMIT.
           MOVE SPACES TO LS-REC.
           MOVE SX-EID TO LS-EID.
           MOVE SX-LAST TO LS-LAST.
           MOVE SX-FIRST TO LS-FIRST.
           MOVE SX-STATUS TO LS-STATUS.
           MOVE SX-HOURS TO LS-HOURS.
           MOVE SX-GROSS TO LS-GROSS.
           PERFORM 2200-READ-MASTER-RANDOM.
           IF WS-MASTER-FOUND-SW IS EQUAL TO 0 THEN
             MOVE 'N' TO LS-FLAG
           ELSE
             MOVE M-CCTR TO LS-HOME-CCTR
             IF M-CCTR IS EQUAL TO SPACES THEN
               MOVE 'B' TO LS-FLAG
             ELSE
               MOVE M-CCTR TO WS-FIND-CCTR
               PERFORM 0200-FIND-CCTR
               IF WS-CC-AT IS EQUAL TO ZERO THEN
                 MOVE 'T' TO LS-FLAG.
           IF LS-FLAG IS EQUAL TO SPACE THEN
             MOVE LS-HOME-CCTR TO LS-DIST-CCTR
           ELSE
             ADD 1 TO WS-FLAGGED-CT
             IF WS-CC-SUSPENSE IS GREATER THAN ZERO THEN
               MOVE '****' TO LS-DIST-CCTR
             ELSE
               ADD 1 TO WS-UNMAPPED-CT
               MOVE LS-HOME-CCTR TO LS-DIST-CCTR.
           RELEASE LS-REC.
           PERFORM 2100-READ-STUB.
      **************************************************************
      * ADDS ONE STUB DEDUCTION INTO THE RUN'S TOTAL FOR ITS CODE.
      **************************************************************
       1120-TALLY-DEDUCTION.
           IF SX-DED-CODE (WS-DED-SUB) IS NOT EQUAL TO SPACES AND
              SX-DED-AMT (WS-DED-SUB) IS NUMERIC THEN
             MOVE ZERO TO WS-DC-AT
             PERFORM 1125-CHECK-DED-CODE
               VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB IS GREATER THAN WS-DC-USED OR
                     WS-DC-AT IS GREATER THAN ZERO
             IF WS-DC-AT IS EQUAL TO ZERO THEN
               IF WS-DC-USED IS EQUAL TO 50 THEN
                 DISPLAY '*** LABDIST MORE THAN 50 DEDUCTION CODES'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               ELSE
                 ADD 1 TO WS-DC-USED
                 MOVE WS-DC-USED TO WS-DC-AT
                 MOVE SX-DED-CODE (WS-DED-SUB)
                   TO WS-DC-CODE (WS-DC-AT)
                 MOVE ZERO TO WS-DC-TOTAL (WS-DC-AT)
               END-IF
             END-IF
             ADD SX-DED-AMT (WS-DED-SUB) TO WS-DC-TOTAL (WS-DC-AT)
             ADD SX-DED-AMT (WS-DED-SUB) TO WS-STUB-DED.

       1125-CHECK-DED-CODE.
           IF WS-DC-CODE (WS-DC-SUB) IS EQUAL TO
              SX-DED-CODE (WS-DED-SUB) THEN
             MOVE WS-DC-SUB TO WS-DC-AT.
      **************************************************************
      * ONE SORTED PAYMENT -- BREAK ON A NEW COST CENTER, PRINT THE
      * EMPLOYEE'S LINE AND ROLL THE COST CENTER SUBTOTAL.
      **************************************************************
       1500-LOOP.
           IF WS-GROUP-OPEN-SW IS EQUAL TO 1 AND
              LD-DIST-CCTR IS NOT EQUAL TO WS-PREV-CCTR THEN
             PERFORM 1590-CCTR-BREAK.
           IF WS-GROUP-OPEN-SW IS EQUAL TO 0 THEN
             MOVE 1 TO WS-GROUP-OPEN-SW
             MOVE LD-DIST-CCTR TO WS-PREV-CCTR
             MOVE ZERO TO WS-GROUP-CT
             MOVE ZERO TO WS-GROUP-GROSS.
           MOVE LD-DIST-CCTR TO L-CCTR1.
           MOVE LD-EID TO L-EID1.
           MOVE LD-LAST TO L-LAST1.
           MOVE LD-FIRST TO L-FIRST1.
           MOVE LD-HOME-CCTR TO L-HOME1.
           MOVE LD-STATUS TO L-STATUS1.
           MOVE LD-HOURS TO L-HOURS1.
           MOVE LD-GROSS TO L-GROSS1.
           IF LD-FLAG IS EQUAL TO 'N' THEN
             MOVE '** NOT ON MASTER' TO L-FLAG1
           ELSE
             IF LD-FLAG IS EQUAL TO 'B' THEN
               MOVE '** NO COST CENTER' TO L-FLAG1
             ELSE
               IF LD-FLAG IS EQUAL TO 'T' THEN
                 MOVE '** NOT IN TABLE' TO L-FLAG1
               ELSE
                 MOVE SPACES TO L-FLAG1.
           WRITE LDST-REC FROM LDST-DATA1
             AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-GROUP-CT.
           ADD LD-GROSS TO WS-GROUP-GROSS.
           PERFORM 2000-READ-SORTED.
      **************************************************************
      * COST CENTER SUBTOTAL -- PRINTS IT AND DEBITS THE COST
      * CENTER'S EXPENSE ACCOUNT.  A GROUP WITH NO ACCOUNT (NO
      * SUSPENSE COST CENTER IN THE TABLE) IS PRINTED BUT NOT POSTED,
      * WHICH THE TIE-OUT THEN CATCHES.
      **************************************************************
       1590-CCTR-BREAK.
           MOVE WS-PREV-CCTR TO WS-FIND-CCTR.
           PERFORM 0200-FIND-CCTR.
           MOVE WS-PREV-CCTR TO L-SUB-CCTR.
           MOVE WS-GROUP-CT TO L-SUB-CT.
           MOVE WS-GROUP-GROSS TO L-SUB-GROSS.
           IF WS-CC-AT IS EQUAL TO ZERO THEN
             MOVE '** NONE **' TO L-SUB-ACCT
             MOVE 'NOT POSTED -- NO ACCOUNT' TO L-SUB-DESC
           ELSE
             MOVE WS-CC-ACCT (WS-CC-AT) TO L-SUB-ACCT
             MOVE WS-CC-DESC (WS-CC-AT) TO L-SUB-DESC
             MOVE WS-CC-ACCT (WS-CC-AT) TO WS-POST-ACCT
             MOVE WS-CC-DESC (WS-CC-AT) TO WS-POST-DESC
             MOVE WS-GROUP-GROSS TO WS-POST-AMT
             PERFORM 0600-POST-DEBIT
             ADD WS-GROUP-GROSS TO WS-POST-EXPENSE.
           WRITE LDST-REC FROM LDST-SUBTOT
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LDST-REC.
           WRITE LDST-REC
             AFTER ADVANCING 1 LINE.
           ADD WS-GROUP-CT TO WS-GRAND-CT.
           ADD WS-GROUP-GROSS TO WS-GRAND-GROSS.
           MOVE 0 TO WS-GROUP-OPEN-SW.

       1595-PRINT-GRAND-TOTAL.
           MOVE WS-GRAND-CT TO L-GRAND-CT.
           MOVE WS-GRAND-GROSS TO L-GRAND-GROSS.
           WRITE LDST-REC FROM LDST-GRAND
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * CREDITS EACH DEDUCTION CODE'S LIABILITY ACCOUNT AND NET PAY
      * PAYABLE, AND POSTS THE EMPLOYER MATCH -- DEBIT EMPLOYER TAX
      * EXPENSE, CREDIT THE SOC AND MED LIABILITY ACCOUNTS.  ANY
      * AMOUNT THE TABLE HAS NO ACCOUNT FOR IS LISTED AND LEFT OFF,
      * AND THE TIE-OUT REFUSES THE JOURNAL.
      **************************************************************
       1600-POST-CREDITS.
           MOVE SPACES TO LDST-REC.
           WRITE LDST-REC
             AFTER ADVANCING 1 LINE.
           PERFORM 1610-POST-DED-CODE
             VARYING WS-DC-SUB FROM 1 BY 1
             UNTIL WS-DC-SUB IS GREATER THAN WS-DC-USED.
           IF WS-STUB-NET IS GREATER THAN ZERO THEN
             IF WS-NET-ACCT IS EQUAL TO SPACES THEN
               ADD 1 TO WS-NOACCT-CT
               MOVE '** NO NET PAY PAYABLE ACCOUNT (N) IN CCTRTBL'
                 TO L-MSG
               MOVE SPACES TO L-MSG-KEY
               WRITE LDST-REC FROM LDST-MSG
                 AFTER ADVANCING 1 LINE
             ELSE
               MOVE WS-NET-ACCT TO WS-POST-ACCT
               MOVE WS-NET-DESC TO WS-POST-DESC
               MOVE WS-STUB-NET TO WS-POST-AMT
               PERFORM 0610-POST-CREDIT
               ADD WS-STUB-NET TO WS-POST-NET.
           IF WS-STUB-ER-SOC IS GREATER THAN ZERO OR
              WS-STUB-ER-MED IS GREATER THAN ZERO THEN
             PERFORM 1620-POST-EMPLOYER-MATCH.

       1610-POST-DED-CODE.
           MOVE WS-DC-CODE (WS-DC-SUB) TO WS-FIND-CODE.
           PERFORM 0250-FIND-DED-ACCT.
           IF WS-DA-AT IS EQUAL TO ZERO THEN
             ADD 1 TO WS-NOACCT-CT
             MOVE '** NO LIABILITY ACCOUNT (D) IN CCTRTBL FOR CODE'
               TO L-MSG
             MOVE WS-FIND-CODE TO L-MSG-KEY
             WRITE LDST-REC FROM LDST-MSG
               AFTER ADVANCING 1 LINE
           ELSE
             MOVE WS-DA-ACCT (WS-DA-AT) TO WS-POST-ACCT
             MOVE WS-DA-DESC (WS-DA-AT) TO WS-POST-DESC
             MOVE WS-DC-TOTAL (WS-DC-SUB) TO WS-POST-AMT
             PERFORM 0610-POST-CREDIT
             ADD WS-DC-TOTAL (WS-DC-SUB) TO WS-POST-DED.

       1620-POST-EMPLOYER-MATCH.
           IF WS-ER-ACCT IS EQUAL TO SPACES THEN
             ADD 1 TO WS-NOACCT-CT
             MOVE '** NO EMPLOYER TAX EXPENSE ACCOUNT (E) IN CCTRTBL'
               TO L-MSG
             MOVE SPACES TO L-MSG-KEY
             WRITE LDST-REC FROM LDST-MSG
               AFTER ADVANCING 1 LINE
           ELSE
             MOVE 'SOC' TO WS-FIND-CODE
             PERFORM 0250-FIND-DED-ACCT
             IF WS-DA-AT IS EQUAL TO ZERO AND
                WS-STUB-ER-SOC IS GREATER THAN ZERO THEN
               ADD 1 TO WS-NOACCT-CT
               MOVE '** NO LIABILITY ACCOUNT (D) IN CCTRTBL FOR CODE'
                 TO L-MSG
               MOVE 'SOC' TO L-MSG-KEY
               WRITE LDST-REC FROM LDST-MSG
                 AFTER ADVANCING 1 LINE
             ELSE
               MOVE 'MED' TO WS-FIND-CODE
               PERFORM 0250-FIND-DED-ACCT
               IF WS-DA-AT IS EQUAL TO ZERO AND
                  WS-STUB-ER-MED IS GREATER THAN ZERO THEN
                 ADD 1 TO WS-NOACCT-CT
                 MOVE '** NO LIABILITY ACCOUNT (D) IN CCTRTBL FOR CODE'
                   TO L-MSG
                 MOVE 'MED' TO L-MSG-KEY
                 WRITE LDST-REC FROM LDST-MSG
                   AFTER ADVANCING 1 LINE
               ELSE
                 PERFORM 1625-POST-MATCH-ENTRIES.

       1625-POST-MATCH-ENTRIES.
           MOVE WS-ER-ACCT TO WS-POST-ACCT.
           MOVE WS-ER-DESC TO WS-POST-DESC.
           COMPUTE WS-POST-AMT = WS-STUB-ER-SOC + WS-STUB-ER-MED.
           PERFORM 0600-POST-DEBIT.
           ADD WS-POST-AMT TO WS-POST-ER.
           IF WS-STUB-ER-SOC IS GREATER THAN ZERO THEN
             MOVE 'SOC' TO WS-FIND-CODE
             PERFORM 0250-FIND-DED-ACCT
             MOVE WS-DA-ACCT (WS-DA-AT) TO WS-POST-ACCT
             MOVE WS-DA-DESC (WS-DA-AT) TO WS-POST-DESC
             MOVE WS-STUB-ER-SOC TO WS-POST-AMT
             PERFORM 0610-POST-CREDIT.
           IF WS-STUB-ER-MED IS GREATER THAN ZERO THEN
             MOVE 'MED' TO WS-FIND-CODE
             PERFORM 0250-FIND-DED-ACCT
             MOVE WS-DA-ACCT (WS-DA-AT) TO WS-POST-ACCT
             MOVE WS-DA-DESC (WS-DA-AT) TO WS-POST-DESC
             MOVE WS-STUB-ER-MED TO WS-POST-AMT
             PERFORM 0610-POST-CREDIT.
      **************************************************************
      * PRINTS THE JOURNAL ONE LINE PER ACCOUNT AND ADDS UP THE
      * DEBITS AND CREDITS.
      **************************************************************
       1650-PRINT-JOURNAL.
           MOVE SPACES TO LDST-REC.
           WRITE LDST-REC
             AFTER ADVANCING 1 LINE.
           WRITE LDST-REC FROM LDST-JHEAD1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LDST-REC.
           WRITE LDST-REC.
           WRITE LDST-REC FROM LDST-JHEAD2
             AFTER ADVANCING 1 LINE.
           PERFORM 1655-PRINT-ACCOUNT
             VARYING WS-AC-SUB FROM 1 BY 1
             UNTIL WS-AC-SUB IS GREATER THAN WS-AC-USED.
           MOVE SPACES TO L-J-ACCT.
           MOVE 'TOTAL' TO L-J-DESC.
           MOVE WS-TOTAL-DEBITS TO L-J-DEBIT.
           MOVE WS-TOTAL-CREDITS TO L-J-CREDIT.
           WRITE LDST-REC FROM LDST-JLINE
             AFTER ADVANCING 2 LINES.

       1655-PRINT-ACCOUNT.
           MOVE WS-AC-ACCT (WS-AC-SUB) TO L-J-ACCT.
           MOVE WS-AC-DESC (WS-AC-SUB) TO L-J-DESC.
           MOVE WS-AC-DEBIT (WS-AC-SUB) TO L-J-DEBIT.
           MOVE WS-AC-CREDIT (WS-AC-SUB) TO L-J-CREDIT.
           ADD WS-AC-DEBIT (WS-AC-SUB) TO WS-TOTAL-DEBITS.
           ADD WS-AC-CREDIT (WS-AC-SUB) TO WS-TOTAL-CREDITS.
           WRITE LDST-REC FROM LDST-JLINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * TIES THE JOURNAL TO THE REGISTER.  EVERY LINE MUST AGREE,
      * AND THE JOURNAL MUST BALANCE, FOR IT TO BE RELEASED.
      **************************************************************
       1700-TIE-OUT.
           MOVE SPACES TO LDST-REC.
           WRITE LDST-REC
             AFTER ADVANCING 1 LINE.
           WRITE LDST-REC FROM LDST-TIE-HEAD
             AFTER ADVANCING 1 LINE.
           MOVE 'PAYMENTS' TO L-TIC-LABEL.
           MOVE RT-PAID-CT TO L-TIC-REG.
           MOVE WS-STUB-CT TO L-TIC-JRNL.
           IF RT-PAID-CT IS EQUAL TO WS-STUB-CT THEN
             MOVE 'AGREES' TO L-TIC-FLAG
           ELSE
             MOVE 0 TO WS-TIE-OK-SW
             MOVE '** DOES NOT TIE' TO L-TIC-FLAG.
           WRITE LDST-REC FROM LDST-TIE-CT
             AFTER ADVANCING 1 LINE.
           MOVE 'PERIOD' TO L-TIC-LABEL.
           MOVE RT-PERIOD TO L-TIC-REG.
           MOVE WS-PERIOD TO L-TIC-JRNL.
           IF RT-PERIOD IS EQUAL TO WS-PERIOD AND
              WS-PERIOD-MIX-SW IS EQUAL TO 0 THEN
             MOVE 'AGREES' TO L-TIC-FLAG
           ELSE
             MOVE 0 TO WS-TIE-OK-SW
             MOVE '** DOES NOT TIE' TO L-TIC-FLAG.
           WRITE LDST-REC FROM LDST-TIE-CT
             AFTER ADVANCING 1 LINE.
           MOVE 'GROSS PAY TO EXPENSE' TO L-TIE-LABEL.
           MOVE RT-GROSS TO L-TIE-REG.
           MOVE WS-POST-EXPENSE TO L-TIE-JRNL.
           IF RT-GROSS IS EQUAL TO WS-POST-EXPENSE THEN
             MOVE 'AGREES' TO L-TIE-FLAG
           ELSE
             MOVE 0 TO WS-TIE-OK-SW
             MOVE '** DOES NOT TIE' TO L-TIE-FLAG.
           WRITE LDST-REC FROM LDST-TIE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'DEDUCTIONS TO LIABILITY' TO L-TIE-LABEL.
           MOVE RT-DED-TOTAL TO L-TIE-REG.
           MOVE WS-POST-DED TO L-TIE-JRNL.
           IF RT-DED-TOTAL IS EQUAL TO WS-POST-DED THEN
             MOVE 'AGREES' TO L-TIE-FLAG
           ELSE
             MOVE 0 TO WS-TIE-OK-SW
             MOVE '** DOES NOT TIE' TO L-TIE-FLAG.
           WRITE LDST-REC FROM LDST-TIE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'NET PAY TO NET PAY PAYABLE' TO L-TIE-LABEL.
           MOVE RT-NET TO L-TIE-REG.
           MOVE WS-POST-NET TO L-TIE-JRNL.
           IF RT-NET IS EQUAL TO WS-POST-NET THEN
             MOVE 'AGREES' TO L-TIE-FLAG
           ELSE
             MOVE 0 TO WS-TIE-OK-SW
             MOVE '** DOES NOT TIE' TO L-TIE-FLAG.
           WRITE LDST-REC FROM LDST-TIE-LINE
             AFTER ADVANCING 1 LINE.
           COMPUTE WS-REG-ER = RT-ER-SOC + RT-ER-MED.
           MOVE 'EMPLOYER MATCH TO EXPENSE' TO L-TIE-LABEL.
           MOVE WS-REG-ER TO L-TIE-REG.
           MOVE WS-POST-ER TO L-TIE-JRNL.
           IF WS-REG-ER IS EQUAL TO WS-POST-ER THEN
             MOVE 'AGREES' TO L-TIE-FLAG
           ELSE
             MOVE 0 TO WS-TIE-OK-SW
             MOVE '** DOES NOT TIE' TO L-TIE-FLAG.
           WRITE LDST-REC FROM LDST-TIE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'DEBITS AGAINST CREDITS' TO L-TIE-LABEL.
           MOVE WS-TOTAL-DEBITS TO L-TIE-REG.
           MOVE WS-TOTAL-CREDITS TO L-TIE-JRNL.
           IF WS-TOTAL-DEBITS IS EQUAL TO WS-TOTAL-CREDITS THEN
             MOVE 'BALANCED' TO L-TIE-FLAG
           ELSE
             MOVE 0 TO WS-TIE-OK-SW
             MOVE '** OUT OF BALANCE' TO L-TIE-FLAG.
           WRITE LDST-REC FROM LDST-TIE-LINE
             AFTER ADVANCING 1 LINE.
           IF WS-UNMAPPED-CT IS GREATER THAN ZERO OR
              WS-NOACCT-CT IS GREATER THAN ZERO THEN
             MOVE 0 TO WS-TIE-OK-SW.
           IF WS-FLAGGED-CT IS GREATER THAN ZERO THEN
             MOVE 'PAYMENTS NOT CHARGED TO THEIR HOME COST CENTER:'
               TO L-MSG
             MOVE WS-FLAGGED-CT TO L-MSG-KEY
             WRITE LDST-REC FROM LDST-MSG
               AFTER ADVANCING 2 LINES.
      **************************************************************
      * WRITES THE JOURNAL WHEN EVERYTHING TIED.  WHEN IT DID NOT,
      * GLJRNL IS STILL OPENED AND CLOSED SO LAST PERIOD'S JOURNAL
      * CANNOT BE PICKED UP AGAIN IN ITS PLACE.
      **************************************************************
       1800-RELEASE-JOURNAL.
           OPEN OUTPUT GLJRNL-FILE.
           IF WS-TIE-OK-SW IS EQUAL TO 1 THEN
             PERFORM 1810-WRITE-JOURNAL-ACCT
               VARYING WS-AC-SUB FROM 1 BY 1
               UNTIL WS-AC-SUB IS GREATER THAN WS-AC-USED
             MOVE 'JOURNAL RELEASED -- LINES WRITTEN:' TO L-MSG
             MOVE WS-JRNL-CT TO L-MSG-KEY
             IF WS-FLAGGED-CT IS GREATER THAN ZERO THEN
               MOVE 4 TO WS-RUN-RC
             END-IF
           ELSE
             MOVE '*** JOURNAL NOT RELEASED -- DOES NOT TIE ***'
               TO L-MSG
             MOVE SPACES TO L-MSG-KEY
             DISPLAY '*** LABDIST JOURNAL DOES NOT TIE, NOT RELEASED'
             MOVE 16 TO WS-RUN-RC.
           CLOSE GLJRNL-FILE.
           WRITE LDST-REC FROM LDST-MSG
             AFTER ADVANCING 2 LINES.

       1810-WRITE-JOURNAL-ACCT.
           MOVE SPACES TO GLJRNL-REC.
           MOVE WS-PERIOD TO GJ-PERIOD.
           MOVE WS-RUN-DATE TO GJ-RUN-DATE.
           MOVE WS-AC-ACCT (WS-AC-SUB) TO GJ-ACCT.
           MOVE WS-AC-DESC (WS-AC-SUB) TO GJ-DESC.
           IF WS-AC-DEBIT (WS-AC-SUB) IS GREATER THAN ZERO THEN
             MOVE 'D' TO GJ-DR-CR
             MOVE WS-AC-DEBIT (WS-AC-SUB) TO GJ-AMOUNT
             WRITE GLJRNL-REC
             ADD 1 TO WS-JRNL-CT.
           IF WS-AC-CREDIT (WS-AC-SUB) IS GREATER THAN ZERO THEN
             MOVE 'C' TO GJ-DR-CR
             MOVE WS-AC-CREDIT (WS-AC-SUB) TO GJ-AMOUNT
             WRITE GLJRNL-REC
             ADD 1 TO WS-JRNL-CT.
      **************************************************************
      * LOOKS WS-FIND-CCTR UP IN THE COST CENTER TABLE.  WS-CC-AT IS
      * ITS ENTRY, OR ZERO WHEN IT IS NOT THERE.
      **************************************************************
       0200-FIND-CCTR.
           MOVE ZERO TO WS-CC-AT.
           PERFORM 0205-CHECK-CCTR
             VARYING WS-CC-SUB FROM 1 BY 1
             UNTIL WS-CC-SUB IS GREATER THAN WS-CC-USED OR
                   WS-CC-AT IS GREATER THAN ZERO.

       0205-CHECK-CCTR.
           IF WS-CC-CCTR (WS-CC-SUB) IS EQUAL TO WS-FIND-CCTR THEN
             MOVE WS-CC-SUB TO WS-CC-AT.
      **************************************************************
      * LOOKS WS-FIND-CODE UP IN THE DEDUCTION ACCOUNT TABLE.
      * WS-DA-AT IS ITS ENTRY, OR ZERO WHEN IT IS NOT THERE.
      **************************************************************
       0250-FIND-DED-ACCT.
           MOVE ZERO TO WS-DA-AT.
           PERFORM 0255-CHECK-DED-ACCT
             VARYING WS-DA-SUB FROM 1 BY 1
             UNTIL WS-DA-SUB IS GREATER THAN WS-DA-USED OR
                   WS-DA-AT IS GREATER THAN ZERO.

       0255-CHECK-DED-ACCT.
           IF WS-DA-CODE (WS-DA-SUB) IS EQUAL TO WS-FIND-CODE THEN
             MOVE WS-DA-SUB TO WS-DA-AT.
      **************************************************************
      * ADDS WS-POST-AMT TO THE DEBIT OR CREDIT SIDE OF ACCOUNT
      * WS-POST-ACCT, OPENING AN ENTRY FOR THE ACCOUNT THE FIRST
      * TIME IT IS POSTED.
      **************************************************************
       0600-POST-DEBIT.
           PERFORM 0650-FIND-ACCOUNT.
           ADD WS-POST-AMT TO WS-AC-DEBIT (WS-AC-AT).

       0610-POST-CREDIT.
           PERFORM 0650-FIND-ACCOUNT.
           ADD WS-POST-AMT TO WS-AC-CREDIT (WS-AC-AT).

       0650-FIND-ACCOUNT.
           MOVE ZERO TO WS-AC-AT.
           PERFORM 0655-CHECK-ACCOUNT
             VARYING WS-AC-SUB FROM 1 BY 1
             UNTIL WS-AC-SUB IS GREATER THAN WS-AC-USED OR
                   WS-AC-AT IS GREATER THAN ZERO.
           IF WS-AC-AT IS EQUAL TO ZERO THEN
             IF WS-AC-USED IS EQUAL TO 300 THEN
               DISPLAY '*** LABDIST MORE THAN 300 JOURNAL ACCOUNTS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             ELSE
               ADD 1 TO WS-AC-USED
               MOVE WS-AC-USED TO WS-AC-AT
               MOVE WS-POST-ACCT TO WS-AC-ACCT (WS-AC-AT)
               MOVE WS-POST-DESC TO WS-AC-DESC (WS-AC-AT)
               MOVE ZERO TO WS-AC-DEBIT (WS-AC-AT)
               MOVE ZERO TO WS-AC-CREDIT (WS-AC-AT).

       0655-CHECK-ACCOUNT.
           IF WS-AC-ACCT (WS-AC-SUB) IS EQUAL TO WS-POST-ACCT THEN
             MOVE WS-AC-SUB TO WS-AC-AT.
      **************************************************************
      * READS THE SORTED PAYMENTS.
      **************************************************************
       2000-READ-SORTED.
           READ LD-SORTED
             AT END MOVE 1 TO SORTED-EOF-SW.
      **************************************************************
      * READS THE STUB EXTRACT.
      **************************************************************
       2100-READ-STUB.
           READ STUB-FILE
             AT END MOVE 1 TO STUB-EOF-SW.
      **************************************************************
      * RANDOM READ OF THE MASTER FOR THE CURRENT STUB'S EMPLOYEE.
      **************************************************************
       2200-READ-MASTER-RANDOM.
           MOVE SX-EID TO M-EID.
           READ MASTER-FILE
             INVALID KEY MOVE 0 TO WS-MASTER-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-MASTER-FOUND-SW.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' AND
              WS-MASTER-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** LABDIST NEWEMP MASTER READ FAILED, STATUS '
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
