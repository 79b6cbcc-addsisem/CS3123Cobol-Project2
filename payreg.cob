      * THE COMMAND LINE (THE WAY PROJ02 ACCEPTS RESTART), AND A RUN
      * THAT ENDS CLEAN CLOSES THE PERIOD BEHIND ITSELF SO THE SAME
      * HOURS FILE CANNOT QUIETLY PAY EVERYONE TWICE.
      * NET PAY GOES OUT BY DIRECT DEPOSIT FOR EVERY EMPLOYEE WITH A
      * RECORD ON THE KEYED BANKACCT FILE (MAINTAINED BY BANKMNT):
      * THE RUN WRITES A NACHA-FORMAT ACHFILE -- ONE PPD CREDIT
      * BATCH WITH BATCH AND FILE CONTROL TOTALS -- SPLITTING A
      * FIXED AMOUNT TO A SECOND ACCOUNT WHERE ONE IS ON FILE.  A NEW
      * OR CHANGED ACCOUNT GOES OUT AS A ZERO-DOLLAR PRENOTE FOR ONE
      * PERIOD AND THAT PERIOD IS PAID BY CHECK.  EVERY EMPLOYEE PAID
      * BY CHECK IS LISTED ON THE PAY-BY-CHECK LIST, AND THE LAST
      * PAGE TIES DIRECT DEPOSIT PLUS CHECKS BACK TO THE NET TOTAL.
      * THE ACH ORIGINATOR DETAILS COME FROM THE PAYPARM FILE.
      * EVERY DEDUCTION TAKEN IS ALSO ROLLED INTO THE KEYED YTDDED
      * FILE (YTD AMOUNT PER EMPLOYEE PER DEDUCTION CODE), AND EVERY
      * EMPLOYEE PAID GETS A STUBEXT RECORD -- THE PAYMENT WITH ITS
      * DEDUCTIONS IN THE ORDER THEY CAME OFF -- THAT PAYSTUB PRINTS
      * THE EARNINGS STATEMENTS FROM.  A RUN THAT ENDS CLEAN ALSO
      * APPENDS ITS STUBEXT RECORDS TO THE PERMANENT PAYHIST PAY
      * HISTORY THAT OFFCYC VOIDS AND REISSUES AGAINST.
      * VACATION AND SICK LEAVE: THE HOURS RECORD CARRIES LEAVE HOURS
      * TAKEN SEPARATELY FROM HOURS WORKED.  HOURLY EMPLOYEES ARE PAID
      * LEAVE HOURS AT STRAIGHT M-RATE (LEAVE NEVER COUNTS TOWARD
      * OVERTIME); SALARIED PAY IS UNCHANGED.  EVERY EMPLOYEE PAID HAS
      * THE LEAVE TAKEN COME OFF, AND THE PERIOD'S ACCRUAL GO ON, THE
      * KEYED LEAVBAL BALANCE FILE.  THE ACCRUAL RATE COMES FROM THE
      * LEAVCTL TABLE BY EMPLOYEE TYPE AND COMPLETED YEARS OF SERVICE
      * FROM M-DATE, WORKED OUT THE SAME WAY SRVANNV DOES.  LEAVE
      * TAKEN PAST THE BALANCE GOES TO THE UNPAID LISTING; HRSEDIT
      * NORMALLY CATCHES IT FIRST.  A BALANCE ALREADY POSTED FOR THE
      * PERIOD (AN OVERRIDE RERUN) IS NOT POSTED AGAIN.
      * INCOME TAX, SOCIAL SECURITY AND MEDICARE COME OFF AHEAD OF
      * THE DEDUCTIONS FILE, WORKED OUT FROM THE EMPLOYEE'S KEYED
      * WHPROF WITHHOLDING PROFILE (FILING STATUS, ALLOWANCES, STATE,
      * EXTRA FLAT WITHHOLDING) AND THE TAXTBL BRACKET TABLES FOR THE
      * PAY FREQUENCY IN THE PAYPARM FILE.  THEY GO ON THE REGISTER,
      * THE STUB AND YTDDED AS CODES FIT, SIT, SOC AND MED, AND THE
      * EMPLOYER'S MATCHING SOCIAL SECURITY AND MEDICARE ARE TOTALED
      * ON THE LAST PAGE AND CARRIED ON STUBEXT FOR QTRTAX.  A SITE
      * WITHOUT A TAXTBL FILE KEEPS TAKING TAXES AS DEDUCTIONS FILE
      * LINES; ONCE IT HAS ONE, FIT/SIT/SOC/MED LINES ON THE
      * DEDUCTIONS FILE ARE IGNORED.
      * THE RUN'S CONTROL TOTALS (PAID COUNT, GROSS, DEDUCTIONS, NET
      * AND THE EMPLOYER MATCH) GO TO A ONE-RECORD PAYTOT FILE THAT
      * LABDIST TIES ITS LABOR DISTRIBUTION AND JOURNAL BACK TO.
      * EVERY PAYDTL RECORD IS ALSO KEPT, WITH THE LEAVE HOURS PAID
      * AND THE PERIOD END DATE FROM PAYCTL, ON THE PERMANENT PAYDHIST
      * PAY-DETAIL HISTORY (APPENDED AT A CLEAN END, LIKE PAYHIST) SO
      * RETROPAY CAN WORK OUT WHAT A BACK-DATED RATE CHANGE SHOULD
      * HAVE PAID.  THE RETROERN DIFFERENCES RETROPAY WRITES FOR THIS
      * PERIOD ARE PAID AS A SEPARATE RETRO PAY LINE ON TOP OF THE
      * PERIOD'S GROSS, AND EACH ONE PAID GOES TO PAYDHIST AGAINST
      * THE PERIOD IT MAKES UP SO IT IS NEVER WORKED OUT TWICE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PAYR-FILE ASSIGN TO 'UR-S-PAYR'.
           SELECT PAYDTL-FILE ASSIGN TO 'PAYDTL'.
      *  PAYROLL RUN PARAMETERS -- ACH ORIGINATOR DETAILS.  OPTIONAL
      *  THE WAY PROJ02'S PARMFILE IS, BUT A RUN THAT HAS A BANK FILE
      *  TO PAY FROM REFUSES TO START WITHOUT THEM.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'PAYPARM'
               FILE STATUS IS WS-PARM-STATUS.
      *  DIRECT-DEPOSIT ACCOUNTS KEYED BY EMPLOYEE ID, MAINTAINED BY
      *  BANKMNT.  OPENED I-O SO THE PRENOTE FLAG CAN BE MOVED ALONG.
           SELECT OPTIONAL BANK-FILE ASSIGN TO 'BANKACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-EID
               FILE STATUS IS WS-BANK-STATUS.
      *  YEAR-TO-DATE DEDUCTIONS KEYED BY EMPLOYEE ID AND DEDUCTION
      *  CODE, MAINTAINED IN PLACE THE SAME WAY AS YTDEARN.
           SELECT OPTIONAL YTDDED-FILE ASSIGN TO 'YTDDED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YD-KEY
               FILE STATUS IS WS-YTDDED-STATUS.
           SELECT STUB-FILE ASSIGN TO 'STUBEXT'.
      *  PERMANENT PAY HISTORY -- EVERY PAYMENT EVER MADE, IN THE
      *  STUBEXT LAYOUT.  OPTIONAL SO THE FIRST RUN CREATES IT.
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'PAYHIST'.
      *  LEAVE BALANCES KEYED BY EMPLOYEE ID, MAINTAINED IN PLACE THE
      *  SAME WAY AS YTDEARN.  OPTIONAL SO THE FIRST RUN CREATES IT.
           SELECT OPTIONAL LEAVBAL-FILE ASSIGN TO 'LEAVBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EID
               FILE STATUS IS WS-LEAVE-STATUS.
      *  LEAVE ACCRUAL TABLE.  OPTIONAL -- A SITE WITH NO TABLE
      *  ACCRUES NOTHING, BUT LEAVE TAKEN STILL COMES OFF.
           SELECT OPTIONAL LEAVCTL-FILE ASSIGN TO 'LEAVCTL'
               FILE STATUS IS WS-LVCTL-STATUS.
      *  WITHHOLDING PROFILES KEYED BY EMPLOYEE ID (WHPMNT) AND THE
      *  TAX BRACKET TABLES.  NO TAXTBL FILE MEANS NO TABLE-DRIVEN
      *  WITHHOLDING THIS RUN.
           SELECT OPTIONAL WHPROF-FILE ASSIGN TO 'WHPROF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WP-EID
               FILE STATUS IS WS-WHP-STATUS.
           SELECT OPTIONAL TAXTBL-FILE ASSIGN TO 'TAXTBL'
               FILE STATUS IS WS-TAXTBL-STATUS.
           SELECT ACH-FILE ASSIGN TO 'ACHFILE'.
           SELECT PAYTOT-FILE ASSIGN TO 'PAYTOT'.
      *  RETROACTIVE PAY DIFFERENCES FROM RETROPAY.  OPTIONAL -- MOST
      *  PERIODS HAVE NONE.  ONLY RECORDS WRITTEN FOR THIS PERIOD ARE
      *  PAID, SO A FILE LEFT OVER FROM AN EARLIER PERIOD PAYS NOTHING.
           SELECT OPTIONAL RETRO-FILE ASSIGN TO 'RETROERN'
               FILE STATUS IS WS-RETRO-STATUS.
      *  THIS RUN'S PAY-DETAIL HISTORY RECORDS, AND THE PERMANENT
      *  PAYDHIST THEY ARE APPENDED TO AT A CLEAN END.  OPTIONAL SO
      *  THE FIRST RUN CREATES IT.
           SELECT PAYDHW-FILE ASSIGN TO 'PAYDHWK'.
           SELECT OPTIONAL PAYDHIST-FILE ASSIGN TO 'PAYDHIST'.
           SELECT PCHK-FILE ASSIGN TO 'UR-S-PCHK'.

       DATA DIVISION.

         03 M-TITLE      PIC X(17).
         03 M-SSN        PIC X(9).
         03 FILLER       PIC X(24).
         03 M-DATE.
           05 M-HIRE-MM  PIC X(2).
           05 M-HIRE-DD  PIC X(2).
           05 M-HIRE-YYYY PIC X(4).
         03 FILLER       PIC X(2).
         03 M-RATE       PIC 9(4)V99.
         03 M-STATUS     PIC X(1).
         03 FILLER       PIC X(4).
      **************************************************************
      * HOURS-WORKED INPUT -- ONE RECORD PER EMPLOYEE PER PERIOD,
      * KEYED BY EMPLOYEE ID.  VACATION AND SICK HOURS TAKEN RIDE
      * ALONGSIDE THE HOURS WORKED; BLANK (OLDER KEYING JOBS) IS
      * THE SAME AS ZERO.
      **************************************************************
       FD HOURS-FILE
           BLOCK CONTAINS 0 RECORDS
       01 HOURS-REC.
         03 HR-EID       PIC X(7).
         03 HR-HOURS     PIC 9(3)V99.
         03 HR-VAC-TAKEN PIC 9(2)V99.
         03 HR-VAC-TAKEN-X REDEFINES HR-VAC-TAKEN
                         PIC X(4).
         03 HR-SICK-TAKEN PIC 9(2)V99.
         03 HR-SICK-TAKEN-X REDEFINES HR-SICK-TAKEN
                         PIC X(4).
      **************************************************************
      * DEDUCTIONS INPUT -- ONE RECORD PER EMPLOYEE PER DEDUCTION,
      * KEYED BY EMPLOYEE ID.  DD-METHOD 'F' TAKES DD-AMOUNT AS A
         03 FILLER       PIC X(10).
      **************************************************************
      * YEAR-TO-DATE EARNINGS -- ONE RECORD PER EMPLOYEE CARRYING
      * THE YEAR IT BELONGS TO, YTD GROSS, YTD HOURS, HOW MANY
      * PERIODS PAID, AND THE LEAVE PAY AND RETRO PAY INCLUDED IN YTD
      * GROSS.  A RECORD WRITTEN BEFORE THE LEAVE AND RETRO FIGURES
      * WERE CARRIED HAS SPACES THERE, WHICH READ AS ZERO.  A PAID
      * EMPLOYEE WITH NO RECORD GETS ONE CREATED; A RECORD FROM A
      * PRIOR YEAR ROLLS OVER TO THE NEW YEAR ON THE YEAR'S FIRST
      * PAYMENT.  YTDRPT READS THIS FILE FOR THE YEAR-END EARNINGS
      * SUMMARY.
      **************************************************************
       FD YTD-FILE
           BLOCK CONTAINS 0 RECORDS
         03 Y-GROSS      PIC 9(9)V99.
         03 Y-HOURS      PIC 9(5)V99.
         03 Y-PERIODS    PIC 9(3).
         03 Y-LEAVE-PAY  PIC 9(9)V99.
         03 Y-RETRO-PAY  PIC 9(9)V99.
         03 FILLER       PIC X(10).
      **************************************************************
      * YEAR-TO-DATE DEDUCTIONS -- ONE RECORD PER EMPLOYEE PER
      * DEDUCTION CODE, CARRYING THE YEAR IT BELONGS TO.  ROLLS OVER
      * ON THE YEAR'S FIRST DEDUCTION UNDER THE CODE, THE SAME WAY
      * YTDEARN DOES; A CODE NOT TAKEN YET THIS YEAR STILL CARRIES
      * LAST YEAR, SO READERS MUST CHECK YD-YEAR.
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
      **************************************************************
      * PAY-PERIOD CONTROL -- ONE RECORD, PERIOD NUMBER PLUS THE
      * OPEN/CLOSED FLAG ('O' = OPEN, 'C' = CLOSED).  A CLEAN RUN
      * REWRITES IT CLOSED; THE STEP THAT SETS UP THE NEXT PERIOD
      * WRITES IT BACK OPEN WITH THE NEW PERIOD NUMBER AND THE LAST
      * DAY THE PERIOD COVERS (CT-END-DATE, YYYYMMDD).  AN END DATE
      * LEFT BLANK IS TAKEN AS THE RUN DATE.
      **************************************************************
       FD PAYCTL-FILE
           BLOCK CONTAINS 0 RECORDS
       01 PAYCTL-REC.
         03 CT-PERIOD    PIC 9(4).
         03 CT-STATUS    PIC X(1).
         03 CT-END-DATE  PIC X(8).
         03 FILLER       PIC X(7).
       FD PAYR-FILE
           LABEL RECORDS ARE OMITTED.
       01 PAYR-REC       PIC X(110).
         03 PD-GROSS       PIC 9(7)V99.
         03 PD-NET         PIC 9(7)V99.
         03 PD-PERIOD      PIC 9(4).
      **************************************************************
      * PAY-STUB EXTRACT -- ONE RECORD PER EMPLOYEE PAID, CARRYING
      * WHAT THE EARNINGS STATEMENT PRINTS: NAME, PERIOD, HOURS,
      * RATE, GROSS, NET AND EACH DEDUCTION IN THE ORDER IT CAME
      * OFF.  SX-PAY-TYPE 'R' = REGULAR PAYROLL; OFFCYC WRITES THE
      * SAME LAYOUT TO PAYHIST WITH 'V' = VOID, 'M' = MANUAL AND
      * 'I' = REISSUE, SX-ORIG-TYPE CARRYING THE TYPE (R OR M) OF
      * THE PAYMENT A VOID OR REISSUE GOES BACK TO.  SX-GROSS
      * INCLUDES SX-LEAVE-PAY (LEAVE HOURS AT STRAIGHT TIME) AND
      * SX-RETRO-AMT (RETRO PAY FOR EARLIER PERIODS).
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
           05 FILLER       PIC X(4).
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
      * PAY HISTORY -- STUBEXT RECORDS APPENDED AT A CLEAN END.
      **************************************************************
       FD PAYHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYHIST-REC    PIC X(370).
      **************************************************************
      * REGISTER CONTROL TOTALS -- ONE RECORD PER RUN, THE SAME
      * FIGURES THE LAST PAGE PRINTS.  RT-DED-TOTAL IS EVERY
      * DEDUCTION TAKEN, TAXES INCLUDED.
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
      * RETROACTIVE PAY DIFFERENCES -- SAME 80-BYTE LAYOUT RETROPAY
      * WRITES.  ONE RECORD PER EMPLOYEE PER PAID PERIOD MADE UP;
      * RE-PAY-PERIOD IS THE PERIOD THAT IS TO PAY IT.
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
      **************************************************************
      * PAY-DETAIL HISTORY -- THE PAYDTL RECORD PLUS WHAT IT TAKES TO
      * WORK THE PAYMENT OUT AGAIN.  PH-REC-TYPE 'R' = THE PERIOD'S
      * REGULAR PAY, OF WHICH PH-RETRO-AMT WAS RETRO PAY FOR EARLIER
      * PERIODS; 'T' = RETRO PAY FOR PH-FOR-PERIOD, PAID IN PH-PERIOD.
      **************************************************************
       FD PAYDHW-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYDHW-REC.
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
       FD PAYDHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYDHIST-REC   PIC X(100).
      **************************************************************
      * LEAVE BALANCES -- ONE RECORD PER EMPLOYEE.  THE BALANCES
      * CARRY OVER FROM YEAR TO YEAR (LEAVRPT FORFEITS ANYTHING OVER
      * THE CAP AT YEAR END); THE ACCRUED AND TAKEN FIGURES ARE FOR
      * LB-YEAR AND ROLL OVER ON THE YEAR'S FIRST POSTING.
      * LB-LAST-PERIOD IS THE LAST PAY PERIOD POSTED, AND
      * LB-CLOSED-YEAR THE LAST YEAR LEAVRPT CLOSED.
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
      * LEAVE ACCRUAL TABLE -- ONE KEYWORD RECORD PER LINE:
      *   R -- ACCRUAL RATE: EMPLOYEE TYPE ('**' = ANY TYPE), THE
      *        COMPLETED YEARS OF SERVICE IT STARTS AT, AND VACATION
      *        AND SICK HOURS EARNED PER PERIOD PAID.
      *   C -- YEAR-END CARRYOVER CAP BY TYPE (READ BY LEAVRPT).
      *   H -- STANDARD HOURS PER PERIOD FOR SALARIED (LEAVRPT).
      * THE RATE USED IS THE ONE FOR THE EMPLOYEE'S OWN TYPE WITH THE
      * MOST YEARS NOT PAST THEIR SERVICE, FALLING BACK TO '**'.
      **************************************************************
       FD LEAVCTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 LEAVCTL-REC.
         03 LC-REC-TYPE    PIC X(1).
         03 LC-TYPE        PIC X(2).
         03 FILLER         PIC X(77).
       01 LEAVCTL-RATE-REC.
         03 FILLER         PIC X(3).
         03 LC-MIN-YEARS   PIC 9(2).
         03 LC-VAC-RATE    PIC 9(2)V9999.
         03 LC-SICK-RATE   PIC 9(2)V9999.
         03 FILLER         PIC X(63).
      **************************************************************
      * WITHHOLDING PROFILE -- SAME 60-BYTE LAYOUT WHPMNT MAINTAINS.
      * WP-FILING 'S' = SINGLE, 'M' = MARRIED, 'H' = HEAD OF
      * HOUSEHOLD.  A BLANK WP-STATE TAKES NO STATE TAX.
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
      * TAX TABLE -- ONE RECORD PER LINE, TT-JURIS 'US' FOR FEDERAL
      * OR THE STATE CODE:
      *   B -- BRACKET: PAY FREQUENCY, FILING STATUS, WAGES OVER,
      *        BASE TAX AND PERCENT ON THE EXCESS (PERCENTAGE METHOD
      *        ON WAGES LESS ALLOWANCES FOR THE PERIOD).
      *   A -- ONE ALLOWANCE'S WORTH OF WAGES FOR THE FREQUENCY.
      *   F -- SOCIAL SECURITY RATE AND WAGE BASE, MEDICARE RATE,
      *        AND THE EMPLOYER'S MATCHING RATES.  EXACTLY ONE.
      * ANYTHING ELSE IS IGNORED, SO THE FILE CAN CARRY COMMENTS.
      **************************************************************
       FD TAXTBL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 TAXTBL-REC.
         03 TT-REC-TYPE    PIC X(1).
         03 TT-JURIS       PIC X(2).
         03 TT-FREQ        PIC X(1).
         03 TT-FILING      PIC X(1).
         03 FILLER         PIC X(75).
       01 TAXTBL-BRACKET-REC.
         03 FILLER         PIC X(5).
         03 TB-OVER        PIC 9(7)V99.
         03 TB-BASE        PIC 9(7)V99.
         03 TB-PCT         PIC 9(2)V9999.
         03 FILLER         PIC X(51).
       01 TAXTBL-ALLOW-REC.
         03 FILLER         PIC X(5).
         03 TA-ALLOW-AMT   PIC 9(5)V99.
         03 FILLER         PIC X(68).
       01 TAXTBL-FICA-REC.
         03 FILLER         PIC X(5).
         03 TF-SS-RATE     PIC 9(2)V9999.
         03 TF-SS-BASE     PIC 9(7)V99.
         03 TF-MED-RATE    PIC 9(2)V9999.
         03 TF-ER-SS-RATE  PIC 9(2)V9999.
         03 TF-ER-MED-RATE PIC 9(2)V9999.
         03 FILLER         PIC X(42).
      *  PAYROLL RUN PARAMETERS -- ONE KEYWORD PER RECORD:
      *    ACHDST <DESTINATION ROUTING, 9> <DESTINATION NAME>
      *    ACHORG <COMPANY ID, 10> <COMPANY NAME>
      *    ACHODF <ORIGINATING DFI ROUTING, FIRST 8 DIGITS>
      *    PAYFRQ <PAY FREQUENCY W/B/S/M FOR THE TAX TABLES>
      *  ANYTHING ELSE IS IGNORED, SO THE FILE CAN CARRY COMMENTS.
       FD PARM-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PARM-REC.
         03 PM-KEYWORD     PIC X(6).
         03 PM-DATA        PIC X(74).
       01 PARM-ACHDST-REC.
         03 FILLER         PIC X(6).
         03 PA-DEST-ROUTING PIC X(9).
         03 FILLER         PIC X(1).
         03 PA-DEST-NAME   PIC X(23).
         03 FILLER         PIC X(41).
       01 PARM-ACHORG-REC.
         03 FILLER         PIC X(6).
         03 PA-ORIG-ID     PIC X(10).
         03 FILLER         PIC X(1).
         03 PA-ORIG-NAME   PIC X(23).
         03 FILLER         PIC X(40).
       01 PARM-ACHODF-REC.
         03 FILLER         PIC X(6).
         03 PA-ODFI        PIC X(8).
         03 FILLER         PIC X(66).
       01 PARM-PAYFRQ-REC.
         03 FILLER         PIC X(6).
         03 PA-PAY-FREQ    PIC X(1).
         03 FILLER         PIC X(73).
      **************************************************************
      * BANK ACCOUNT RECORD -- SAME 90-BYTE LAYOUT AS BANKMNT.
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
      * NACHA ACH FILE -- 94-BYTE RECORDS BLOCKED TEN, BUILT FROM THE
      * RECORD LAYOUTS IN WORKING-STORAGE.
      **************************************************************
       FD ACH-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 ACH-REC        PIC X(94).
       FD PCHK-FILE
           LABEL RECORDS ARE OMITTED.
       01 PCHK-REC       PIC X(100).

       WORKING-STORAGE SECTION.
       01 HOURS-EOF-SW     PIC 9          VALUE 0.
      *  FOR THE EMPLOYEE JUST PAID FOUND A RECORD.
       01 WS-YTD-STATUS    PIC XX         VALUE SPACES.
       01 WS-YTD-FOUND-SW  PIC 9          VALUE 0.
       01 WS-YTDDED-STATUS PIC XX         VALUE SPACES.
       01 WS-YTDDED-FOUND-SW PIC 9        VALUE 0.
       01 STUB-EOF-SW      PIC 9          VALUE 0.
       01 WS-HIST-CT       PIC 9999       VALUE ZERO.
      *  FULL RUN DATE -- THE FIRST FOUR BYTES ARE THE YEAR STAMPED
      *  ON EVERY YTD RECORD TOUCHED THIS RUN.  THE NUMERIC VIEW IS
      *  FOR THE YEARS-OF-SERVICE ARITHMETIC.
       01 WS-RUN-DATE.
         03 WS-RUN-YEAR    PIC X(4).
         03 FILLER         PIC X(4).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE.
         03 WS-RUN-YYYY    PIC 9(4).
         03 WS-RUN-MM      PIC 9(2).
         03 WS-RUN-DD      PIC 9(2).
      *  PERIOD-CONTROL STATE -- THE PERIOD NUMBER THE RUN IS PAYING
      *  AND THE COMMAND-LINE OVERRIDE THAT LETS A CLOSED PERIOD RUN
      *  AGAIN ON PURPOSE, THE WAY PROJ02 ACCEPTS RESTART.
       01 WS-CTL-STATUS    PIC XX         VALUE SPACES.
       01 WS-PERIOD        PIC 9(4)       VALUE ZERO.
       01 WS-PERIOD-END    PIC X(8)       VALUE SPACES.
       01 WS-OVERRIDE-PARM PIC X(8)       VALUE SPACES.
       01 PAGE-CT          PIC 9999       VALUE 1.
       01 REC-CT           PIC 99         VALUE ZERO.
       01 WS-DED-TOTAL     PIC 9(8)V99    VALUE ZERO.
       01 WS-NET           PIC 9(7)V99    VALUE ZERO.
       01 WS-TOTAL-NET     PIC 9(9)V99    VALUE ZERO.
       01 WS-TOTAL-DED     PIC 9(9)V99    VALUE ZERO.
      *  RUN TOTAL PER DEDUCTION CODE FOR THE LAST PAGE -- ONE TABLE
      *  ENTRY PER DISTINCT CODE ACTUALLY TAKEN, COUNTED THE SAME WAY
      *  PROJ02'S TITLE TABLE COUNTS DISTINCT TITLES.
      *  LAST PAGE SAYS ITS TOTALS ARE SHORT INSTEAD OF LOOKING
      *  COMPLETE WHEN THEY ARE NOT.
       01 WS-DEDTOT-OVFL   PIC 9999       VALUE ZERO.
      *  LEAVE CONTROLS.  THE LEAVE HOURS TAKEN THIS PERIOD (BLANK
      *  TAKEN AS ZERO), WHAT THEY ADD TO AN HOURLY GROSS, AND THE
      *  LEAVBAL RECORD STATE FOR THE EMPLOYEE BEING PAID.
       01 WS-LEAVE-STATUS  PIC XX         VALUE SPACES.
       01 WS-LEAVE-FOUND-SW PIC 9         VALUE 0.
      *  1 = THE EMPLOYEE'S BALANCE ALREADY CARRIES THIS PERIOD.
       01 WS-LEAVE-DONE-SW PIC 9          VALUE 0.
       01 WS-LEAVE-SHORT-SW PIC 9         VALUE 0.
       01 WS-LEAVE-OK-SW   PIC 9          VALUE 0.
       01 WS-VAC-TAKEN     PIC 9(2)V99    VALUE ZERO.
       01 WS-SICK-TAKEN    PIC 9(2)V99    VALUE ZERO.
       01 WS-LEAVE-HOURS   PIC 9(3)V99    VALUE ZERO.
       01 WS-LEAVE-PAY     PIC 9(7)V99    VALUE ZERO.
       01 WS-VAC-ACCRUAL   PIC 9(2)V99    VALUE ZERO.
       01 WS-SICK-ACCRUAL  PIC 9(2)V99    VALUE ZERO.
       01 WS-TOTAL-VAC     PIC 9(7)V99    VALUE ZERO.
       01 WS-TOTAL-SICK    PIC 9(7)V99    VALUE ZERO.
       01 WS-LEAVE-SKIP-CT PIC 9999       VALUE ZERO.
      *  LEAVE ACCRUAL RATE TABLE, LOADED FROM LEAVCTL AT STARTUP THE
      *  SAME WAY THE DEDUCTIONS ARE.
       01 WS-LVCTL-STATUS  PIC XX         VALUE SPACES.
       01 LVCTL-EOF-SW     PIC 9          VALUE 0.
       01 WS-LR-USED       PIC 99         VALUE ZERO.
       01 WS-LR-SUB        PIC 99         VALUE ZERO.
       01 WS-LEAVE-RATE-TABLE.
         03 WS-LR-ENTRY OCCURS 50 TIMES.
           05 WS-LR-TYPE      PIC X(2).
           05 WS-LR-MIN-YEARS PIC 9(2).
           05 WS-LR-VAC-RATE  PIC 9(2)V9999.
           05 WS-LR-SICK-RATE PIC 9(2)V9999.
      *  THE BEST RATE ROW FOUND SO FAR FOR THE EMPLOYEE -- AN EXACT
      *  TYPE MATCH ALWAYS BEATS A '**' ROW, THEN MORE YEARS WINS.
       01 WS-LR-BEST-SUB   PIC 99         VALUE ZERO.
       01 WS-LR-BEST-EXACT-SW PIC 9       VALUE 0.
      *  HIRE-DATE AND SERVICE WORK FIELDS -- THE SAME EDIT AND
      *  YEARS-OF-SERVICE ARITHMETIC AS SRVANNV.
       01 WS-DATE-OK       PIC 9          VALUE 0.
       01 WS-HIRE-MM       PIC 9(2)       VALUE ZERO.
       01 WS-HIRE-DD       PIC 9(2)       VALUE ZERO.
       01 WS-HIRE-YYYY     PIC 9(4)       VALUE ZERO.
       01 WS-MAX-DD        PIC 99         VALUE ZERO.
       01 WS-LEAP-SW       PIC 9          VALUE 0.
       01 WS-DIV-TEMP      PIC 9999       VALUE ZERO.
       01 WS-REM4          PIC 99         VALUE ZERO.
       01 WS-REM100        PIC 99         VALUE ZERO.
       01 WS-REM400        PIC 999        VALUE ZERO.
       01 WS-YEARS-SVC     PIC S9(3)      VALUE ZERO.
      *  WITHHOLDING CONTROLS.  THE BRACKET AND ALLOWANCE TABLES
      *  HOLD ONLY THE RUN'S PAY FREQUENCY (WEEKLY, BIWEEKLY,
      *  SEMIMONTHLY OR MONTHLY -- BIWEEKLY WHEN PAYPARM IS SILENT).
       01 WS-WHP-STATUS    PIC XX         VALUE SPACES.
       01 WS-WHP-ACTIVE-SW PIC 9          VALUE 0.
       01 WS-WHP-FOUND-SW  PIC 9          VALUE 0.
       01 WS-TAXTBL-STATUS PIC XX         VALUE SPACES.
       01 TAXTBL-EOF-SW    PIC 9          VALUE 0.
       01 WS-TAX-ACTIVE-SW PIC 9          VALUE 0.
       01 WS-FICA-LOADED-SW PIC 9         VALUE 0.
       01 WS-PAY-FREQ      PIC X(1)       VALUE 'B'.
       01 WS-NO-WHP-CT     PIC 9999       VALUE ZERO.
       01 WS-DED-TAXSKIP-CT PIC 9999      VALUE ZERO.
       01 WS-TBR-USED      PIC 999        VALUE ZERO.
       01 WS-TBR-SUB       PIC 999        VALUE ZERO.
       01 WS-TBR-BEST      PIC 999        VALUE ZERO.
       01 WS-TAX-BRACKET-TABLE.
         03 WS-TBR-ENTRY OCCURS 300 TIMES.
           05 WS-TBR-JURIS    PIC X(2).
           05 WS-TBR-FILING   PIC X(1).
           05 WS-TBR-OVER     PIC 9(7)V99.
           05 WS-TBR-BASE     PIC 9(7)V99.
           05 WS-TBR-PCT      PIC 9(2)V9999.
       01 WS-TAL-USED      PIC 99         VALUE ZERO.
       01 WS-TAL-SUB       PIC 99         VALUE ZERO.
       01 WS-TAX-ALLOW-TABLE.
         03 WS-TAL-ENTRY OCCURS 60 TIMES.
           05 WS-TAL-JURIS    PIC X(2).
           05 WS-TAL-AMT      PIC 9(5)V99.
       01 WS-SS-RATE       PIC 9(2)V9999  VALUE ZERO.
       01 WS-SS-BASE       PIC 9(7)V99    VALUE ZERO.
       01 WS-MED-RATE      PIC 9(2)V9999  VALUE ZERO.
       01 WS-ER-SS-RATE    PIC 9(2)V9999  VALUE ZERO.
       01 WS-ER-MED-RATE   PIC 9(2)V9999  VALUE ZERO.
      *  ONE INCOME TAX COMPUTATION -- JURISDICTION, FILING STATUS,
      *  ALLOWANCES AND WAGES IN, TAX OUT.
       01 WS-TX-JURIS      PIC X(2)       VALUE SPACES.
       01 WS-TX-FILING     PIC X(1)       VALUE SPACES.
       01 WS-TX-ALLOW      PIC 9(2)       VALUE ZERO.
       01 WS-TX-ALLOW-AMT  PIC 9(5)V99    VALUE ZERO.
       01 WS-TX-TAXABLE    PIC S9(7)V99   VALUE ZERO.
       01 WS-TX-AMT        PIC 9(7)V99    VALUE ZERO.
       01 WS-TX-CODE       PIC X(3)       VALUE SPACES.
      *  THE EMPLOYEE'S TAX FIGURES FOR THE STUB AND THE RUN TOTALS.
       01 WS-TAX-STATE     PIC X(2)       VALUE SPACES.
       01 WS-YTD-PRIOR-GROSS PIC 9(9)V99  VALUE ZERO.
       01 WS-SS-WAGES      PIC 9(7)V99    VALUE ZERO.
       01 WS-ER-SOC        PIC 9(5)V99    VALUE ZERO.
       01 WS-ER-MED        PIC 9(5)V99    VALUE ZERO.
       01 WS-TOTAL-ER-SOC  PIC 9(9)V99    VALUE ZERO.
       01 WS-TOTAL-ER-MED  PIC 9(9)V99    VALUE ZERO.
      *  RETRO PAY CONTROLS -- RETROERN IS LOADED INTO THE TABLE AT
      *  STARTUP THE SAME WAY AS THE DEDUCTIONS AND SCANNED PER PAID
      *  EMPLOYEE.  '00' = OPENED NORMALLY, '05'/'35' = NO RETRO FILE.
       01 WS-RETRO-STATUS  PIC XX         VALUE SPACES.
       01 RETRO-EOF-SW     PIC 9          VALUE 0.
       01 WS-RETRO-USED    PIC 999        VALUE ZERO.
       01 WS-RETRO-SUB     PIC 999        VALUE ZERO.
       01 WS-RETRO-TABLE.
         03 WS-RETRO-ENTRY OCCURS 500 TIMES.
           05 WS-RE-EID        PIC X(7).
           05 WS-RE-FOR-PERIOD PIC 9(4).
           05 WS-RE-NEW-RATE   PIC 9(4)V99.
           05 WS-RE-AMOUNT     PIC 9(7)V99.
           05 WS-RE-PAID-SW    PIC 9.
       01 WS-RETRO-PAY     PIC 9(7)V99    VALUE ZERO.
       01 WS-RETRO-PER-CT  PIC 99         VALUE ZERO.
       01 WS-TOTAL-RETRO   PIC 9(9)V99    VALUE ZERO.
       01 WS-RETRO-PAID-CT PIC 9999       VALUE ZERO.
       01 WS-RETRO-UNPAID-CT PIC 9999     VALUE ZERO.
       01 WS-RETRO-STALE-CT PIC 9999      VALUE ZERO.
       01 PAYDHW-EOF-SW    PIC 9          VALUE 0.
       01 WS-DHIST-CT      PIC 9999       VALUE ZERO.
      *  PAYROLL RUN PARAMETER FILE CONTROLS.
       01 WS-PARM-STATUS   PIC XX         VALUE SPACES.
       01 PARM-EOF-SW      PIC 9          VALUE 0.
      *  DIRECT-DEPOSIT CONTROLS.  THE ACH FILE IS BUILT ONLY WHEN A
      *  BANKACCT FILE EXISTS; A SITE WITHOUT ONE PAYS EVERYONE BY
      *  CHECK, AND THE PAY-BY-CHECK LIST SAYS SO.
       01 WS-BANK-STATUS   PIC XX         VALUE SPACES.
       01 WS-BANK-FOUND-SW PIC 9          VALUE 0.
       01 WS-ACH-ACTIVE-SW PIC 9          VALUE 0.
       01 WS-ACH-DEST-ROUTING PIC X(9)    VALUE SPACES.
       01 WS-ACH-DEST-NAME PIC X(23)      VALUE SPACES.
       01 WS-ACH-ORIG-ID   PIC X(10)      VALUE SPACES.
       01 WS-ACH-ORIG-NAME PIC X(23)      VALUE SPACES.
       01 WS-ACH-ODFI      PIC X(8)       VALUE SPACES.
       01 WS-RUN-TIME.
         03 WS-RUN-HHMM    PIC X(4).
         03 FILLER         PIC X(4).
      *  ACH FILE COUNTS AND CONTROL TOTALS.  EVERY RECORD WRITTEN IS
      *  COUNTED SO THE FILE CAN BE FILLED OUT TO A WHOLE BLOCK OF
      *  TEN; THE ENTRY HASH IS THE SUM OF THE EIGHT-DIGIT RECEIVING
      *  ROUTING NUMBERS, OF WHICH THE CONTROL RECORDS KEEP THE
      *  RIGHTMOST TEN DIGITS.
       01 WS-ACH-REC-CT    PIC 9(6)       VALUE ZERO.
       01 WS-ACH-ENTRY-CT  PIC 9(6)       VALUE ZERO.
       01 WS-ACH-TRACE-SEQ PIC 9(7)       VALUE ZERO.
       01 WS-ACH-HASH      PIC 9(12)      VALUE ZERO.
       01 WS-ACH-TOTAL     PIC 9(10)V99   VALUE ZERO.
       01 WS-ACH-BLOCK-CT  PIC 9(6)       VALUE ZERO.
       01 WS-ACH-FILL-CT   PIC 9(6)       VALUE ZERO.
       01 WS-DEPOSIT-CT    PIC 9999       VALUE ZERO.
       01 WS-PRENOTE-CT    PIC 9999       VALUE ZERO.
       01 WS-CHECK-CT      PIC 9999       VALUE ZERO.
       01 WS-CHECK-TOTAL   PIC 9(9)V99    VALUE ZERO.
       01 WS-ACH-NET-TIE   PIC 9(10)V99   VALUE ZERO.
      *  NET PAY SPLIT -- AMT2 IS THE FIXED AMOUNT TO THE SECOND
      *  ACCOUNT (NEVER MORE THAN NET), AMT1 IS WHAT IS LEFT.
       01 WS-ACH-AMT1      PIC 9(7)V99    VALUE ZERO.
       01 WS-ACH-AMT2      PIC 9(7)V99    VALUE ZERO.
      *  THE ONE ENTRY ABOUT TO BE WRITTEN.
       01 WS-ENTRY-ROUTING PIC X(9)       VALUE SPACES.
       01 WS-ENTRY-ROUTING-R REDEFINES WS-ENTRY-ROUTING.
         03 WS-ENTRY-RDFI  PIC 9(8).
         03 FILLER         PIC X(1).
       01 WS-ENTRY-ACCOUNT PIC X(17)      VALUE SPACES.
       01 WS-ENTRY-ACCT-TYPE PIC X(1)     VALUE SPACES.
       01 WS-ENTRY-AMOUNT  PIC 9(8)V99    VALUE ZERO.
       01 WS-ENTRY-PRENOTE-SW PIC 9       VALUE 0.
      **************************************************************
      * NACHA RECORD LAYOUTS -- FILE HEADER, BATCH HEADER, ENTRY
      * DETAIL, BATCH CONTROL, FILE CONTROL AND THE ALL-NINES FILL
      * RECORD.  ONE PPD BATCH OF CREDITS (SERVICE CLASS 220).
      **************************************************************
       01 ACH-FILE-HEADER.
         03 FILLER         PIC X(1)    VALUE '1'.
         03 FILLER         PIC X(2)    VALUE '01'.
         03 FILLER         PIC X(1)    VALUE SPACES.
         03 AFH-DEST       PIC X(9).
         03 AFH-ORIGIN     PIC X(10).
         03 AFH-DATE       PIC X(6).
         03 AFH-TIME       PIC X(4).
         03 FILLER         PIC X(1)    VALUE 'A'.
         03 FILLER         PIC X(3)    VALUE '094'.
         03 FILLER         PIC X(2)    VALUE '10'.
         03 FILLER         PIC X(1)    VALUE '1'.
         03 AFH-DEST-NAME  PIC X(23).
         03 AFH-ORIG-NAME  PIC X(23).
         03 FILLER         PIC X(8)    VALUE SPACES.
       01 ACH-BATCH-HEADER.
         03 FILLER         PIC X(1)    VALUE '5'.
         03 FILLER         PIC X(3)    VALUE '220'.
         03 ABH-CO-NAME    PIC X(16).
         03 FILLER         PIC X(20)   VALUE SPACES.
         03 ABH-CO-ID      PIC X(10).
         03 FILLER         PIC X(3)    VALUE 'PPD'.
         03 FILLER         PIC X(10)   VALUE 'PAYROLL'.
         03 ABH-DESC-DATE  PIC X(6).
         03 ABH-EFF-DATE   PIC X(6).
         03 FILLER         PIC X(3)    VALUE SPACES.
         03 FILLER         PIC X(1)    VALUE '1'.
         03 ABH-ODFI       PIC X(8).
         03 ABH-BATCH-NO   PIC 9(7)    VALUE 1.
       01 ACH-ENTRY-DETAIL.
         03 FILLER         PIC X(1)    VALUE '6'.
         03 AED-TRAN-CODE  PIC X(2).
         03 AED-RDFI       PIC X(9).
         03 AED-ACCOUNT    PIC X(17).
         03 AED-AMOUNT     PIC 9(8)V99.
         03 AED-IND-ID     PIC X(15).
         03 AED-IND-NAME   PIC X(22).
         03 FILLER         PIC X(2)    VALUE SPACES.
         03 FILLER         PIC X(1)    VALUE '0'.
         03 AED-TRACE-ODFI PIC X(8).
         03 AED-TRACE-SEQ  PIC 9(7).
       01 ACH-BATCH-CONTROL.
         03 FILLER         PIC X(1)    VALUE '8'.
         03 FILLER         PIC X(3)    VALUE '220'.
         03 ABC-ENTRY-CT   PIC 9(6).
         03 ABC-HASH       PIC 9(10).
         03 ABC-DEBIT      PIC 9(10)V99 VALUE ZERO.
         03 ABC-CREDIT     PIC 9(10)V99.
         03 ABC-CO-ID      PIC X(10).
         03 FILLER         PIC X(25)   VALUE SPACES.
         03 ABC-ODFI       PIC X(8).
         03 ABC-BATCH-NO   PIC 9(7)    VALUE 1.
       01 ACH-FILE-CONTROL.
         03 FILLER         PIC X(1)    VALUE '9'.
         03 AFC-BATCH-CT   PIC 9(6).
         03 AFC-BLOCK-CT   PIC 9(6).
         03 AFC-ENTRY-CT   PIC 9(8).
         03 AFC-HASH       PIC 9(10).
         03 AFC-DEBIT      PIC 9(10)V99 VALUE ZERO.
         03 AFC-CREDIT     PIC 9(10)V99.
         03 FILLER         PIC X(39)   VALUE SPACES.
       01 ACH-FILL-REC     PIC X(94)   VALUE ALL '9'.
      **************************************************************
      * LAYOUT FOR THE REGISTER HEADING LINES.
      **************************************************************
         03 L-DED-CODE    PIC X(3).
         03 FILLER        PIC X(42)     VALUE SPACES.
         03 L-DED-AMOUNT  PIC Z,ZZZ,ZZ9.99.
      *  LEAVE HOURS TAKEN, WITH WHAT THEY ADDED TO AN HOURLY GROSS
      *  IN THE GROSS-PAY COLUMN.
       01 PAYR-LEAVE-LINE.
         03 FILLER        PIC X(11)     VALUE SPACES.
         03 FILLER        PIC X(12)     VALUE 'LEAVE TAKEN'.
         03 FILLER        PIC X(4)      VALUE 'VAC'.
         03 L-LV-VAC      PIC Z9.99.
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 FILLER        PIC X(5)      VALUE 'SICK'.
         03 L-LV-SICK     PIC Z9.99.
         03 FILLER        PIC X(21)     VALUE SPACES.
         03 L-LV-PAY      PIC Z,ZZZ,ZZ9.99.
      *  RETRO PAY FOR EARLIER PERIODS, WITH THE AMOUNT IN THE
      *  GROSS-PAY COLUMN.
       01 PAYR-RETRO-LINE.
         03 FILLER        PIC X(11)     VALUE SPACES.
         03 FILLER        PIC X(12)     VALUE 'RETRO PAY'.
         03 FILLER        PIC X(8)      VALUE 'PERIODS'.
         03 L-RT-PERIODS  PIC Z9.
         03 FILLER        PIC X(33)     VALUE SPACES.
         03 L-RT-PAY      PIC Z,ZZZ,ZZ9.99.
      *  NET PAY LINE CLOSING OUT THE EMPLOYEE'S GROUP OF LINES.
       01 PAYR-NET-LINE.
         03 FILLER        PIC X(11)     VALUE SPACES.
           '*** DED TOTAL TABLE FULL -- AMOUNTS NOT TOTALED:'.
         03 L-DT-OVFL-CT  PIC ZZZ9.
         03 FILLER        PIC X(4)      VALUE ' ***'.
      *  EMPLOYER'S MATCHING SHARE, WHEN TAXES ARE TABLE-DRIVEN.
       01 PAYR-LAST7.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(26)     VALUE
           'EMPLOYER SOC SEC MATCH:'.
         03 L-TOTAL-ER-SOC PIC ZZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(18)     VALUE 'MEDICARE MATCH:'.
         03 L-TOTAL-ER-MED PIC ZZZ,ZZZ,ZZ9.99.
       01 PAYR-NO-WHP.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(48)     VALUE
           '*** NO WHPROF PROFILE -- WITHHELD SINGLE, ZERO:'.
         03 L-NO-WHP-CT   PIC ZZZ9.
         03 FILLER        PIC X(4)      VALUE ' ***'.
       01 PAYR-LAST6.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(26)     VALUE
           'VACATION HOURS TAKEN:'.
         03 L-TOTAL-VAC   PIC ZZZ,ZZ9.99.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(12)     VALUE 'SICK HOURS:'.
         03 L-TOTAL-SICK  PIC ZZZ,ZZ9.99.
       01 PAYR-LAST8.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(26)     VALUE
           'RETRO PAY INCLUDED:'.
         03 L-TOTAL-RETRO PIC ZZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(18)     VALUE 'RETRO NOT PAID:'.
         03 L-RETRO-UNPAID PIC ZZZ9.
      *  DIRECT DEPOSIT VERSUS CHECK SPLIT OF THE NET TOTAL.
       01 PAYR-LAST4.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(26)     VALUE
           'DIRECT DEPOSIT NET PAY:'.
         03 L-ACH-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(10)     VALUE 'DEPOSITS:'.
         03 L-DEPOSIT-CT  PIC ZZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(10)     VALUE 'PRENOTES:'.
         03 L-PRENOTE-CT  PIC ZZZ9.
       01 PAYR-LAST5.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(26)     VALUE
           'PAID BY CHECK NET PAY:'.
         03 L-CHECK-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(10)     VALUE 'CHECKS:'.
         03 L-CHECK-CT    PIC ZZZ9.
       01 PAYR-ACH-TIE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(48)     VALUE
           '*** DEPOSITS PLUS CHECKS DO NOT TIE TO NET PAY'.
         03 FILLER        PIC X(4)      VALUE ' ***'.
      **************************************************************
      * LAYOUT FOR THE PAY-BY-CHECK LIST -- EVERY PAID EMPLOYEE WHOSE
      * NET DID NOT GO OUT BY DIRECT DEPOSIT, AND WHY.
      **************************************************************
       01 PCHK-HEADING1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(24)     VALUE 'PAY BY CHECK LIST'.
         03 FILLER        PIC X(7)      VALUE 'PERIOD '.
         03 PC-PERIOD     PIC ZZZ9.
       01 PCHK-HEADING2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(6)      VALUE 'EMP ID'.
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 FILLER        PIC X(16)     VALUE 'LAST'.
         03 FILLER        PIC X(16)     VALUE 'FIRST'.
         03 FILLER        PIC X(5)      VALUE SPACES.
         03 FILLER        PIC X(9)      VALUE 'NET PAY'.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(6)      VALUE 'REASON'.
       01 PCHK-LINE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 PC-EID        PIC X(7).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 PC-LAST       PIC X(15).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 PC-FIRST      PIC X(15).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 PC-NET        PIC Z,ZZZ,ZZ9.99.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 PC-REASON     PIC X(30).
       01 PCHK-TOTAL.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(8)      VALUE 'CHECKS:'.
         03 PC-TOT-CT     PIC ZZZ9.
         03 FILLER        PIC X(4)      VALUE SPACES.
         03 FILLER        PIC X(7)      VALUE 'TOTAL:'.
         03 PC-TOT-NET    PIC ZZZ,ZZZ,ZZ9.99.
      **************************************************************
      * LAYOUT FOR DATE
      **************************************************************
       000-MAINLINE.
           ACCEPT CUR-DATE FROM DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-OVERRIDE-PARM FROM COMMAND-LINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOOP
             UNTIL HOURS-EOF-SW IS EQUAL TO 1.
           PERFORM 1700-LAST-PAGE.
           PERFORM 1720-FINISH-ACH-FILE.
           CLOSE MASTER-FILE
                 HOURS-FILE
                 YTD-FILE
                 YTDDED-FILE
                 LEAVBAL-FILE
                 PAYR-FILE
                 PAYDTL-FILE
                 STUB-FILE
                 ACH-FILE
                 PCHK-FILE
                 PAYTOT-FILE
                 PAYDHW-FILE.
           IF WS-ACH-ACTIVE-SW IS EQUAL TO 1 THEN
             CLOSE BANK-FILE.
           IF WS-WHP-ACTIVE-SW IS EQUAL TO 1 THEN
             CLOSE WHPROF-FILE.
           PERFORM 1740-CHECK-ACH-TIE.
           PERFORM 1745-POST-PAY-HISTORY.
           IF WS-RETRO-UNPAID-CT IS GREATER THAN ZERO THEN
             DISPLAY 'PAYREG RETRO PAY NOT PAID -- NO PAY THIS PERIOD: '
               WS-RETRO-UNPAID-CT.
           IF WS-LEAVE-SKIP-CT IS GREATER THAN ZERO THEN
             DISPLAY 'PAYREG LEAVE ALREADY POSTED FOR PERIOD, SKIPPED: '
               WS-LEAVE-SKIP-CT.
      *  THE PERIOD CLOSES ONLY AFTER EVERYTHING ABOVE ENDED CLEAN --
      *  ANY HARD STOP EARLIER LEAVES IT OPEN SO THE RERUN IS NOT
      *  LOCKED OUT OF ITS OWN PERIOD.
           PERFORM 1750-CLOSE-PERIOD.
           STOP RUN.
      **************************************************************
      * LOADS THE PAYROLL RUN PARAMETERS, THE SAME WAY PROJ02 LOADS
      * ITS PARMFILE.  A SITE WITH NO PARAMETER FILE RUNS WITH THE
      * ACH DETAILS BLANK, WHICH IS ONLY A PROBLEM IF IT ALSO HAS A
      * BANK FILE -- 1080-OPEN-BANK-FILE REFUSES THAT COMBINATION.
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

       0035-NEXT-PARM-REC.
           READ PARM-FILE
             AT END MOVE 1 TO PARM-EOF-SW
             NOT AT END PERFORM 0037-APPLY-PARM-REC
           END-READ.

       0037-APPLY-PARM-REC.
           IF PM-KEYWORD IS EQUAL TO 'ACHDST' THEN
             MOVE PA-DEST-ROUTING TO WS-ACH-DEST-ROUTING
             MOVE PA-DEST-NAME TO WS-ACH-DEST-NAME
           ELSE
             IF PM-KEYWORD IS EQUAL TO 'ACHORG' THEN
               MOVE PA-ORIG-ID TO WS-ACH-ORIG-ID
               MOVE PA-ORIG-NAME TO WS-ACH-ORIG-NAME
             ELSE
               IF PM-KEYWORD IS EQUAL TO 'ACHODF' THEN
                 MOVE PA-ODFI TO WS-ACH-ODFI
               ELSE
                 IF PM-KEYWORD IS EQUAL TO 'PAYFRQ' THEN
                   MOVE PA-PAY-FREQ TO WS-PAY-FREQ.
      **************************************************************
      * VALIDATES AND PICKS APART THE HIRE DATE -- NUMERIC MMDDYYYY
      * THAT LANDS ON A REAL CALENDAR DAY, LEAP YEARS INCLUDED, THE
      * SAME EDIT SRVANNV MAKES.  A DATE THAT FAILS ACCRUES AT THE
      * UNDER-ONE-YEAR RATE.
      **************************************************************
       0300-EDIT-HIRE-DATE.
           MOVE 0 TO WS-DATE-OK.
           IF M-DATE IS NUMERIC THEN
             MOVE M-HIRE-MM TO WS-HIRE-MM
             MOVE M-HIRE-DD TO WS-HIRE-DD
             MOVE M-HIRE-YYYY TO WS-HIRE-YYYY
             IF WS-HIRE-MM IS NOT LESS THAN 1 AND
                WS-HIRE-MM IS NOT GREATER THAN 12 THEN
               PERFORM 0350-CALC-MAX-DAY
               IF WS-HIRE-DD IS NOT LESS THAN 1 AND
                  WS-HIRE-DD IS NOT GREATER THAN WS-MAX-DD THEN
                 MOVE 1 TO WS-DATE-OK.
      **************************************************************
      * WORKS OUT THE LAST VALID DAY OF WS-HIRE-MM/WS-HIRE-YYYY,
      * ACCOUNTING FOR LEAP YEARS IN FEBRUARY.
      **************************************************************
       0350-CALC-MAX-DAY.
           MOVE 0 TO WS-LEAP-SW.
           DIVIDE WS-HIRE-YYYY BY 4 GIVING WS-DIV-TEMP
             REMAINDER WS-REM4.
           DIVIDE WS-HIRE-YYYY BY 100 GIVING WS-DIV-TEMP
             REMAINDER WS-REM100.
           DIVIDE WS-HIRE-YYYY BY 400 GIVING WS-DIV-TEMP
             REMAINDER WS-REM400.
           IF WS-REM4 IS EQUAL TO 0 AND
              (WS-REM100 IS NOT EQUAL TO 0 OR
               WS-REM400 IS EQUAL TO 0) THEN
             MOVE 1 TO WS-LEAP-SW.
           EVALUATE WS-HIRE-MM
             WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31 TO WS-MAX-DD
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO WS-MAX-DD
             WHEN 2
               IF WS-LEAP-SW IS EQUAL TO 1 THEN
                 MOVE 29 TO WS-MAX-DD
               ELSE
                 MOVE 28 TO WS-MAX-DD
               END-IF
           END-EVALUATE.
      **************************************************************
      * COMPLETED YEARS OF SERVICE AS OF THE RUN DATE, THE SAME WAY
      * SRVANNV COUNTS THEM -- THE YEAR DIFFERENCE BACKS OFF BY ONE
      * WHEN THIS YEAR'S ANNIVERSARY HAS NOT COME AROUND YET.
      **************************************************************
       0400-CALC-SERVICE.
           COMPUTE WS-YEARS-SVC = WS-RUN-YYYY - WS-HIRE-YYYY.
           IF WS-HIRE-MM IS GREATER THAN WS-RUN-MM OR
              (WS-HIRE-MM IS EQUAL TO WS-RUN-MM AND
               WS-HIRE-DD IS GREATER THAN WS-RUN-DD) THEN
             SUBTRACT 1 FROM WS-YEARS-SVC.
           IF WS-YEARS-SVC IS LESS THAN ZERO THEN
             MOVE ZERO TO WS-YEARS-SVC.
      **************************************************************
      * PICKS THE ACCRUAL RATE ROW FOR THE EMPLOYEE'S TYPE AND YEARS
      * OF SERVICE AND SETS THE PERIOD'S VACATION AND SICK ACCRUAL.
      * NO ROW THAT APPLIES MEANS NOTHING ACCRUES.
      **************************************************************
       0450-PICK-ACCRUAL-RATE.
           MOVE ZERO TO WS-LR-BEST-SUB.
           MOVE 0 TO WS-LR-BEST-EXACT-SW.
           MOVE ZERO TO WS-VAC-ACCRUAL.
           MOVE ZERO TO WS-SICK-ACCRUAL.
           PERFORM 0455-CHECK-RATE-ENTRY
             VARYING WS-LR-SUB FROM 1 BY 1
             UNTIL WS-LR-SUB IS GREATER THAN WS-LR-USED.
           IF WS-LR-BEST-SUB IS GREATER THAN ZERO THEN
             COMPUTE WS-VAC-ACCRUAL ROUNDED =
               WS-LR-VAC-RATE (WS-LR-BEST-SUB)
             COMPUTE WS-SICK-ACCRUAL ROUNDED =
               WS-LR-SICK-RATE (WS-LR-BEST-SUB).

       0455-CHECK-RATE-ENTRY.
           IF WS-LR-MIN-YEARS (WS-LR-SUB) IS NOT GREATER THAN
              WS-YEARS-SVC THEN
             IF WS-LR-TYPE (WS-LR-SUB) IS EQUAL TO M-TYPE THEN
               IF WS-LR-BEST-EXACT-SW IS EQUAL TO 0 OR
                  WS-LR-MIN-YEARS (WS-LR-SUB) IS GREATER THAN
                  WS-LR-MIN-YEARS (WS-LR-BEST-SUB) THEN
                 MOVE WS-LR-SUB TO WS-LR-BEST-SUB
                 MOVE 1 TO WS-LR-BEST-EXACT-SW
               END-IF
             ELSE
               IF WS-LR-TYPE (WS-LR-SUB) IS EQUAL TO '**' AND
                  WS-LR-BEST-EXACT-SW IS EQUAL TO 0 THEN
                 IF WS-LR-BEST-SUB IS EQUAL TO ZERO OR
                    WS-LR-MIN-YEARS (WS-LR-SUB) IS GREATER THAN
                    WS-LR-MIN-YEARS (WS-LR-BEST-SUB) THEN
                   MOVE WS-LR-SUB TO WS-LR-BEST-SUB.
      **************************************************************
      * PERCENTAGE-METHOD INCOME TAX FOR WS-TX-JURIS/WS-TX-FILING ON
      * THE PERIOD'S GROSS LESS WS-TX-ALLOW ALLOWANCES: THE BRACKET
      * WITH THE HIGHEST WAGES-OVER FIGURE NOT PAST THE TAXABLE WAGES
      * GIVES BASE TAX PLUS ITS PERCENT OF THE EXCESS.  NO BRACKET
      * (A STATE WITH NO INCOME TAX) MEANS NO TAX.
      **************************************************************
       0500-CALC-INCOME-TAX.
           MOVE ZERO TO WS-TX-AMT.
           MOVE ZERO TO WS-TX-ALLOW-AMT.
           PERFORM 0510-CHECK-ALLOWANCE
             VARYING WS-TAL-SUB FROM 1 BY 1
             UNTIL WS-TAL-SUB IS GREATER THAN WS-TAL-USED.
           COMPUTE WS-TX-TAXABLE =
             WS-GROSS - (WS-TX-ALLOW * WS-TX-ALLOW-AMT).
           IF WS-TX-TAXABLE IS LESS THAN ZERO THEN
             MOVE ZERO TO WS-TX-TAXABLE.
           MOVE ZERO TO WS-TBR-BEST.
           PERFORM 0505-CHECK-BRACKET
             VARYING WS-TBR-SUB FROM 1 BY 1
             UNTIL WS-TBR-SUB IS GREATER THAN WS-TBR-USED.
           IF WS-TBR-BEST IS GREATER THAN ZERO THEN
             COMPUTE WS-TX-AMT ROUNDED =
               WS-TBR-BASE (WS-TBR-BEST) +
               (WS-TX-TAXABLE - WS-TBR-OVER (WS-TBR-BEST))
               * WS-TBR-PCT (WS-TBR-BEST) / 100.

       0505-CHECK-BRACKET.
           IF WS-TBR-JURIS (WS-TBR-SUB) IS EQUAL TO WS-TX-JURIS AND
              WS-TBR-FILING (WS-TBR-SUB) IS EQUAL TO WS-TX-FILING AND
              WS-TBR-OVER (WS-TBR-SUB) IS NOT GREATER THAN
                WS-TX-TAXABLE THEN
             IF WS-TBR-BEST IS EQUAL TO ZERO THEN
               MOVE WS-TBR-SUB TO WS-TBR-BEST
             ELSE
               IF WS-TBR-OVER (WS-TBR-SUB) IS GREATER THAN
                  WS-TBR-OVER (WS-TBR-BEST) THEN
                 MOVE WS-TBR-SUB TO WS-TBR-BEST.

       0510-CHECK-ALLOWANCE.
           IF WS-TAL-JURIS (WS-TAL-SUB) IS EQUAL TO WS-TX-JURIS THEN
             MOVE WS-TAL-AMT (WS-TAL-SUB) TO WS-TX-ALLOW-AMT.
      **************************************************************
      * OPENS THE FILES AND PRIMES THE HOURS STREAM.
      **************************************************************
       1000-INITIALIZE.
           PERFORM 1020-READ-PERIOD-CONTROL.
           PERFORM 0030-LOAD-PARMS.
           OPEN INPUT MASTER-FILE.
      *  WITHOUT THIS CHECK A MASTER THAT FAILED TO OPEN WOULD MAKE
      *  EVERY HOURS RECORD PRINT AS AN EID-NOT-ON-MASTER EXCEPTION
               WS-YTD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           OPEN I-O YTDDED-FILE.
           IF WS-YTDDED-STATUS IS NOT EQUAL TO '00' AND
              WS-YTDDED-STATUS IS NOT EQUAL TO '05' THEN
             DISPLAY '*** PAYREG CANNOT OPEN YTDDED FILE, STATUS '
               WS-YTDDED-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           OPEN I-O LEAVBAL-FILE.
           IF WS-LEAVE-STATUS IS NOT EQUAL TO '00' AND
              WS-LEAVE-STATUS IS NOT EQUAL TO '05' THEN
             DISPLAY '*** PAYREG CANNOT OPEN LEAVBAL FILE, STATUS '
               WS-LEAVE-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           OPEN INPUT HOURS-FILE
                OUTPUT PAYR-FILE
                OUTPUT PAYDTL-FILE
                OUTPUT STUB-FILE
                OUTPUT ACH-FILE
                OUTPUT PCHK-FILE
                OUTPUT PAYTOT-FILE
                OUTPUT PAYDHW-FILE.
           PERFORM 1030-LOAD-TAX-TABLE.
           PERFORM 1040-OPEN-WHPROF-FILE.
           PERFORM 1050-LOAD-DEDUCTIONS.
           IF WS-DED-TAXSKIP-CT IS GREATER THAN ZERO THEN
             DISPLAY 'PAYREG TAX LINES ON DEDUCT FILE IGNORED: '
               WS-DED-TAXSKIP-CT.
           PERFORM 1075-LOAD-LEAVE-RATES.
           PERFORM 1080-OPEN-BANK-FILE.
           PERFORM 1085-LOAD-RETRO-PAY.
           MOVE WS-PERIOD TO PC-PERIOD.
           WRITE PCHK-REC FROM PCHK-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PCHK-REC.
           WRITE PCHK-REC.
           WRITE PCHK-REC FROM PCHK-HEADING2
             AFTER ADVANCING 1 LINE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-HOURS.
      **************************************************************
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           MOVE CT-PERIOD TO WS-PERIOD.
           IF CT-END-DATE IS NUMERIC THEN
             MOVE CT-END-DATE TO WS-PERIOD-END
           ELSE
             MOVE WS-RUN-DATE TO WS-PERIOD-END.
           IF CT-STATUS IS EQUAL TO 'C' THEN
             IF WS-OVERRIDE-PARM IS EQUAL TO 'OVERRIDE' THEN
               DISPLAY '*** PAYREG PERIOD ' WS-PERIOD
               MOVE 16 TO RETURN-CODE
               STOP RUN.
      **************************************************************
      * LOADS THE TAX TABLES FOR THE RUN'S PAY FREQUENCY.  HAVING A
      * TAXTBL FILE AT ALL TURNS TABLE-DRIVEN WITHHOLDING ON, AND
      * THEN IT MUST CARRY THE SOCIAL SECURITY/MEDICARE RECORD.  A
      * RECORD THAT WILL NOT LOAD STOPS THE RUN THE SAME WAY A BAD
      * DEDUCTION DOES -- IT WOULD MIS-WITHHOLD EVERYONE IT COVERS.
      **************************************************************
       1030-LOAD-TAX-TABLE.
           IF WS-PAY-FREQ IS NOT EQUAL TO 'W' AND
              WS-PAY-FREQ IS NOT EQUAL TO 'B' AND
              WS-PAY-FREQ IS NOT EQUAL TO 'S' AND
              WS-PAY-FREQ IS NOT EQUAL TO 'M' THEN
             DISPLAY '*** PAYREG PAYFRQ PARM NOT W, B, S OR M: '
               WS-PAY-FREQ
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           OPEN INPUT TAXTBL-FILE.
           IF WS-TAXTBL-STATUS IS EQUAL TO '35' OR
              WS-TAXTBL-STATUS IS EQUAL TO '05' THEN
             MOVE 1 TO TAXTBL-EOF-SW
           ELSE
             MOVE 1 TO WS-TAX-ACTIVE-SW
             PERFORM 1032-NEXT-TAXTBL-REC
               UNTIL TAXTBL-EOF-SW IS EQUAL TO 1.
           CLOSE TAXTBL-FILE.
           IF WS-TAX-ACTIVE-SW IS EQUAL TO 1 AND
              WS-FICA-LOADED-SW IS EQUAL TO 0 THEN
             DISPLAY '*** PAYREG TAXTBL HAS NO SOC SEC/MEDICARE RECORD'
             MOVE 16 TO RETURN-CODE
             STOP RUN.

       1032-NEXT-TAXTBL-REC.
           READ TAXTBL-FILE
             AT END MOVE 1 TO TAXTBL-EOF-SW
             NOT AT END
               IF TT-REC-TYPE IS EQUAL TO 'F' THEN
                 PERFORM 1038-LOAD-FICA-RATES
               ELSE
                 IF TT-FREQ IS EQUAL TO WS-PAY-FREQ THEN
                   IF TT-REC-TYPE IS EQUAL TO 'B' THEN
                     PERFORM 1034-LOAD-ONE-BRACKET
                   ELSE
                     IF TT-REC-TYPE IS EQUAL TO 'A' THEN
                       PERFORM 1036-LOAD-ONE-ALLOWANCE
                     END-IF
                   END-IF
                 END-IF
               END-IF
           END-READ.

       1034-LOAD-ONE-BRACKET.
           IF WS-TBR-USED IS EQUAL TO 300 THEN
             DISPLAY '*** PAYREG TAX BRACKET TABLE FULL AT 300 ***'
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           IF TB-OVER IS NOT NUMERIC OR
              TB-BASE IS NOT NUMERIC OR
              TB-PCT IS NOT NUMERIC OR
              (TT-FILING IS NOT EQUAL TO 'S' AND
               TT-FILING IS NOT EQUAL TO 'M' AND
               TT-FILING IS NOT EQUAL TO 'H') THEN
             DISPLAY '*** PAYREG BAD TAXTBL BRACKET RECORD, '
               TT-JURIS ' ' TT-FREQ TT-FILING
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           ADD 1 TO WS-TBR-USED.
           MOVE TT-JURIS TO WS-TBR-JURIS (WS-TBR-USED).
           MOVE TT-FILING TO WS-TBR-FILING (WS-TBR-USED).
           MOVE TB-OVER TO WS-TBR-OVER (WS-TBR-USED).
           MOVE TB-BASE TO WS-TBR-BASE (WS-TBR-USED).
           MOVE TB-PCT TO WS-TBR-PCT (WS-TBR-USED).

       1036-LOAD-ONE-ALLOWANCE.
           IF WS-TAL-USED IS EQUAL TO 60 THEN
             DISPLAY '*** PAYREG TAX ALLOWANCE TABLE FULL AT 60 ***'
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           IF TA-ALLOW-AMT IS NOT NUMERIC THEN
             DISPLAY '*** PAYREG BAD TAXTBL ALLOWANCE RECORD, '
               TT-JURIS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           ADD 1 TO WS-TAL-USED.
           MOVE TT-JURIS TO WS-TAL-JURIS (WS-TAL-USED).
           MOVE TA-ALLOW-AMT TO WS-TAL-AMT (WS-TAL-USED).

       1038-LOAD-FICA-RATES.
           IF WS-FICA-LOADED-SW IS EQUAL TO 1 OR
              TF-SS-RATE IS NOT NUMERIC OR
              TF-SS-BASE IS NOT NUMERIC OR
              TF-MED-RATE IS NOT NUMERIC OR
              TF-ER-SS-RATE IS NOT NUMERIC OR
              TF-ER-MED-RATE IS NOT NUMERIC THEN
             DISPLAY '*** PAYREG BAD OR SECOND TAXTBL F RECORD ***'
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           MOVE 1 TO WS-FICA-LOADED-SW.
           MOVE TF-SS-RATE TO WS-SS-RATE.
           MOVE TF-SS-BASE TO WS-SS-BASE.
           MOVE TF-MED-RATE TO WS-MED-RATE.
           MOVE TF-ER-SS-RATE TO WS-ER-SS-RATE.
           MOVE TF-ER-MED-RATE TO WS-ER-MED-RATE.
      **************************************************************
      * OPENS THE WITHHOLDING PROFILES FOR LOOKUP.  NO FILE MEANS
      * EVERY EMPLOYEE IS WITHHELD SINGLE WITH NO ALLOWANCES.
      **************************************************************
       1040-OPEN-WHPROF-FILE.
           IF WS-TAX-ACTIVE-SW IS EQUAL TO 1 THEN
             OPEN INPUT WHPROF-FILE
             IF WS-WHP-STATUS IS EQUAL TO '05' OR
                WS-WHP-STATUS IS EQUAL TO '35' THEN
               CLOSE WHPROF-FILE
             ELSE
               IF WS-WHP-STATUS IS NOT EQUAL TO '00' THEN
                 DISPLAY '*** PAYREG CANNOT OPEN WHPROF FILE, STATUS '
                   WS-WHP-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               ELSE
                 MOVE 1 TO WS-WHP-ACTIVE-SW.
      **************************************************************
      * LOADS THE DEDUCTIONS FILE INTO THE TABLE, THE SAME WAY
      * PROJ02 LOADS ITS RUN-CONTROL PARAMETERS AT STARTUP.  A SITE
      * WITH NO DEDUCTIONS FILE RUNS WITH AN EMPTY TABLE AND EVERY
       1060-NEXT-DEDUCT-REC.
           READ DEDUCT-FILE
             AT END MOVE 1 TO DEDUCT-EOF-SW
             NOT AT END PERFORM 1065-SCREEN-DEDUCT
           END-READ.
      **************************************************************
      * ONCE TAXES COME FROM THE TABLES, A TAX LINE LEFT ON THE
      * DEDUCTIONS FILE WOULD WITHHOLD TWICE -- IT IS COUNTED AND
      * LEFT OUT.
      **************************************************************
       1065-SCREEN-DEDUCT.
           IF WS-TAX-ACTIVE-SW IS EQUAL TO 1 AND
              (DD-CODE IS EQUAL TO 'FIT' OR
               DD-CODE IS EQUAL TO 'SIT' OR
               DD-CODE IS EQUAL TO 'SOC' OR
               DD-CODE IS EQUAL TO 'MED') THEN
             ADD 1 TO WS-DED-TAXSKIP-CT
           ELSE
             PERFORM 1070-LOAD-ONE-DEDUCT.
      **************************************************************
      * LOADS ONE DEDUCTION RECORD.  A DEDUCTION THAT CANNOT BE
      * LOADED (TABLE FULL, NON-NUMERIC AMOUNT OR PRIORITY, METHOD
      * NOT F OR P) WOULD SILENTLY OVERSTATE SOMEBODY'S NET PAY, SO
           MOVE DD-AMOUNT TO WS-DD-AMOUNT (WS-DED-USED).
           MOVE DD-PRIORITY TO WS-DD-PRIORITY (WS-DED-USED).
      **************************************************************
      * LOADS THE LEAVE ACCRUAL RATES FROM LEAVCTL.  ONLY THE 'R'
      * RECORDS MATTER HERE; A BAD RATE RECORD STOPS THE RUN THE SAME
      * WAY A BAD DEDUCTION DOES, SINCE IT WOULD MIS-ACCRUE EVERYONE
      * OF THAT TYPE.
      **************************************************************
       1075-LOAD-LEAVE-RATES.
           OPEN INPUT LEAVCTL-FILE.
           IF WS-LVCTL-STATUS IS EQUAL TO '35' OR
              WS-LVCTL-STATUS IS EQUAL TO '05' THEN
             MOVE 1 TO LVCTL-EOF-SW
           ELSE
             PERFORM 1076-NEXT-LEAVCTL-REC
               UNTIL LVCTL-EOF-SW IS EQUAL TO 1.
           CLOSE LEAVCTL-FILE.

       1076-NEXT-LEAVCTL-REC.
           READ LEAVCTL-FILE
             AT END MOVE 1 TO LVCTL-EOF-SW
             NOT AT END
               IF LC-REC-TYPE IS EQUAL TO 'R' THEN
                 PERFORM 1077-LOAD-ONE-RATE
               END-IF
           END-READ.

       1077-LOAD-ONE-RATE.
           IF WS-LR-USED IS EQUAL TO 50 THEN
             DISPLAY '*** PAYREG LEAVE RATE TABLE FULL AT 50 ***'
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           IF LC-MIN-YEARS IS NOT NUMERIC OR
              LC-VAC-RATE IS NOT NUMERIC OR
              LC-SICK-RATE IS NOT NUMERIC THEN
             DISPLAY '*** PAYREG BAD LEAVCTL RATE RECORD, TYPE '
               LC-TYPE
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           ADD 1 TO WS-LR-USED.
           MOVE LC-TYPE TO WS-LR-TYPE (WS-LR-USED).
           MOVE LC-MIN-YEARS TO WS-LR-MIN-YEARS (WS-LR-USED).
           MOVE LC-VAC-RATE TO WS-LR-VAC-RATE (WS-LR-USED).
           MOVE LC-SICK-RATE TO WS-LR-SICK-RATE (WS-LR-USED).
      **************************************************************
      * DECIDES WHETHER THIS RUN PAYS BY DIRECT DEPOSIT.  THE BANK
      * FILE IS PROBED WITH AN INPUT OPEN FIRST, BECAUSE AN I-O OPEN
      * OF AN OPTIONAL FILE THAT IS NOT THERE WOULD CREATE AN EMPTY
      * ONE AND TURN A CHECK-ONLY SITE INTO A DIRECT-DEPOSIT SITE.
      * ONCE THE FILE IS KNOWN TO EXIST THE ACH ORIGINATOR DETAILS
      * MUST ALL BE PRESENT -- WITHOUT THEM THE BANK WOULD REJECT THE
      * FILE AFTER EVERYONE HAD BEEN TOLD THEY WERE PAID.
      **************************************************************
       1080-OPEN-BANK-FILE.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS IS EQUAL TO '05' OR
              WS-BANK-STATUS IS EQUAL TO '35' THEN
             MOVE 0 TO WS-ACH-ACTIVE-SW
           ELSE
             IF WS-BANK-STATUS IS NOT EQUAL TO '00' THEN
               DISPLAY '*** PAYREG CANNOT OPEN BANKACCT FILE, STATUS '
                 WS-BANK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             ELSE
               MOVE 1 TO WS-ACH-ACTIVE-SW.
           CLOSE BANK-FILE.
           IF WS-ACH-ACTIVE-SW IS EQUAL TO 1 THEN
             OPEN I-O BANK-FILE
             IF WS-BANK-STATUS IS NOT EQUAL TO '00' THEN
               DISPLAY '*** PAYREG CANNOT OPEN BANKACCT FILE, STATUS '
                 WS-BANK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             IF WS-ACH-DEST-ROUTING IS NOT NUMERIC OR
                WS-ACH-ORIG-ID IS EQUAL TO SPACES OR
                WS-ACH-ODFI IS NOT NUMERIC THEN
               DISPLAY '*** PAYREG ACHDST/ACHORG/ACHODF PARMS MISSING'
                 ' OR INVALID -- RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM 1090-WRITE-ACH-FILE-HEADER.
      **************************************************************
      * LOADS THIS PERIOD'S RETRO PAY FROM RETROERN.  RECORDS WRITTEN
      * FOR ANY OTHER PERIOD ARE COUNTED AND LEFT ALONE -- RETROPAY
      * WORKS THEM OUT AGAIN AGAINST PAYDHIST FOR THE PERIOD IT RUNS
      * IN.  A RECORD THAT CANNOT BE LOADED STOPS THE RUN THE SAME
      * WAY A BAD DEDUCTION DOES.
      **************************************************************
       1085-LOAD-RETRO-PAY.
           OPEN INPUT RETRO-FILE.
           IF WS-RETRO-STATUS IS EQUAL TO '35' OR
              WS-RETRO-STATUS IS EQUAL TO '05' THEN
             MOVE 1 TO RETRO-EOF-SW
           ELSE
             PERFORM 1086-NEXT-RETRO-REC
               UNTIL RETRO-EOF-SW IS EQUAL TO 1.
           CLOSE RETRO-FILE.
           IF WS-RETRO-STALE-CT IS GREATER THAN ZERO THEN
             DISPLAY 'PAYREG RETROERN RECORDS FOR ANOTHER PERIOD, '
               'IGNORED: ' WS-RETRO-STALE-CT.

       1086-NEXT-RETRO-REC.
           READ RETRO-FILE
             AT END MOVE 1 TO RETRO-EOF-SW
             NOT AT END PERFORM 1087-LOAD-ONE-RETRO
           END-READ.

       1087-LOAD-ONE-RETRO.
           IF RE-PAY-PERIOD IS NOT NUMERIC OR
              RE-PAY-PERIOD IS NOT EQUAL TO WS-PERIOD THEN
             ADD 1 TO WS-RETRO-STALE-CT
           ELSE
             PERFORM 1088-ADD-RETRO-ENTRY.

       1088-ADD-RETRO-ENTRY.
           IF WS-RETRO-USED IS EQUAL TO 500 THEN
             DISPLAY '*** PAYREG RETRO PAY TABLE FULL AT 500 ***'
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           IF RE-FOR-PERIOD IS NOT NUMERIC OR
              RE-NEW-RATE IS NOT NUMERIC OR
              RE-AMOUNT IS NOT NUMERIC THEN
             DISPLAY '*** PAYREG BAD RETROERN RECORD, EID ' RE-EID
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           ADD 1 TO WS-RETRO-USED.
           MOVE RE-EID TO WS-RE-EID (WS-RETRO-USED).
           MOVE RE-FOR-PERIOD TO WS-RE-FOR-PERIOD (WS-RETRO-USED).
           MOVE RE-NEW-RATE TO WS-RE-NEW-RATE (WS-RETRO-USED).
           MOVE RE-AMOUNT TO WS-RE-AMOUNT (WS-RETRO-USED).
           MOVE 0 TO WS-RE-PAID-SW (WS-RETRO-USED).
      **************************************************************
      * WRITES THE ACH FILE HEADER.  THE BATCH HEADER WAITS FOR THE
      * FIRST ENTRY SO A RUN WITH NOTHING TO DEPOSIT SENDS AN EMPTY
      * FILE RATHER THAN AN EMPTY BATCH.
      **************************************************************
       1090-WRITE-ACH-FILE-HEADER.
           MOVE WS-ACH-DEST-ROUTING TO AFH-DEST.
           MOVE WS-ACH-ORIG-ID TO AFH-ORIGIN.
           MOVE CUR-DATE TO AFH-DATE.
           MOVE WS-RUN-HHMM TO AFH-TIME.
           MOVE WS-ACH-DEST-NAME TO AFH-DEST-NAME.
           MOVE WS-ACH-ORIG-NAME TO AFH-ORIG-NAME.
           WRITE ACH-REC FROM ACH-FILE-HEADER.
           ADD 1 TO WS-ACH-REC-CT.

       1095-WRITE-ACH-BATCH-HEADER.
           MOVE WS-ACH-ORIG-NAME TO ABH-CO-NAME.
           MOVE WS-ACH-ORIG-ID TO ABH-CO-ID.
           MOVE CUR-DATE TO ABH-DESC-DATE.
           MOVE CUR-DATE TO ABH-EFF-DATE.
           MOVE WS-ACH-ODFI TO ABH-ODFI.
           WRITE ACH-REC FROM ACH-BATCH-HEADER.
           ADD 1 TO WS-ACH-REC-CT.
      **************************************************************
      * PRINTS THE REGISTER PAGE HEADING.
      **************************************************************
       1400-PRINT-HEAD.
      **************************************************************
       1500-LOOP.
           PERFORM 2100-READ-MASTER-RANDOM.
           PERFORM 1530-EDIT-LEAVE-HOURS.
           IF HR-HOURS IS NOT NUMERIC THEN
             MOVE '*** HOURS NOT NUMERIC-UNPAID **' TO NM-REASON
             PERFORM 1650-LIST-UNPAID
           ELSE
             IF WS-LEAVE-OK-SW IS EQUAL TO 0 THEN
               MOVE '*** LEAVE NOT NUMERIC-UNPAID **' TO NM-REASON
               PERFORM 1650-LIST-UNPAID
             ELSE
               IF WS-MASTER-FOUND-SW IS EQUAL TO 0 THEN
                 MOVE '*** EID NOT ON MASTER-UNPAID **' TO NM-REASON
                 PERFORM 1650-LIST-UNPAID
               ELSE
      *  A NON-NUMERIC RATE IS AN EXPECTED MASTER CONDITION HERE --
      *  ADDS CARRY THE RAW KEYED RATE AND PROJ02 EXCEPTION-LISTS
      *  EXACTLY THIS CASE -- SO IT MUST NOT REACH THE PAY
      *  ARITHMETIC (DATA EXCEPTION) OR ROLL GARBAGE INTO THE
      *  TOTALS AND THE EXTRACT THROUGH THE SALARIED MOVE.
               IF M-RATE IS NOT NUMERIC THEN
                 MOVE '*** RATE NOT NUMERIC-UNPAID **' TO NM-REASON
                 PERFORM 1650-LIST-UNPAID
               ELSE
                 IF M-STATUS IS EQUAL TO 'H' OR
                    M-STATUS IS EQUAL TO 'S' THEN
                   PERFORM 1600-PAY-EMPLOYEE
                 ELSE
                   MOVE '*** INVALID STATUS-UNPAID ***' TO NM-REASON
                   PERFORM 1650-LIST-UNPAID.
           ADD 1 TO REC-CT.
           PERFORM 2000-READ-HOURS.
           IF REC-CT IS EQUAL TO 10 THEN
             PERFORM 1680-PRINT-PAGE-TOTAL
             PERFORM 1400-PRINT-HEAD.
      **************************************************************
      * PICKS UP THE LEAVE HOURS TAKEN.  BLANK IS ZERO; ANYTHING
      * ELSE NOT NUMERIC LEAVES THE SWITCH OFF AND THE RECORD UNPAID.
      **************************************************************
       1530-EDIT-LEAVE-HOURS.
           MOVE 1 TO WS-LEAVE-OK-SW.
           MOVE ZERO TO WS-VAC-TAKEN.
           MOVE ZERO TO WS-SICK-TAKEN.
           IF HR-VAC-TAKEN-X IS NOT EQUAL TO SPACES THEN
             IF HR-VAC-TAKEN IS NUMERIC THEN
               MOVE HR-VAC-TAKEN TO WS-VAC-TAKEN
             ELSE
               MOVE 0 TO WS-LEAVE-OK-SW.
           IF HR-SICK-TAKEN-X IS NOT EQUAL TO SPACES THEN
             IF HR-SICK-TAKEN IS NUMERIC THEN
               MOVE HR-SICK-TAKEN TO WS-SICK-TAKEN
             ELSE
               MOVE 0 TO WS-LEAVE-OK-SW.
           COMPUTE WS-LEAVE-HOURS = WS-VAC-TAKEN + WS-SICK-TAKEN.
      **************************************************************
      * COMPUTES GROSS PAY AND WRITES THE DETAIL LINE AND EXTRACT.
      * HOURLY GETS TIME AND A HALF PAST 40 HOURS WORKED, PLUS LEAVE
      * HOURS AT STRAIGHT TIME; SALARIED IS PAID THE PER-PERIOD RATE
      * REGARDLESS OF HOURS OR LEAVE.
      **************************************************************
       1600-PAY-EMPLOYEE.
           MOVE 0 TO WS-GROSS-ERR-SW.
           MOVE ZERO TO WS-LEAVE-PAY.
           PERFORM 1605-CHECK-LEAVE-BALANCE.
      *  A GROSS TOO BIG FOR THE FIELD WOULD OTHERWISE TRUNCATE ITS
      *  HIGH DIGITS SILENTLY AND UNDERSTATE THE REGISTER, THE
      *  TOTALS AND THE EXTRACT -- TRAP IT AND ROUTE THE RECORD TO
      *  THE UNPAID LISTING FOR SOMEONE TO LOOK AT THE INPUT.
           IF M-STATUS IS EQUAL TO 'H' THEN
             COMPUTE WS-LEAVE-PAY ROUNDED = WS-LEAVE-HOURS * M-RATE
               ON SIZE ERROR MOVE 1 TO WS-GROSS-ERR-SW
             END-COMPUTE
             IF HR-HOURS IS GREATER THAN 40 THEN
               COMPUTE WS-OT-HOURS = HR-HOURS - 40
               COMPUTE WS-GROSS ROUNDED =
                 (40 * M-RATE) + (WS-OT-HOURS * M-RATE * 1.5)
                 + WS-LEAVE-PAY
                 ON SIZE ERROR MOVE 1 TO WS-GROSS-ERR-SW
               END-COMPUTE
             ELSE
               COMPUTE WS-GROSS ROUNDED =
                 (HR-HOURS * M-RATE) + WS-LEAVE-PAY
                 ON SIZE ERROR MOVE 1 TO WS-GROSS-ERR-SW
               END-COMPUTE
             END-IF
           ELSE
             MOVE M-RATE TO WS-GROSS.
           PERFORM 1606-ADD-RETRO-PAY.
           IF WS-LEAVE-SHORT-SW IS EQUAL TO 1 THEN
             MOVE '*** LEAVE OVER BALANCE-UNPAID *' TO NM-REASON
             PERFORM 1650-LIST-UNPAID
           ELSE
             IF WS-GROSS-ERR-SW IS EQUAL TO 1 THEN
               MOVE '*** GROSS TOO LARGE-UNPAID ***' TO NM-REASON
               PERFORM 1650-LIST-UNPAID
             ELSE
               PERFORM 1620-CALC-DEDUCTIONS
               IF WS-DED-OVFL-SW IS EQUAL TO 1 THEN
                 MOVE '*** TOO MANY DEDS-UNPAID ****' TO NM-REASON
                 PERFORM 1650-LIST-UNPAID
               ELSE
      *  DEDUCTIONS PAST GROSS MUST NOT DRIVE NET NEGATIVE -- THE
      *  RECORD GOES TO THE UNPAID LISTING LIKE EVERY OTHER CASE
      *  SOMEBODY HAS TO LOOK AT, AND NOTHING IS PAID OR EXTRACTED.
               IF WS-DED-TOTAL IS GREATER THAN WS-GROSS THEN
                 MOVE '*** DEDS EXCEED GROSS-UNPAID *' TO NM-REASON
                 PERFORM 1650-LIST-UNPAID
               ELSE
                 COMPUTE WS-NET = WS-GROSS - WS-DED-TOTAL
                 PERFORM 1610-WRITE-PAY-DETAIL.
      **************************************************************
      * READS THE EMPLOYEE'S LEAVE BALANCE AND SETS THE SHORT SWITCH
      * WHEN THE LEAVE TAKEN IS MORE THAN IS THERE.  A BALANCE THAT
      * ALREADY CARRIES THIS PERIOD HAS HAD THE LEAVE TAKEN OFF ONCE
      * AND IS NOT CHECKED OR POSTED AGAIN.
      **************************************************************
       1605-CHECK-LEAVE-BALANCE.
           MOVE 0 TO WS-LEAVE-SHORT-SW.
           MOVE 0 TO WS-LEAVE-DONE-SW.
           PERFORM 2400-READ-LEAVE-RANDOM.
           IF WS-LEAVE-FOUND-SW IS EQUAL TO 1 THEN
             IF LB-LAST-PERIOD IS EQUAL TO WS-PERIOD THEN
               MOVE 1 TO WS-LEAVE-DONE-SW
             ELSE
               IF WS-VAC-TAKEN IS GREATER THAN LB-VAC-BAL OR
                  WS-SICK-TAKEN IS GREATER THAN LB-SICK-BAL THEN
                 MOVE 1 TO WS-LEAVE-SHORT-SW
               END-IF
             END-IF
           ELSE
             IF WS-LEAVE-HOURS IS GREATER THAN ZERO THEN
               MOVE 1 TO WS-LEAVE-SHORT-SW.
      **************************************************************
      * ADDS ANY RETRO PAY OWED THE EMPLOYEE FOR EARLIER PERIODS TO
      * THIS PERIOD'S GROSS, SO IT IS TAXED, DEDUCTED FROM AND PAID
      * WITH THE REST.  AN EMPLOYEE WHO IS NOT PAID THIS PERIOD KEEPS
      * THE RETRO UNPAID FOR RETROPAY TO WORK OUT AGAIN NEXT PERIOD.
      **************************************************************
       1606-ADD-RETRO-PAY.
           MOVE ZERO TO WS-RETRO-PAY.
           MOVE ZERO TO WS-RETRO-PER-CT.
           PERFORM 1607-CHECK-RETRO-ENTRY
             VARYING WS-RETRO-SUB FROM 1 BY 1
             UNTIL WS-RETRO-SUB IS GREATER THAN WS-RETRO-USED.
           IF WS-RETRO-PAY IS GREATER THAN ZERO THEN
             ADD WS-RETRO-PAY TO WS-GROSS
               ON SIZE ERROR MOVE 1 TO WS-GROSS-ERR-SW.

       1607-CHECK-RETRO-ENTRY.
           IF WS-RE-EID (WS-RETRO-SUB) IS EQUAL TO M-EID AND
              WS-RE-PAID-SW (WS-RETRO-SUB) IS EQUAL TO 0 THEN
             ADD WS-RE-AMOUNT (WS-RETRO-SUB) TO WS-RETRO-PAY
             ADD 1 TO WS-RETRO-PER-CT.
      **************************************************************
      * PRINTS THE RETRO PAY LINE AND WRITES A 'T' HISTORY RECORD
      * AGAINST EACH PERIOD IT MAKES UP, SO THE NEXT RETROPAY SEES
      * THOSE PERIODS AS PAID AT THE NEW RATE.
      **************************************************************
       1608-PAY-RETRO.
           ADD WS-RETRO-PAY TO WS-TOTAL-RETRO.
           MOVE WS-RETRO-PER-CT TO L-RT-PERIODS.
           MOVE WS-RETRO-PAY TO L-RT-PAY.
           WRITE PAYR-REC FROM PAYR-RETRO-LINE
             AFTER ADVANCING 1 LINE.
           PERFORM 1609-POST-RETRO-ENTRY
             VARYING WS-RETRO-SUB FROM 1 BY 1
             UNTIL WS-RETRO-SUB IS GREATER THAN WS-RETRO-USED.

       1609-POST-RETRO-ENTRY.
           IF WS-RE-EID (WS-RETRO-SUB) IS EQUAL TO M-EID AND
              WS-RE-PAID-SW (WS-RETRO-SUB) IS EQUAL TO 0 THEN
             MOVE 1 TO WS-RE-PAID-SW (WS-RETRO-SUB)
             ADD 1 TO WS-RETRO-PAID-CT
             MOVE SPACES TO PAYDHW-REC
             MOVE M-EID TO PH-EID
             MOVE M-TYPE TO PH-TYPE
             MOVE M-STATUS TO PH-STATUS
             MOVE ZERO TO PH-HOURS
             MOVE WS-RE-NEW-RATE (WS-RETRO-SUB) TO PH-RATE
             MOVE WS-RE-AMOUNT (WS-RETRO-SUB) TO PH-GROSS
             MOVE ZERO TO PH-NET
             MOVE WS-PERIOD TO PH-PERIOD
             MOVE 'T' TO PH-REC-TYPE
             MOVE WS-RE-FOR-PERIOD (WS-RETRO-SUB) TO PH-FOR-PERIOD
             MOVE ZERO TO PH-VAC-TAKEN
             MOVE ZERO TO PH-SICK-TAKEN
             MOVE WS-RE-AMOUNT (WS-RETRO-SUB) TO PH-RETRO-AMT
             MOVE WS-RUN-DATE TO PH-RUN-DATE
             MOVE WS-PERIOD-END TO PH-END-DATE
             WRITE PAYDHW-REC.
      **************************************************************
      * WRITES THE REGISTER LINE AND EXTRACT RECORD FOR A COMPUTED
      * GROSS AND ROLLS IT INTO THE PAGE AND RUN TOTALS.
           ADD WS-GROSS TO WS-PAGE-GROSS.
           ADD WS-GROSS TO WS-TOTAL-GROSS.
           ADD WS-NET TO WS-TOTAL-NET.
           ADD WS-DED-TOTAL TO WS-TOTAL-DED.
           ADD WS-ER-SOC TO WS-TOTAL-ER-SOC.
           ADD WS-ER-MED TO WS-TOTAL-ER-MED.
           MOVE M-EID TO L-EID1.
           MOVE M-LAST TO L-LAST1.
           MOVE M-FIRST TO L-FIRST1.
           MOVE WS-GROSS TO L-GROSS1.
           WRITE PAYR-REC FROM PAYR-DATA1
             AFTER ADVANCING 1 LINE.
           IF WS-LEAVE-HOURS IS GREATER THAN ZERO THEN
             ADD WS-VAC-TAKEN TO WS-TOTAL-VAC
             ADD WS-SICK-TAKEN TO WS-TOTAL-SICK
             MOVE WS-VAC-TAKEN TO L-LV-VAC
             MOVE WS-SICK-TAKEN TO L-LV-SICK
             MOVE WS-LEAVE-PAY TO L-LV-PAY
             WRITE PAYR-REC FROM PAYR-LEAVE-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-RETRO-PAY IS GREATER THAN ZERO THEN
             PERFORM 1608-PAY-RETRO.
           PERFORM 1615-WRITE-DED-LINE
             VARYING WS-ED-SUB FROM 1 BY 1
             UNTIL WS-ED-SUB IS GREATER THAN WS-EMP-DED-CT.
           MOVE WS-NET TO PD-NET.
           MOVE WS-PERIOD TO PD-PERIOD.
           WRITE PAYDTL-REC.
           PERFORM 1614-WRITE-PAY-HISTORY.
           PERFORM 1669-UPDATE-LEAVE.
           PERFORM 1612-WRITE-STUB-EXTRACT.
           PERFORM 1660-UPDATE-YTD.
           PERFORM 1668-UPDATE-YTD-DED
             VARYING WS-ED-SUB FROM 1 BY 1
             UNTIL WS-ED-SUB IS GREATER THAN WS-EMP-DED-CT.
           PERFORM 1670-DIRECT-DEPOSIT.
      **************************************************************
      * WRITES THE PAY-STUB EXTRACT RECORD FOR THE EMPLOYEE JUST
      * PAID, DEDUCTIONS IN THE ORDER 1620-CALC-DEDUCTIONS TOOK THEM.
      **************************************************************
       1612-WRITE-STUB-EXTRACT.
           MOVE SPACES TO STUB-REC.
           MOVE M-EID TO SX-EID.
           MOVE WS-PERIOD TO SX-PERIOD.
           MOVE 'R' TO SX-PAY-TYPE.
           MOVE 'R' TO SX-ORIG-TYPE.
           MOVE WS-RUN-DATE TO SX-RUN-DATE.
           MOVE M-LAST TO SX-LAST.
           MOVE M-FIRST TO SX-FIRST.
           MOVE M-TYPE TO SX-TYPE.
           MOVE M-TITLE TO SX-TITLE.
           MOVE M-STATUS TO SX-STATUS.
           MOVE HR-HOURS TO SX-HOURS.
           MOVE M-RATE TO SX-RATE.
           MOVE WS-GROSS TO SX-GROSS.
           MOVE WS-NET TO SX-NET.
           MOVE WS-EMP-DED-CT TO SX-DED-CT.
           MOVE WS-VAC-TAKEN TO SX-VAC-TAKEN.
           MOVE WS-SICK-TAKEN TO SX-SICK-TAKEN.
           IF WS-LEAVE-FOUND-SW IS EQUAL TO 1 THEN
             MOVE LB-VAC-BAL TO SX-VAC-BAL
             MOVE LB-SICK-BAL TO SX-SICK-BAL
           ELSE
             MOVE ZERO TO SX-VAC-BAL
             MOVE ZERO TO SX-SICK-BAL.
           MOVE WS-TAX-STATE TO SX-TAX-STATE.
           MOVE WS-SS-WAGES TO SX-SS-WAGES.
           MOVE WS-ER-SOC TO SX-ER-SOC.
           MOVE WS-ER-MED TO SX-ER-MED.
           MOVE WS-LEAVE-PAY TO SX-LEAVE-PAY.
           MOVE WS-RETRO-PAY TO SX-RETRO-AMT.
           PERFORM 1613-MOVE-STUB-DED
             VARYING WS-ED-SUB FROM 1 BY 1
             UNTIL WS-ED-SUB IS GREATER THAN 15.
           WRITE STUB-REC.

       1613-MOVE-STUB-DED.
           IF WS-ED-SUB IS GREATER THAN WS-EMP-DED-CT THEN
             MOVE SPACES TO SX-DED-CODE (WS-ED-SUB)
             MOVE ZERO TO SX-DED-AMT (WS-ED-SUB)
           ELSE
             MOVE WS-ED-CODE (WS-ED-SUB) TO SX-DED-CODE (WS-ED-SUB)
             MOVE WS-ED-AMOUNT (WS-ED-SUB) TO SX-DED-AMT (WS-ED-SUB).
      **************************************************************
      * WRITES THE 'R' PAY-DETAIL HISTORY RECORD -- THE PAYDTL RECORD
      * WITH THE LEAVE HOURS PAID, THE RETRO INCLUDED IN ITS GROSS
      * AND THE PERIOD END DATE.
      **************************************************************
       1614-WRITE-PAY-HISTORY.
           MOVE SPACES TO PAYDHW-REC.
           MOVE PAYDTL-REC TO PH-DETAIL.
           MOVE 'R' TO PH-REC-TYPE.
           MOVE WS-PERIOD TO PH-FOR-PERIOD.
           MOVE WS-VAC-TAKEN TO PH-VAC-TAKEN.
           MOVE WS-SICK-TAKEN TO PH-SICK-TAKEN.
           MOVE WS-RETRO-PAY TO PH-RETRO-AMT.
           MOVE WS-RUN-DATE TO PH-RUN-DATE.
           MOVE WS-PERIOD-END TO PH-END-DATE.
           WRITE PAYDHW-REC.
      **************************************************************
      * PRINTS ONE DEDUCTION LINE UNDER THE EMPLOYEE'S DETAIL LINE
      * AND ROLLS THE AMOUNT INTO THE PER-CODE RUN TOTAL.
             AFTER ADVANCING 1 LINE.
           PERFORM 1640-ACCUM-DED-TOTAL.
      **************************************************************
      * FEDERAL AND STATE INCOME TAX FROM THE BRACKET TABLES PLUS
      * ANY EXTRA FLAT AMOUNT ON THE PROFILE, THEN SOCIAL SECURITY
      * UP TO THE WAGE BASE (AGAINST YTD GROSS BEFORE THIS PAYMENT)
      * AND MEDICARE, EACH WITH THE EMPLOYER'S MATCH.  THE WHOLE
      * GROSS IS TAXABLE WAGES.  AN EMPLOYEE WITH NO PROFILE IS
      * WITHHELD SINGLE WITH NO ALLOWANCES AND NO STATE TAX.
      **************************************************************
       1616-CALC-TAXES.
           PERFORM 2500-READ-WHPROF-RANDOM.
           IF WS-WHP-FOUND-SW IS EQUAL TO 0 THEN
             ADD 1 TO WS-NO-WHP-CT
             MOVE SPACES TO WHPROF-REC
             MOVE 'S' TO WP-FILING
             MOVE ZERO TO WP-ALLOW
             MOVE ZERO TO WP-ADDL-FIT
             MOVE ZERO TO WP-ADDL-SIT.
           MOVE WP-STATE TO WS-TAX-STATE.
           MOVE 'US' TO WS-TX-JURIS.
           MOVE WP-FILING TO WS-TX-FILING.
           MOVE WP-ALLOW TO WS-TX-ALLOW.
           PERFORM 0500-CALC-INCOME-TAX.
           ADD WP-ADDL-FIT TO WS-TX-AMT.
           MOVE 'FIT' TO WS-TX-CODE.
           PERFORM 1618-ADD-TAX-ENTRY.
           IF WP-STATE IS NOT EQUAL TO SPACES THEN
             MOVE WP-STATE TO WS-TX-JURIS
             PERFORM 0500-CALC-INCOME-TAX
             ADD WP-ADDL-SIT TO WS-TX-AMT
             MOVE 'SIT' TO WS-TX-CODE
             PERFORM 1618-ADD-TAX-ENTRY.
           PERFORM 1617-READ-YTD-WAGES.
           IF WS-YTD-PRIOR-GROSS IS NOT LESS THAN WS-SS-BASE THEN
             MOVE ZERO TO WS-SS-WAGES
           ELSE
             IF WS-YTD-PRIOR-GROSS + WS-GROSS IS GREATER THAN
                WS-SS-BASE THEN
               COMPUTE WS-SS-WAGES = WS-SS-BASE - WS-YTD-PRIOR-GROSS
             ELSE
               MOVE WS-GROSS TO WS-SS-WAGES.
           COMPUTE WS-TX-AMT ROUNDED = WS-SS-WAGES * WS-SS-RATE / 100.
           COMPUTE WS-ER-SOC ROUNDED =
             WS-SS-WAGES * WS-ER-SS-RATE / 100.
           MOVE 'SOC' TO WS-TX-CODE.
           PERFORM 1618-ADD-TAX-ENTRY.
           COMPUTE WS-TX-AMT ROUNDED = WS-GROSS * WS-MED-RATE / 100.
           COMPUTE WS-ER-MED ROUNDED =
             WS-GROSS * WS-ER-MED-RATE / 100.
           MOVE 'MED' TO WS-TX-CODE.
           PERFORM 1618-ADD-TAX-ENTRY.
      **************************************************************
      * THE EMPLOYEE'S YTD GROSS FOR THIS YEAR BEFORE THIS PAYMENT,
      * FOR THE SOCIAL SECURITY WAGE BASE.
      **************************************************************
       1617-READ-YTD-WAGES.
           MOVE ZERO TO WS-YTD-PRIOR-GROSS.
           MOVE M-EID TO Y-EID.
           READ YTD-FILE
             INVALID KEY MOVE 0 TO WS-YTD-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-YTD-FOUND-SW.
           IF WS-YTD-STATUS IS NOT EQUAL TO '00' AND
              WS-YTD-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** PAYREG YTDEARN READ FAILED, STATUS '
               WS-YTD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           IF WS-YTD-FOUND-SW IS EQUAL TO 1 AND
              Y-YEAR IS EQUAL TO WS-RUN-YEAR THEN
             MOVE Y-GROSS TO WS-YTD-PRIOR-GROSS.
      **************************************************************
      * PUTS ONE TAX ON THE EMPLOYEE'S DEDUCTION LIST.  A TAX THAT
      * COMES TO NOTHING IS LEFT OFF.
      **************************************************************
       1618-ADD-TAX-ENTRY.
           IF WS-TX-AMT IS GREATER THAN ZERO THEN
             ADD 1 TO WS-EMP-DED-CT
             MOVE WS-TX-CODE TO WS-ED-CODE (WS-EMP-DED-CT)
             MOVE WS-TX-AMT TO WS-ED-AMOUNT (WS-EMP-DED-CT)
             ADD WS-TX-AMT TO WS-DED-TOTAL.
      **************************************************************
      * COLLECTS THE CURRENT EMPLOYEE'S DEDUCTIONS INTO THE WORK
      * LIST IN PRIORITY ORDER (LOW PRIORITY NUMBER FIRST) AND TOTALS
      * THEM, BY SWEEPING THE TABLE ONCE PER PRIORITY LEVEL.  THE
      * TABLE-DRIVEN TAXES GO ON THE LIST FIRST.
      **************************************************************
       1620-CALC-DEDUCTIONS.
           MOVE 0 TO WS-DED-OVFL-SW.
           MOVE ZERO TO WS-EMP-DED-CT.
           MOVE ZERO TO WS-DED-TOTAL.
           MOVE SPACES TO WS-TAX-STATE.
           MOVE ZERO TO WS-SS-WAGES.
           MOVE ZERO TO WS-ER-SOC.
           MOVE ZERO TO WS-ER-MED.
           IF WS-TAX-ACTIVE-SW IS EQUAL TO 1 THEN
             PERFORM 1616-CALC-TAXES.
           IF WS-DED-USED IS GREATER THAN ZERO THEN
             PERFORM 1625-SWEEP-PRIORITY
               VARYING WS-DED-LEVEL FROM 0 BY 1
               WS-YTD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           IF Y-LEAVE-PAY IS NOT NUMERIC THEN
             MOVE ZERO TO Y-LEAVE-PAY.
           IF Y-RETRO-PAY IS NOT NUMERIC THEN
             MOVE ZERO TO Y-RETRO-PAY.
           IF WS-YTD-FOUND-SW IS EQUAL TO 0 OR
              Y-YEAR IS NOT EQUAL TO WS-RUN-YEAR THEN
             MOVE M-EID TO Y-EID
             MOVE WS-GROSS TO Y-GROSS
             MOVE HR-HOURS TO Y-HOURS
             MOVE 1 TO Y-PERIODS
             MOVE WS-LEAVE-PAY TO Y-LEAVE-PAY
             MOVE WS-RETRO-PAY TO Y-RETRO-PAY
           ELSE
             ADD WS-GROSS TO Y-GROSS
             ADD HR-HOURS TO Y-HOURS
             ADD 1 TO Y-PERIODS
             ADD WS-LEAVE-PAY TO Y-LEAVE-PAY
             ADD WS-RETRO-PAY TO Y-RETRO-PAY.
           IF WS-YTD-FOUND-SW IS EQUAL TO 1 THEN
             REWRITE YTD-REC
           ELSE
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * ROLLS ONE DEDUCTION JUST TAKEN INTO THE KEYED YTDDED FILE,
      * CREATING THE EMPLOYEE/CODE RECORD ON ITS FIRST USE AND
      * ROLLING A PRIOR YEAR'S RECORD OVER, THE SAME WAY
      * 1660-UPDATE-YTD HANDLES YTDEARN.
      **************************************************************
       1668-UPDATE-YTD-DED.
           MOVE M-EID TO YD-EID.
           MOVE WS-ED-CODE (WS-ED-SUB) TO YD-CODE.
           READ YTDDED-FILE
             INVALID KEY MOVE 0 TO WS-YTDDED-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-YTDDED-FOUND-SW.
           IF WS-YTDDED-STATUS IS NOT EQUAL TO '00' AND
              WS-YTDDED-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** PAYREG YTDDED READ FAILED, STATUS '
               WS-YTDDED-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           IF WS-YTDDED-FOUND-SW IS EQUAL TO 0 OR
              YD-YEAR IS NOT EQUAL TO WS-RUN-YEAR THEN
             MOVE SPACES TO YTDDED-REC
             MOVE M-EID TO YD-EID
             MOVE WS-ED-CODE (WS-ED-SUB) TO YD-CODE
             MOVE WS-RUN-YEAR TO YD-YEAR
             MOVE WS-ED-AMOUNT (WS-ED-SUB) TO YD-AMOUNT
           ELSE
             ADD WS-ED-AMOUNT (WS-ED-SUB) TO YD-AMOUNT.
           IF WS-YTDDED-FOUND-SW IS EQUAL TO 1 THEN
             REWRITE YTDDED-REC
           ELSE
             WRITE YTDDED-REC.
           IF WS-YTDDED-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** PAYREG YTDDED UPDATE FAILED, STATUS '
               WS-YTDDED-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * POSTS THE PERIOD TO THE EMPLOYEE'S LEAVE BALANCE -- LEAVE
      * TAKEN OFF, THE ACCRUAL FOR THEIR TYPE AND SERVICE ON.  THE
      * YEAR'S ACCRUED AND TAKEN FIGURES ROLL OVER ON THE FIRST
      * POSTING OF A NEW YEAR; THE BALANCES THEMSELVES CARRY OVER.
      * AN EMPLOYEE WITH NO RECORD AND NOTHING TO POST IS LEFT OFF
      * THE FILE RATHER THAN GIVEN AN EMPTY RECORD.
      **************************************************************
       1669-UPDATE-LEAVE.
           IF WS-LEAVE-DONE-SW IS EQUAL TO 1 THEN
             ADD 1 TO WS-LEAVE-SKIP-CT
           ELSE
             PERFORM 0300-EDIT-HIRE-DATE
             IF WS-DATE-OK IS EQUAL TO 1 THEN
               PERFORM 0400-CALC-SERVICE
             ELSE
               MOVE ZERO TO WS-YEARS-SVC
             END-IF
             PERFORM 0450-PICK-ACCRUAL-RATE
             IF WS-LEAVE-FOUND-SW IS EQUAL TO 1 OR
                WS-VAC-ACCRUAL IS GREATER THAN ZERO OR
                WS-SICK-ACCRUAL IS GREATER THAN ZERO THEN
               PERFORM 1671-POST-LEAVE.

       1671-POST-LEAVE.
           IF WS-LEAVE-FOUND-SW IS EQUAL TO 0 THEN
             MOVE SPACES TO LEAVBAL-REC
             MOVE M-EID TO LB-EID
             MOVE ZERO TO LB-VAC-BAL
             MOVE ZERO TO LB-SICK-BAL
             MOVE SPACES TO LB-YEAR.
           IF LB-YEAR IS NOT EQUAL TO WS-RUN-YEAR THEN
             MOVE WS-RUN-YEAR TO LB-YEAR
             MOVE ZERO TO LB-VAC-ACCRUED
             MOVE ZERO TO LB-VAC-USED
             MOVE ZERO TO LB-SICK-ACCRUED
             MOVE ZERO TO LB-SICK-USED.
           SUBTRACT WS-VAC-TAKEN FROM LB-VAC-BAL.
           SUBTRACT WS-SICK-TAKEN FROM LB-SICK-BAL.
           ADD WS-VAC-TAKEN TO LB-VAC-USED.
           ADD WS-SICK-TAKEN TO LB-SICK-USED.
           ADD WS-VAC-ACCRUAL TO LB-VAC-BAL.
           ADD WS-SICK-ACCRUAL TO LB-SICK-BAL.
           ADD WS-VAC-ACCRUAL TO LB-VAC-ACCRUED.
           ADD WS-SICK-ACCRUAL TO LB-SICK-ACCRUED.
           MOVE WS-PERIOD TO LB-LAST-PERIOD.
           IF WS-LEAVE-FOUND-SW IS EQUAL TO 1 THEN
             REWRITE LEAVBAL-REC
           ELSE
             WRITE LEAVBAL-REC.
           IF WS-LEAVE-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** PAYREG LEAVBAL UPDATE FAILED, STATUS '
               WS-LEAVE-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           MOVE 1 TO WS-LEAVE-FOUND-SW.
      **************************************************************
      * SENDS THE EMPLOYEE'S NET PAY BY DIRECT DEPOSIT, OR LISTS IT
      * FOR A CHECK.  AN ACCOUNT STILL IN ITS PRENOTE PERIOD -- FLAG
      * 'P', OR 'S' FOR THE PERIOD BEING PAID, WHICH IS A RERUN OF
      * THE PERIOD THE PRENOTE WENT OUT IN -- GETS ITS PRENOTES AND
      * IS PAID BY CHECK; ANY LATER PERIOD PAYS LIVE.
      **************************************************************
       1670-DIRECT-DEPOSIT.
           IF WS-ACH-ACTIVE-SW IS EQUAL TO 0 THEN
             MOVE 'NO BANK ACCOUNT ON FILE' TO PC-REASON
             PERFORM 1678-LIST-PAY-BY-CHECK
           ELSE
             PERFORM 2200-READ-BANK-RANDOM
             IF WS-BANK-FOUND-SW IS EQUAL TO 0 THEN
               MOVE 'NO BANK ACCOUNT ON FILE' TO PC-REASON
               PERFORM 1678-LIST-PAY-BY-CHECK
             ELSE
               IF BK-PRENOTE IS EQUAL TO 'P' OR
                  (BK-PRENOTE IS EQUAL TO 'S' AND
                   BK-PRENOTE-PER IS EQUAL TO WS-PERIOD) THEN
                 PERFORM 1672-SEND-PRENOTES
                 MOVE 'PRENOTE PERIOD' TO PC-REASON
                 PERFORM 1678-LIST-PAY-BY-CHECK
               ELSE
                 PERFORM 1674-SEND-LIVE.
      **************************************************************
      * ZERO-DOLLAR PRENOTE FOR EACH ACCOUNT ON THE RECORD, THEN THE
      * FLAG MOVES FROM 'P' TO 'S' STAMPED WITH THIS PERIOD.
      **************************************************************
       1672-SEND-PRENOTES.
           MOVE 1 TO WS-ENTRY-PRENOTE-SW.
           MOVE ZERO TO WS-ENTRY-AMOUNT.
           MOVE BK-ROUTING TO WS-ENTRY-ROUTING.
           MOVE BK-ACCOUNT TO WS-ENTRY-ACCOUNT.
           MOVE BK-ACCT-TYPE TO WS-ENTRY-ACCT-TYPE.
           PERFORM 1676-WRITE-ACH-ENTRY.
           IF BK-SPLIT-AMT IS GREATER THAN ZERO THEN
             MOVE BK-ROUTING2 TO WS-ENTRY-ROUTING
             MOVE BK-ACCOUNT2 TO WS-ENTRY-ACCOUNT
             MOVE BK-ACCT-TYPE2 TO WS-ENTRY-ACCT-TYPE
             PERFORM 1676-WRITE-ACH-ENTRY.
           ADD 1 TO WS-PRENOTE-CT.
           IF BK-PRENOTE IS EQUAL TO 'P' THEN
             MOVE 'S' TO BK-PRENOTE
             MOVE WS-PERIOD TO BK-PRENOTE-PER
             REWRITE BANK-REC
             PERFORM 2300-CHECK-BANK-UPDATE.
      **************************************************************
      * LIVE CREDITS -- THE FIXED SPLIT AMOUNT (NEVER MORE THAN NET)
      * TO THE SECOND ACCOUNT AND THE REST TO THE FIRST.  THE FIRST
      * LIVE PERIOD AFTER A PRENOTE CLEARS THE FLAG.
      **************************************************************
       1674-SEND-LIVE.
           MOVE 0 TO WS-ENTRY-PRENOTE-SW.
           MOVE ZERO TO WS-ACH-AMT2.
           IF BK-SPLIT-AMT IS GREATER THAN ZERO THEN
             IF BK-SPLIT-AMT IS GREATER THAN WS-NET THEN
               MOVE WS-NET TO WS-ACH-AMT2
             ELSE
               MOVE BK-SPLIT-AMT TO WS-ACH-AMT2.
           COMPUTE WS-ACH-AMT1 = WS-NET - WS-ACH-AMT2.
           IF WS-ACH-AMT1 IS GREATER THAN ZERO THEN
             MOVE WS-ACH-AMT1 TO WS-ENTRY-AMOUNT
             MOVE BK-ROUTING TO WS-ENTRY-ROUTING
             MOVE BK-ACCOUNT TO WS-ENTRY-ACCOUNT
             MOVE BK-ACCT-TYPE TO WS-ENTRY-ACCT-TYPE
             PERFORM 1676-WRITE-ACH-ENTRY.
           IF WS-ACH-AMT2 IS GREATER THAN ZERO THEN
             MOVE WS-ACH-AMT2 TO WS-ENTRY-AMOUNT
             MOVE BK-ROUTING2 TO WS-ENTRY-ROUTING
             MOVE BK-ACCOUNT2 TO WS-ENTRY-ACCOUNT
             MOVE BK-ACCT-TYPE2 TO WS-ENTRY-ACCT-TYPE
             PERFORM 1676-WRITE-ACH-ENTRY.
           ADD 1 TO WS-DEPOSIT-CT.
           IF BK-PRENOTE IS NOT EQUAL TO SPACES THEN
             MOVE SPACES TO BK-PRENOTE
             MOVE SPACES TO BK-PRENOTE-PER
             REWRITE BANK-REC
             PERFORM 2300-CHECK-BANK-UPDATE.
      **************************************************************
      * WRITES ONE ENTRY DETAIL RECORD FROM THE WS-ENTRY FIELDS AND
      * ROLLS IT INTO THE BATCH CONTROLS.  TRANSACTION CODE 22/32 IS
      * A CHECKING/SAVINGS CREDIT, 23/33 ITS PRENOTE.
      **************************************************************
       1676-WRITE-ACH-ENTRY.
           IF WS-ACH-ENTRY-CT IS EQUAL TO ZERO THEN
             PERFORM 1095-WRITE-ACH-BATCH-HEADER.
           IF WS-ENTRY-ACCT-TYPE IS EQUAL TO 'S' THEN
             IF WS-ENTRY-PRENOTE-SW IS EQUAL TO 1 THEN
               MOVE '33' TO AED-TRAN-CODE
             ELSE
               MOVE '32' TO AED-TRAN-CODE
             END-IF
           ELSE
             IF WS-ENTRY-PRENOTE-SW IS EQUAL TO 1 THEN
               MOVE '23' TO AED-TRAN-CODE
             ELSE
               MOVE '22' TO AED-TRAN-CODE.
           MOVE WS-ENTRY-ROUTING TO AED-RDFI.
           MOVE WS-ENTRY-ACCOUNT TO AED-ACCOUNT.
           MOVE WS-ENTRY-AMOUNT TO AED-AMOUNT.
           MOVE M-EID TO AED-IND-ID.
           MOVE SPACES TO AED-IND-NAME.
           STRING M-LAST DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  M-FIRST DELIMITED BY '  '
             INTO AED-IND-NAME.
           ADD 1 TO WS-ACH-TRACE-SEQ.
           MOVE WS-ACH-ODFI TO AED-TRACE-ODFI.
           MOVE WS-ACH-TRACE-SEQ TO AED-TRACE-SEQ.
           WRITE ACH-REC FROM ACH-ENTRY-DETAIL.
           ADD 1 TO WS-ACH-REC-CT.
           ADD 1 TO WS-ACH-ENTRY-CT.
           ADD WS-ENTRY-RDFI TO WS-ACH-HASH.
           ADD WS-ENTRY-AMOUNT TO WS-ACH-TOTAL.
      **************************************************************
      * ONE LINE ON THE PAY-BY-CHECK LIST WITH THE REASON THE CALLER
      * SET, ROLLED INTO THE CHECK TOTALS.
      **************************************************************
       1678-LIST-PAY-BY-CHECK.
           ADD 1 TO WS-CHECK-CT.
           ADD WS-NET TO WS-CHECK-TOTAL.
           MOVE M-EID TO PC-EID.
           MOVE M-LAST TO PC-LAST.
           MOVE M-FIRST TO PC-FIRST.
           MOVE WS-NET TO PC-NET.
           WRITE PCHK-REC FROM PCHK-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE GROSS TOTAL FOR THE PAGE JUST ENDED.
      **************************************************************
       1680-PRINT-PAGE-TOTAL.
             AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-PAGE-GROSS.
      **************************************************************
      * PRINTS THE FINAL PAGE TOTAL AND THE RUN TOTALS, AND WRITES
      * THEM TO PAYTOT.
      **************************************************************
       1700-LAST-PAGE.
           IF REC-CT IS GREATER THAN ZERO OR
           MOVE WS-TOTAL-NET TO L-TOTAL-NET.
           WRITE PAYR-REC FROM PAYR-LAST3
             AFTER ADVANCING 1 LINE.
           MOVE WS-TOTAL-VAC TO L-TOTAL-VAC.
           MOVE WS-TOTAL-SICK TO L-TOTAL-SICK.
           WRITE PAYR-REC FROM PAYR-LAST6
             AFTER ADVANCING 1 LINE.
           IF WS-RETRO-USED IS GREATER THAN ZERO THEN
             COMPUTE WS-RETRO-UNPAID-CT =
               WS-RETRO-USED - WS-RETRO-PAID-CT
             MOVE WS-TOTAL-RETRO TO L-TOTAL-RETRO
             MOVE WS-RETRO-UNPAID-CT TO L-RETRO-UNPAID
             WRITE PAYR-REC FROM PAYR-LAST8
               AFTER ADVANCING 1 LINE.
           IF WS-TAX-ACTIVE-SW IS EQUAL TO 1 THEN
             MOVE WS-TOTAL-ER-SOC TO L-TOTAL-ER-SOC
             MOVE WS-TOTAL-ER-MED TO L-TOTAL-ER-MED
             WRITE PAYR-REC FROM PAYR-LAST7
               AFTER ADVANCING 1 LINE
             IF WS-NO-WHP-CT IS GREATER THAN ZERO THEN
               MOVE WS-NO-WHP-CT TO L-NO-WHP-CT
               WRITE PAYR-REC FROM PAYR-NO-WHP
                 AFTER ADVANCING 1 LINE.
           PERFORM 1690-PRINT-DED-TOTAL
             VARYING WS-DT-SUB FROM 1 BY 1
             UNTIL WS-DT-SUB IS GREATER THAN WS-DEDTOT-USED.
             MOVE WS-DEDTOT-OVFL TO L-DT-OVFL-CT
             WRITE PAYR-REC FROM PAYR-DEDTOT-OVFL
               AFTER ADVANCING 1 LINE.
           MOVE WS-ACH-TOTAL TO L-ACH-TOTAL.
           MOVE WS-DEPOSIT-CT TO L-DEPOSIT-CT.
           MOVE WS-PRENOTE-CT TO L-PRENOTE-CT.
           MOVE WS-CHECK-TOTAL TO L-CHECK-TOTAL.
           MOVE WS-CHECK-CT TO L-CHECK-CT.
           MOVE SPACES TO PAYR-REC.
           WRITE PAYR-REC
             AFTER ADVANCING 1 LINE.
           WRITE PAYR-REC FROM PAYR-LAST4
             AFTER ADVANCING 1 LINE.
           WRITE PAYR-REC FROM PAYR-LAST5
             AFTER ADVANCING 1 LINE.
           COMPUTE WS-ACH-NET-TIE = WS-ACH-TOTAL + WS-CHECK-TOTAL.
           IF WS-ACH-NET-TIE IS NOT EQUAL TO WS-TOTAL-NET THEN
             WRITE PAYR-REC FROM PAYR-ACH-TIE
               AFTER ADVANCING 1 LINE.
           MOVE WS-CHECK-CT TO PC-TOT-CT.
           MOVE WS-CHECK-TOTAL TO PC-TOT-NET.
           MOVE SPACES TO PCHK-REC.
           WRITE PCHK-REC
             AFTER ADVANCING 1 LINE.
           WRITE PCHK-REC FROM PCHK-TOTAL
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PAYTOT-REC.
           MOVE WS-PERIOD TO RT-PERIOD.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE WS-PAID-CT TO RT-PAID-CT.
           MOVE WS-TOTAL-GROSS TO RT-GROSS.
           MOVE WS-TOTAL-DED TO RT-DED-TOTAL.
           MOVE WS-TOTAL-NET TO RT-NET.
           MOVE WS-TOTAL-ER-SOC TO RT-ER-SOC.
           MOVE WS-TOTAL-ER-MED TO RT-ER-MED.
           WRITE PAYTOT-REC.
      **************************************************************
      * ONE LAST-PAGE TOTAL LINE PER DEDUCTION CODE TAKEN THIS RUN.
      **************************************************************
           WRITE PAYR-REC FROM PAYR-DED-TOT
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * CLOSES OUT THE ACH FILE -- BATCH CONTROL (WHEN A BATCH WAS
      * OPENED), FILE CONTROL, AND ALL-NINES RECORDS TO FILL THE LAST
      * BLOCK OF TEN.  THE CREDIT TOTAL IS THE SUM OF THE ENTRIES
      * JUST WRITTEN, SO IT IS THE FIGURE THE TIE-OUT CHECKS.
      **************************************************************
       1720-FINISH-ACH-FILE.
           IF WS-ACH-ACTIVE-SW IS EQUAL TO 1 THEN
             IF WS-ACH-ENTRY-CT IS GREATER THAN ZERO THEN
               MOVE WS-ACH-ENTRY-CT TO ABC-ENTRY-CT
               MOVE WS-ACH-HASH TO ABC-HASH
               MOVE WS-ACH-TOTAL TO ABC-CREDIT
               MOVE WS-ACH-ORIG-ID TO ABC-CO-ID
               MOVE WS-ACH-ODFI TO ABC-ODFI
               WRITE ACH-REC FROM ACH-BATCH-CONTROL
               ADD 1 TO WS-ACH-REC-CT
               MOVE 1 TO AFC-BATCH-CT
             ELSE
               MOVE ZERO TO AFC-BATCH-CT
             END-IF
             ADD 1 TO WS-ACH-REC-CT
             COMPUTE WS-ACH-BLOCK-CT = (WS-ACH-REC-CT + 9) / 10
             MOVE WS-ACH-BLOCK-CT TO AFC-BLOCK-CT
             MOVE WS-ACH-ENTRY-CT TO AFC-ENTRY-CT
             MOVE WS-ACH-HASH TO AFC-HASH
             MOVE WS-ACH-TOTAL TO AFC-CREDIT
             WRITE ACH-REC FROM ACH-FILE-CONTROL
             COMPUTE WS-ACH-FILL-CT =
               (WS-ACH-BLOCK-CT * 10) - WS-ACH-REC-CT
             PERFORM 1725-WRITE-ACH-FILL
               WS-ACH-FILL-CT TIMES.

       1725-WRITE-ACH-FILL.
           WRITE ACH-REC FROM ACH-FILL-REC.
      **************************************************************
      * DIRECT DEPOSIT PLUS CHECKS MUST TIE TO THE REGISTER NET.  IF
      * THEY DO NOT, THE ACH FILE CANNOT BE TRUSTED TO SEND, SO THE
      * RUN STOPS BEFORE THE PERIOD CLOSES AND CAN BE RERUN.
      **************************************************************
       1740-CHECK-ACH-TIE.
           IF WS-ACH-NET-TIE IS NOT EQUAL TO WS-TOTAL-NET THEN
             DISPLAY '*** PAYREG DEPOSITS ' WS-ACH-TOTAL
               ' PLUS CHECKS ' WS-CHECK-TOTAL
               ' DO NOT TIE TO NET ' WS-TOTAL-NET
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * APPENDS THIS RUN'S STUBEXT RECORDS TO THE PERMANENT PAYHIST
      * AND ITS PAY-DETAIL HISTORY RECORDS TO PAYDHIST.
      * DONE ONLY HERE, AFTER EVERYTHING ELSE ENDED CLEAN, SO A RUN
      * THAT STOPS PART WAY AND IS RERUN DOES NOT LEAVE THE FIRST
      * ATTEMPT'S PAYMENTS IN THE HISTORY TWICE.
      **************************************************************
       1745-POST-PAY-HISTORY.
           OPEN INPUT STUB-FILE
                EXTEND PAYHIST-FILE.
           PERFORM 1747-COPY-STUB-REC
             UNTIL STUB-EOF-SW IS EQUAL TO 1.
           CLOSE STUB-FILE
                 PAYHIST-FILE.
           DISPLAY 'PAYREG PAYMENTS POSTED TO PAYHIST: ' WS-HIST-CT.
           OPEN INPUT PAYDHW-FILE
                EXTEND PAYDHIST-FILE.
           PERFORM 1748-COPY-PAY-DETAIL
             UNTIL PAYDHW-EOF-SW IS EQUAL TO 1.
           CLOSE PAYDHW-FILE
                 PAYDHIST-FILE.
           DISPLAY 'PAYREG PAY DETAIL POSTED TO PAYDHIST: ' WS-DHIST-CT.

       1747-COPY-STUB-REC.
           READ STUB-FILE
             AT END MOVE 1 TO STUB-EOF-SW
             NOT AT END
               WRITE PAYHIST-REC FROM STUB-REC
               ADD 1 TO WS-HIST-CT
           END-READ.

       1748-COPY-PAY-DETAIL.
           READ PAYDHW-FILE
             AT END MOVE 1 TO PAYDHW-EOF-SW
             NOT AT END
               WRITE PAYDHIST-REC FROM PAYDHW-REC
               ADD 1 TO WS-DHIST-CT
           END-READ.
      **************************************************************
      * MARKS THE PERIOD CLOSED AFTER A CLEAN END OF RUN, SO THE GL
      * SIDE CAN TIE EVERY PAYDTL EXTRACT TO ITS PERIOD AND A SECOND
      * RUN AGAINST THE SAME PERIOD IS REFUSED AT STARTUP.
           MOVE SPACES TO PAYCTL-REC.
           MOVE WS-PERIOD TO CT-PERIOD.
           MOVE 'C' TO CT-STATUS.
           MOVE WS-PERIOD-END TO CT-END-DATE.
           WRITE PAYCTL-REC.
           CLOSE PAYCTL-FILE.
      **************************************************************
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * RANDOM READ OF THE BANK FILE FOR THE EMPLOYEE JUST PAID.
      **************************************************************
       2200-READ-BANK-RANDOM.
           MOVE M-EID TO BK-EID.
           READ BANK-FILE
             INVALID KEY MOVE 0 TO WS-BANK-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-BANK-FOUND-SW.
           IF WS-BANK-STATUS IS NOT EQUAL TO '00' AND
              WS-BANK-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** PAYREG BANKACCT READ FAILED, STATUS '
               WS-BANK-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * A FAILED REWRITE OF THE PRENOTE FLAG MUST STOP THE RUN, OR
      * THE SAME ACCOUNT WOULD PRENOTE AGAIN NEXT PERIOD INSTEAD OF
      * BEING PAID.
      **************************************************************
       2300-CHECK-BANK-UPDATE.
           IF WS-BANK-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** PAYREG BANKACCT UPDATE FAILED, STATUS '
               WS-BANK-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * RANDOM READ OF THE LEAVE BALANCE FOR THE EMPLOYEE BEING PAID.
      **************************************************************
       2400-READ-LEAVE-RANDOM.
           MOVE M-EID TO LB-EID.
           READ LEAVBAL-FILE
             INVALID KEY MOVE 0 TO WS-LEAVE-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-LEAVE-FOUND-SW.
           IF WS-LEAVE-STATUS IS NOT EQUAL TO '00' AND
              WS-LEAVE-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** PAYREG LEAVBAL READ FAILED, STATUS '
               WS-LEAVE-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
      **************************************************************
      * RANDOM READ OF THE WITHHOLDING PROFILE FOR THE EMPLOYEE BEING
      * PAID.  NO PROFILE FILE AT ALL READS AS NOT FOUND.
      **************************************************************
       2500-READ-WHPROF-RANDOM.
           MOVE 0 TO WS-WHP-FOUND-SW.
           IF WS-WHP-ACTIVE-SW IS EQUAL TO 1 THEN
             MOVE M-EID TO WP-EID
             READ WHPROF-FILE
               INVALID KEY MOVE 0 TO WS-WHP-FOUND-SW
               NOT INVALID KEY MOVE 1 TO WS-WHP-FOUND-SW
             END-READ
             IF WS-WHP-STATUS IS NOT EQUAL TO '00' AND
                WS-WHP-STATUS IS NOT EQUAL TO '23' THEN
               DISPLAY '*** PAYREG WHPROF READ FAILED, STATUS '
                 WS-WHP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
