       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCHK.
       AUTHOR. Addyson Sisemore
      * NIGHTLY CROSS-FILE INTEGRITY CHECK.
      * THE FILES HANGING OFF THE KEYED NEWEMP MASTER ARE EACH
      * MAINTAINED BY A DIFFERENT PROGRAM, AND NOTHING ELSE CHECKS
      * THAT THEY STILL AGREE WITH IT.  THIS STEP SORTS DEDUCT,
      * TRNPEND, TERMHIST (AND ITS TRMARCH ARCHIVE), AUDHIST AND
      * YTDEARN TOGETHER INTO EMPLOYEE-ID ORDER, LOOKS EACH EMPLOYEE
      * UP ON THE MASTER ONCE, AND REPORTS:
      *   -- DEDUCT RECORDS FOR AN EID NOT ON THE MASTER.
      *   -- PENDING CHANGES OR DELETES FOR AN EID NOT ON THE MASTER
      *      (ONE WITH AN ADD OR REINSTATE ALSO PENDING IS FINE).
      *   -- AN EID ON THE MASTER WHOSE LATEST TERMHIST DELETE HAS NO
      *      AUDHIST REINSTATE RUN ON OR AFTER IT.
      *   -- A MASTER RECORD THAT IS NOT THE LAST AUDHIST AFTER-IMAGE
      *      FOR ITS EID, OR ONE ON (OFF) THE MASTER WHOSE LAST AUDIT
      *      IS (IS NOT) A DELETE -- THE MASTER WAS CHANGED OUTSIDE
      *      PROJ03 AND RATEMAS.  AN EID WITH NO AUDHIST RECORDS LEFT
      *      (ARCHIVED BY HISTARC, OR OLDER THAN THE AUDIT TRAIL) HAS
      *      NOTHING TO COMPARE AGAINST AND IS NOT REPORTED.
      *   -- YTDEARN RECORDS WITH NO MASTER AND NO TERMINATION RECORD
      *      ON EITHER TERMHIST OR TRMARCH.
      * HISTARC MOVES AUDHIST AND TERMHIST RECORDS TO THE ARCHIVES ON
      * THE SAME CUTOFF, SO A REINSTATE IS NEVER ARCHIVED AHEAD OF
      * THE DELETE IT UNDOES; THE REINSTATE CHECK THEREFORE USES THE
      * LIVE FILES ONLY.
      * RETURN CODE 8 = INTEGRITY PROBLEMS FOUND -- THE SCHEDULER
      * HOLDS PAYREG ON IT UNTIL SOMEONE HAS WORKED THE REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'NEWEMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS M-EID
               FILE STATUS IS WS-MASTER-STATUS.
      *  EVERY OTHER FILE IS OPTIONAL -- A SITE OR A NIGHT WITHOUT
      *  ONE SIMPLY HAS NOTHING ON IT TO DISAGREE WITH THE MASTER.
           SELECT OPTIONAL AUDIT-HIST ASSIGN TO 'AUDHIST'
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL TERM-HIST ASSIGN TO 'TERMHIST'
               FILE STATUS IS WS-TERM-STATUS.
           SELECT OPTIONAL TERM-ARCH ASSIGN TO 'TRMARCH'
               FILE STATUS IS WS-TARCH-STATUS.
           SELECT OPTIONAL DEDUCT-FILE ASSIGN TO 'DEDUCT'
               FILE STATUS IS WS-DEDUCT-STATUS.
           SELECT OPTIONAL PEND-IN ASSIGN TO 'TRNPEND'
               FILE STATUS IS WS-PEND-STATUS.
           SELECT OPTIONAL YTD-FILE ASSIGN TO 'YTDEARN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Y-EID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT IC-SORT-WORK ASSIGN TO 'ICKWK01'.
           SELECT ICHK-FILE ASSIGN TO 'UR-S-ICHK'.

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
      * AUDIT HISTORY -- SAME 244-BYTE LAYOUT PROJ03 AND RATEMAS
      * WRITE.  A DELETE CARRIES SPACES AS ITS AFTER IMAGE.
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
      * TERMINATED-EMPLOYEE HISTORY AND ITS ARCHIVE -- TERMINATION
      * DATE PLUS THE 110-BYTE MASTER IMAGE AS IT STOOD WHEN DELETED.
      **************************************************************
       FD TERM-HIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 TERM-REC.
         03 TH-TERM-DATE PIC X(8).
         03 TH-EID       PIC X(7).
         03 FILLER       PIC X(103).
       FD TERM-ARCH
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 TARCH-REC.
         03 TA-TERM-DATE PIC X(8).
         03 TA-EID       PIC X(7).
         03 FILLER       PIC X(103).
      **************************************************************
      * DEDUCTIONS -- SAME LAYOUT PAYREG READS.
      **************************************************************
       FD DEDUCT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 DEDUCT-REC.
         03 DD-EID       PIC X(7).
         03 DD-CODE      PIC X(3).
         03 DD-METHOD    PIC X(1).
         03 DD-AMOUNT    PIC 9(5)V99.
         03 DD-PRIORITY  PIC 9(2).
         03 FILLER       PIC X(10).
      **************************************************************
      * PENDING TRANSACTIONS -- SAME 100-BYTE RAW TRANSACTION
      * LAYOUT; ONLY THE EMPLOYEE ID AND TRANSACTION CODE MATTER.
      **************************************************************
       FD PEND-IN
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PENDIN-REC.
         03 PI-EID       PIC X(7).
         03 PI-CODE      PIC X(1).
         03 FILLER       PIC X(92).
      **************************************************************
      * YTD EARNINGS -- SAME LAYOUT PAYREG WRITES.
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
      **************************************************************
      * ONE SORT RECORD PER INPUT RECORD FROM EVERY FILE, TAGGED
      * WITH WHERE IT CAME FROM.  CS-SEQ KEEPS EACH FILE'S RECORDS
      * IN THE ORDER THEY WERE READ, SO AN EMPLOYEE'S AUDHIST
      * RECORDS COME BACK OLDEST FIRST.
      *   CS-SOURCE  A = AUDHIST    T = TERMHIST   U = TRMARCH
      *              D = DEDUCT     P = TRNPEND    Y = YTDEARN
      *   CS-CODE    AUDIT OR TRANSACTION CODE
      *   CS-DATE    AUDIT RUN DATE, TERMINATION DATE, YTD YEAR
      *   CS-IMAGE   AUDIT AFTER IMAGE
      **************************************************************
       SD IC-SORT-WORK.
       01 CS-REC.
         03 CS-EID       PIC X(7).
         03 CS-SEQ       PIC 9(7).
         03 CS-SOURCE    PIC X(1).
         03 CS-CODE      PIC X(1).
         03 CS-DATE      PIC X(8).
         03 CS-IMAGE     PIC X(110).
       FD ICHK-FILE
           LABEL RECORDS ARE OMITTED.
       01 ICHK-REC       PIC X(132).

       WORKING-STORAGE SECTION.
       01 AUDIT-EOF-SW     PIC 9          VALUE 0.
       01 TERM-EOF-SW      PIC 9          VALUE 0.
       01 TARCH-EOF-SW     PIC 9          VALUE 0.
       01 DEDUCT-EOF-SW    PIC 9          VALUE 0.
       01 PEND-EOF-SW      PIC 9          VALUE 0.
       01 YTD-EOF-SW       PIC 9          VALUE 0.
       01 SORT-EOF-SW      PIC 9          VALUE 0.
       01 FIRST-REC-SW     PIC 9          VALUE 1.
       01 WS-MASTER-STATUS PIC XX         VALUE SPACES.
       01 WS-MASTER-FOUND-SW PIC 9        VALUE 0.
       01 WS-AUDIT-STATUS  PIC XX         VALUE SPACES.
       01 WS-TERM-STATUS   PIC XX         VALUE SPACES.
       01 WS-TARCH-STATUS  PIC XX         VALUE SPACES.
       01 WS-DEDUCT-STATUS PIC XX         VALUE SPACES.
       01 WS-PEND-STATUS   PIC XX         VALUE SPACES.
       01 WS-YTD-STATUS    PIC XX         VALUE SPACES.
       01 WS-OPEN-STATUS   PIC XX         VALUE SPACES.
       01 WS-FILE-OPEN-SW  PIC 9          VALUE 0.
       01 WS-RUN-RC        PIC 999        VALUE ZERO.
       01 WS-RUN-DATE      PIC X(8)       VALUE SPACES.
       01 WS-REL-SEQ       PIC 9(7)       VALUE ZERO.
      *  RECORDS READ FROM EACH FILE.
       01 WS-AUDIT-CT      PIC 9(7)       VALUE ZERO.
       01 WS-TERM-CT       PIC 9(7)       VALUE ZERO.
       01 WS-TARCH-CT      PIC 9(7)       VALUE ZERO.
       01 WS-DEDUCT-CT     PIC 9(7)       VALUE ZERO.
       01 WS-PEND-CT       PIC 9(7)       VALUE ZERO.
       01 WS-YTD-CT        PIC 9(7)       VALUE ZERO.
       01 WS-EID-CT        PIC 9(7)       VALUE ZERO.
      *  PROBLEMS FOUND, ONE COUNT PER CHECK.
       01 WS-DED-ORPH-CT   PIC 9(5)       VALUE ZERO.
       01 WS-PEND-ORPH-CT  PIC 9(5)       VALUE ZERO.
       01 WS-ACT-TERM-CT   PIC 9(5)       VALUE ZERO.
       01 WS-AUD-MISM-CT   PIC 9(5)       VALUE ZERO.
       01 WS-YTD-ORPH-CT   PIC 9(5)       VALUE ZERO.
       01 WS-PROBLEM-CT    PIC 9(5)       VALUE ZERO.
      **************************************************************
      * WHAT THE SORTED FILES HOLD FOR THE EMPLOYEE BEING CHECKED.
      **************************************************************
       01 WS-GRP-EID       PIC X(7)       VALUE SPACES.
       01 WS-GRP-AUDIT-CT  PIC 9(5)       VALUE ZERO.
       01 WS-LAST-CODE     PIC X(1)       VALUE SPACES.
       01 WS-LAST-RUN-DATE PIC X(8)       VALUE SPACES.
      *  LATEST LIVE TERMHIST DELETE AND LATEST AUDHIST REINSTATE.
       01 WS-TERM-DATE     PIC X(8)       VALUE SPACES.
       01 WS-REIN-DATE     PIC X(8)       VALUE SPACES.
      *  ANY TERMINATION RECORD, LIVE OR ARCHIVED.
       01 WS-ANY-TERM-SW   PIC 9          VALUE 0.
       01 WS-GRP-DED-CT    PIC 9(5)       VALUE ZERO.
       01 WS-GRP-PEND-CT   PIC 9(5)       VALUE ZERO.
       01 WS-PEND-ADD-SW   PIC 9          VALUE 0.
       01 WS-GRP-YTD-CT    PIC 9(5)       VALUE ZERO.
       01 WS-YTD-YEAR      PIC X(4)       VALUE SPACES.
      **************************************************************
      * LAST AUDIT AFTER IMAGE, BROKEN OUT THE SAME WAY AS THE
      * MASTER SO THE FIRST FIELD THAT DIFFERS CAN BE NAMED.
      **************************************************************
       01 WS-IMAGE-REC.
         03 WI-EID       PIC X(7).
         03 WI-LAST      PIC X(15).
         03 WI-FIRST     PIC X(15).
         03 WI-TYPE      PIC X(2).
         03 WI-TITLE     PIC X(17).
         03 WI-SSN       PIC X(9).
         03 FILLER       PIC X(24).
         03 WI-DATE      PIC X(8).
         03 FILLER       PIC X(2).
         03 WI-RATE      PIC X(6).
         03 WI-STATUS    PIC X(1).
         03 WI-CCTR      PIC X(4).
       01 WS-DIFF-FIELD    PIC X(8)       VALUE SPACES.
      **************************************************************
      * LAYOUT FOR THE REPORT HEADING LINES.
      **************************************************************
       01 ICHK-HEADING1.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(40)     VALUE
           'NEWEMP CROSS-FILE INTEGRITY CHECK'.
         03 FILLER        PIC X(9)      VALUE 'RUN DATE'.
         03 IH-RUN-DATE   PIC X(8).
       01 ICHK-HEADING2.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 FILLER        PIC X(9)      VALUE 'EMPLOYEE'.
         03 FILLER        PIC X(26)     VALUE 'CHECK'.
         03 FILLER        PIC X(7)      VALUE 'RECS'.
         03 FILLER        PIC X(42)     VALUE 'PROBLEM'.
         03 FILLER        PIC X(9)      VALUE 'FIELD'.
         03 FILLER        PIC X(8)      VALUE 'DATE'.
      **************************************************************
      * LAYOUT FOR ONE PROBLEM LINE.
      **************************************************************
       01 ICHK-LINE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 IL-EID        PIC X(7).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 IL-CHECK      PIC X(24).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 IL-RECS       PIC ZZ,ZZZ.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 IL-TEXT       PIC X(40).
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 IL-FIELD      PIC X(8).
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 IL-DATE       PIC X(8).
      **************************************************************
      * LAYOUT FOR THE END-OF-RUN COUNTS.
      **************************************************************
       01 ICHK-READ-LINE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 IR-NAME       PIC X(30).
         03 IR-COUNT      PIC Z,ZZZ,ZZ9.
       01 ICHK-COUNT-LINE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 IC-NAME       PIC X(30).
         03 IC-COUNT      PIC Z,ZZZ,ZZ9.
       01 ICHK-FINAL-LINE.
         03 FILLER        PIC X(2)      VALUE SPACES.
         03 IF-TEXT       PIC X(60).

      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           SORT IC-SORT-WORK
             ON ASCENDING KEY CS-EID
                              CS-SEQ
             INPUT PROCEDURE IS 1100-RELEASE-ALL
             OUTPUT PROCEDURE IS 1500-CHECK-BY-EID.
           PERFORM 1700-PRINT-SUMMARY.
           CLOSE MASTER-FILE
                 ICHK-FILE.
           IF WS-PROBLEM-CT IS GREATER THAN ZERO THEN
             DISPLAY '*** INTCHK ' WS-PROBLEM-CT
               ' INTEGRITY PROBLEMS -- SEE UR-S-ICHK'
             MOVE 8 TO WS-RUN-RC.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      **************************************************************
      * OPENS THE MASTER AND THE REPORT AND PRINTS THE HEADING.
      **************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' THEN
             DISPLAY '*** INTCHK CANNOT OPEN NEWEMP MASTER, STATUS '
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           OPEN OUTPUT ICHK-FILE.
           MOVE WS-RUN-DATE TO IH-RUN-DATE.
           WRITE ICHK-REC FROM ICHK-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ICHK-REC.
           WRITE ICHK-REC.
           WRITE ICHK-REC FROM ICHK-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ICHK-REC.
           WRITE ICHK-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * SORT INPUT -- EVERY RECORD OF EVERY FILE, ONE FILE AFTER
      * ANOTHER.
      **************************************************************
       1100-RELEASE-ALL.
           PERFORM 1110-RELEASE-AUDIT.
           PERFORM 1120-RELEASE-TERM.
           PERFORM 1130-RELEASE-TERM-ARCH.
           PERFORM 1140-RELEASE-DEDUCT.
           PERFORM 1150-RELEASE-PENDING.
           PERFORM 1160-RELEASE-YTD.
      **************************************************************
      * AUDHIST -- THE CODE, RUN DATE AND AFTER IMAGE.
      **************************************************************
       1110-RELEASE-AUDIT.
           OPEN INPUT AUDIT-HIST.
           MOVE WS-AUDIT-STATUS TO WS-OPEN-STATUS.
           PERFORM 0300-CHECK-OPTIONAL-OPEN.
           IF WS-FILE-OPEN-SW IS EQUAL TO 0 THEN
             MOVE 1 TO AUDIT-EOF-SW.
           PERFORM 1115-NEXT-AUDIT-REC
             UNTIL AUDIT-EOF-SW IS EQUAL TO 1.
           IF WS-FILE-OPEN-SW IS EQUAL TO 1 THEN
             CLOSE AUDIT-HIST.

       1115-NEXT-AUDIT-REC.
           READ AUDIT-HIST
             AT END MOVE 1 TO AUDIT-EOF-SW
             NOT AT END
               ADD 1 TO WS-AUDIT-CT
               MOVE SPACES TO CS-REC
               MOVE AH-EID TO CS-EID
               MOVE 'A' TO CS-SOURCE
               MOVE AH-CODE TO CS-CODE
               MOVE AH-RUN-DATE TO CS-DATE
               MOVE AH-AFTER TO CS-IMAGE
               PERFORM 0100-RELEASE-ONE
           END-READ.
      **************************************************************
      * TERMHIST -- THE TERMINATION DATE.
      **************************************************************
       1120-RELEASE-TERM.
           OPEN INPUT TERM-HIST.
           MOVE WS-TERM-STATUS TO WS-OPEN-STATUS.
           PERFORM 0300-CHECK-OPTIONAL-OPEN.
           IF WS-FILE-OPEN-SW IS EQUAL TO 0 THEN
             MOVE 1 TO TERM-EOF-SW.
           PERFORM 1125-NEXT-TERM-REC
             UNTIL TERM-EOF-SW IS EQUAL TO 1.
           IF WS-FILE-OPEN-SW IS EQUAL TO 1 THEN
             CLOSE TERM-HIST.

       1125-NEXT-TERM-REC.
           READ TERM-HIST
             AT END MOVE 1 TO TERM-EOF-SW
             NOT AT END
               ADD 1 TO WS-TERM-CT
               MOVE SPACES TO CS-REC
               MOVE TH-EID TO CS-EID
               MOVE 'T' TO CS-SOURCE
               MOVE TH-TERM-DATE TO CS-DATE
               PERFORM 0100-RELEASE-ONE
           END-READ.
      **************************************************************
      * TRMARCH -- ONLY THAT A TERMINATION RECORD EXISTS.
      **************************************************************
       1130-RELEASE-TERM-ARCH.
           OPEN INPUT TERM-ARCH.
           MOVE WS-TARCH-STATUS TO WS-OPEN-STATUS.
           PERFORM 0300-CHECK-OPTIONAL-OPEN.
           IF WS-FILE-OPEN-SW IS EQUAL TO 0 THEN
             MOVE 1 TO TARCH-EOF-SW.
           PERFORM 1135-NEXT-TARCH-REC
             UNTIL TARCH-EOF-SW IS EQUAL TO 1.
           IF WS-FILE-OPEN-SW IS EQUAL TO 1 THEN
             CLOSE TERM-ARCH.

       1135-NEXT-TARCH-REC.
           READ TERM-ARCH
             AT END MOVE 1 TO TARCH-EOF-SW
             NOT AT END
               ADD 1 TO WS-TARCH-CT
               MOVE SPACES TO CS-REC
               MOVE TA-EID TO CS-EID
               MOVE 'U' TO CS-SOURCE
               MOVE TA-TERM-DATE TO CS-DATE
               PERFORM 0100-RELEASE-ONE
           END-READ.
      **************************************************************
      * DEDUCT -- ONE SORT RECORD PER DEDUCTION.
      **************************************************************
       1140-RELEASE-DEDUCT.
           OPEN INPUT DEDUCT-FILE.
           MOVE WS-DEDUCT-STATUS TO WS-OPEN-STATUS.
           PERFORM 0300-CHECK-OPTIONAL-OPEN.
           IF WS-FILE-OPEN-SW IS EQUAL TO 0 THEN
             MOVE 1 TO DEDUCT-EOF-SW.
           PERFORM 1145-NEXT-DEDUCT-REC
             UNTIL DEDUCT-EOF-SW IS EQUAL TO 1.
           IF WS-FILE-OPEN-SW IS EQUAL TO 1 THEN
             CLOSE DEDUCT-FILE.

       1145-NEXT-DEDUCT-REC.
           READ DEDUCT-FILE
             AT END MOVE 1 TO DEDUCT-EOF-SW
             NOT AT END
               ADD 1 TO WS-DEDUCT-CT
               MOVE SPACES TO CS-REC
               MOVE DD-EID TO CS-EID
               MOVE 'D' TO CS-SOURCE
               PERFORM 0100-RELEASE-ONE
           END-READ.
      **************************************************************
      * TRNPEND -- THE TRANSACTION CODE.
      **************************************************************
       1150-RELEASE-PENDING.
           OPEN INPUT PEND-IN.
           MOVE WS-PEND-STATUS TO WS-OPEN-STATUS.
           PERFORM 0300-CHECK-OPTIONAL-OPEN.
           IF WS-FILE-OPEN-SW IS EQUAL TO 0 THEN
             MOVE 1 TO PEND-EOF-SW.
           PERFORM 1155-NEXT-PEND-REC
             UNTIL PEND-EOF-SW IS EQUAL TO 1.
           IF WS-FILE-OPEN-SW IS EQUAL TO 1 THEN
             CLOSE PEND-IN.

       1155-NEXT-PEND-REC.
           READ PEND-IN
             AT END MOVE 1 TO PEND-EOF-SW
             NOT AT END
               ADD 1 TO WS-PEND-CT
               MOVE SPACES TO CS-REC
               MOVE PI-EID TO CS-EID
               MOVE 'P' TO CS-SOURCE
               MOVE PI-CODE TO CS-CODE
               PERFORM 0100-RELEASE-ONE
           END-READ.
      **************************************************************
      * YTDEARN -- THE YEAR THE RECORD BELONGS TO.
      **************************************************************
       1160-RELEASE-YTD.
           OPEN INPUT YTD-FILE.
           MOVE WS-YTD-STATUS TO WS-OPEN-STATUS.
           PERFORM 0300-CHECK-OPTIONAL-OPEN.
           IF WS-FILE-OPEN-SW IS EQUAL TO 0 THEN
             MOVE 1 TO YTD-EOF-SW.
           PERFORM 1165-NEXT-YTD-REC
             UNTIL YTD-EOF-SW IS EQUAL TO 1.
           IF WS-FILE-OPEN-SW IS EQUAL TO 1 THEN
             CLOSE YTD-FILE.

       1165-NEXT-YTD-REC.
           READ YTD-FILE NEXT RECORD
             AT END MOVE 1 TO YTD-EOF-SW
             NOT AT END
               ADD 1 TO WS-YTD-CT
               MOVE SPACES TO CS-REC
               MOVE Y-EID TO CS-EID
               MOVE 'Y' TO CS-SOURCE
               MOVE Y-YEAR TO CS-DATE
               PERFORM 0100-RELEASE-ONE
           END-READ.
      **************************************************************
      * TAKES THE SORTED RECORDS BACK IN EID ORDER, GATHERING WHAT
      * EACH FILE HOLDS FOR ONE EMPLOYEE AND CHECKING IT WHEN THE
      * EMPLOYEE ID CHANGES.
      **************************************************************
       1500-CHECK-BY-EID.
           RETURN IC-SORT-WORK
             AT END MOVE 1 TO SORT-EOF-SW.
           PERFORM 1510-TAKE-ONE
             UNTIL SORT-EOF-SW IS EQUAL TO 1.
           IF FIRST-REC-SW IS EQUAL TO 0 THEN
             PERFORM 1600-CHECK-EMPLOYEE.

       1510-TAKE-ONE.
           IF FIRST-REC-SW IS EQUAL TO 1 THEN
             MOVE 0 TO FIRST-REC-SW
             PERFORM 1520-START-EMPLOYEE
           ELSE
             IF CS-EID IS NOT EQUAL TO WS-GRP-EID THEN
               PERFORM 1600-CHECK-EMPLOYEE
               PERFORM 1520-START-EMPLOYEE.
           PERFORM 1530-GATHER-ONE.
           RETURN IC-SORT-WORK
             AT END MOVE 1 TO SORT-EOF-SW.

       1520-START-EMPLOYEE.
           ADD 1 TO WS-EID-CT.
           MOVE CS-EID TO WS-GRP-EID.
           MOVE ZERO TO WS-GRP-AUDIT-CT.
           MOVE SPACES TO WS-LAST-CODE.
           MOVE SPACES TO WS-LAST-RUN-DATE.
           MOVE SPACES TO WS-IMAGE-REC.
           MOVE SPACES TO WS-TERM-DATE.
           MOVE SPACES TO WS-REIN-DATE.
           MOVE 0 TO WS-ANY-TERM-SW.
           MOVE ZERO TO WS-GRP-DED-CT.
           MOVE ZERO TO WS-GRP-PEND-CT.
           MOVE 0 TO WS-PEND-ADD-SW.
           MOVE ZERO TO WS-GRP-YTD-CT.
           MOVE SPACES TO WS-YTD-YEAR.

       1530-GATHER-ONE.
           IF CS-SOURCE IS EQUAL TO 'A' THEN
             ADD 1 TO WS-GRP-AUDIT-CT
             MOVE CS-CODE TO WS-LAST-CODE
             MOVE CS-DATE TO WS-LAST-RUN-DATE
             MOVE CS-IMAGE TO WS-IMAGE-REC
             IF CS-CODE IS EQUAL TO 'R' AND
                CS-DATE IS GREATER THAN WS-REIN-DATE THEN
               MOVE CS-DATE TO WS-REIN-DATE.
           IF CS-SOURCE IS EQUAL TO 'T' THEN
             MOVE 1 TO WS-ANY-TERM-SW
             IF CS-DATE IS GREATER THAN WS-TERM-DATE THEN
               MOVE CS-DATE TO WS-TERM-DATE.
           IF CS-SOURCE IS EQUAL TO 'U' THEN
             MOVE 1 TO WS-ANY-TERM-SW.
           IF CS-SOURCE IS EQUAL TO 'D' THEN
             ADD 1 TO WS-GRP-DED-CT.
      *  A PENDING ADD OR REINSTATE PUTS THE EMPLOYEE (BACK) ON THE
      *  MASTER BEFORE ANY CHANGE PENDED BEHIND IT COMES DUE.
           IF CS-SOURCE IS EQUAL TO 'P' THEN
             IF CS-CODE IS EQUAL TO 'A' OR
                CS-CODE IS EQUAL TO 'R' THEN
               MOVE 1 TO WS-PEND-ADD-SW
             ELSE
               ADD 1 TO WS-GRP-PEND-CT.
           IF CS-SOURCE IS EQUAL TO 'Y' THEN
             ADD 1 TO WS-GRP-YTD-CT
             MOVE CS-DATE TO WS-YTD-YEAR.
      **************************************************************
      * LOOKS THE EMPLOYEE UP ON THE MASTER AND RUNS EVERY CHECK.
      **************************************************************
       1600-CHECK-EMPLOYEE.
           PERFORM 2200-READ-MASTER-RANDOM.
           PERFORM 1610-CHECK-DEDUCT.
           PERFORM 1620-CHECK-PENDING.
           PERFORM 1630-CHECK-REINSTATE.
           PERFORM 1640-CHECK-AUDIT-IMAGE.
           PERFORM 1650-CHECK-YTD.

       1610-CHECK-DEDUCT.
           IF WS-GRP-DED-CT IS GREATER THAN ZERO AND
              WS-MASTER-FOUND-SW IS EQUAL TO 0 THEN
             ADD 1 TO WS-DED-ORPH-CT
             MOVE 'DEDUCT, NOT ON MASTER' TO IL-CHECK
             MOVE WS-GRP-DED-CT TO IL-RECS
             MOVE 'DEDUCTIONS FOR AN EID NOT ON NEWEMP' TO IL-TEXT
             MOVE SPACES TO IL-FIELD
             MOVE SPACES TO IL-DATE
             PERFORM 0200-PRINT-PROBLEM.

       1620-CHECK-PENDING.
           IF WS-GRP-PEND-CT IS GREATER THAN ZERO AND
              WS-MASTER-FOUND-SW IS EQUAL TO 0 AND
              WS-PEND-ADD-SW IS EQUAL TO 0 THEN
             ADD 1 TO WS-PEND-ORPH-CT
             MOVE 'PENDING, NOT ON MASTER' TO IL-CHECK
             MOVE WS-GRP-PEND-CT TO IL-RECS
             MOVE SPACES TO IL-FIELD
             IF WS-ANY-TERM-SW IS EQUAL TO 1 THEN
               MOVE 'CHANGE/DELETE PENDING FOR DELETED EID'
                 TO IL-TEXT
               MOVE WS-TERM-DATE TO IL-DATE
               PERFORM 0200-PRINT-PROBLEM
             ELSE
               MOVE 'CHANGE/DELETE PENDING, EID NEVER ADDED'
                 TO IL-TEXT
               MOVE SPACES TO IL-DATE
               PERFORM 0200-PRINT-PROBLEM.

       1630-CHECK-REINSTATE.
           IF WS-MASTER-FOUND-SW IS EQUAL TO 1 AND
              WS-TERM-DATE IS NOT EQUAL TO SPACES AND
              WS-REIN-DATE IS LESS THAN WS-TERM-DATE THEN
             ADD 1 TO WS-ACT-TERM-CT
             MOVE 'ACTIVE AND TERMINATED' TO IL-CHECK
             MOVE ZERO TO IL-RECS
             MOVE 'ON NEWEMP, NO REINSTATE SINCE DELETE OF'
               TO IL-TEXT
             MOVE SPACES TO IL-FIELD
             MOVE WS-TERM-DATE TO IL-DATE
             PERFORM 0200-PRINT-PROBLEM.
      **************************************************************
      * THE MASTER MUST BE EXACTLY THE LAST AFTER IMAGE AUDHIST
      * HOLDS FOR THE EMPLOYEE -- OR GONE, IF THAT WAS A DELETE.
      **************************************************************
       1640-CHECK-AUDIT-IMAGE.
           MOVE SPACES TO IL-TEXT.
           MOVE SPACES TO IL-FIELD.
           IF WS-GRP-AUDIT-CT IS GREATER THAN ZERO THEN
             IF WS-MASTER-FOUND-SW IS EQUAL TO 1 THEN
               IF WS-LAST-CODE IS EQUAL TO 'D' THEN
                 MOVE 'ON NEWEMP, BUT LAST AUDIT IS A DELETE'
                   TO IL-TEXT
               ELSE
                 IF MASTER-REC IS NOT EQUAL TO WS-IMAGE-REC THEN
                   PERFORM 1645-FIND-DIFFERENCE
                   MOVE 'MASTER DIFFERS FROM LAST AUDIT IMAGE'
                     TO IL-TEXT
                   MOVE WS-DIFF-FIELD TO IL-FIELD
                 END-IF
               END-IF
             ELSE
               IF WS-LAST-CODE IS NOT EQUAL TO 'D' THEN
                 MOVE 'NOT ON NEWEMP, LAST AUDIT NOT A DELETE'
                   TO IL-TEXT.
           IF IL-TEXT IS NOT EQUAL TO SPACES THEN
             ADD 1 TO WS-AUD-MISM-CT
             MOVE 'MASTER NOT AS AUDITED' TO IL-CHECK
             MOVE ZERO TO IL-RECS
             MOVE WS-LAST-RUN-DATE TO IL-DATE
             PERFORM 0200-PRINT-PROBLEM.

       1645-FIND-DIFFERENCE.
           MOVE 'OTHER' TO WS-DIFF-FIELD.
           IF M-CCTR IS NOT EQUAL TO WI-CCTR THEN
             MOVE 'CCTR' TO WS-DIFF-FIELD.
           IF M-STATUS IS NOT EQUAL TO WI-STATUS THEN
             MOVE 'STATUS' TO WS-DIFF-FIELD.
           IF MASTER-REC (100:6) IS NOT EQUAL TO WI-RATE THEN
             MOVE 'RATE' TO WS-DIFF-FIELD.
           IF M-DATE IS NOT EQUAL TO WI-DATE THEN
             MOVE 'DATE' TO WS-DIFF-FIELD.
           IF M-SSN IS NOT EQUAL TO WI-SSN THEN
             MOVE 'SSN' TO WS-DIFF-FIELD.
           IF M-TITLE IS NOT EQUAL TO WI-TITLE THEN
             MOVE 'TITLE' TO WS-DIFF-FIELD.
           IF M-TYPE IS NOT EQUAL TO WI-TYPE THEN
             MOVE 'TYPE' TO WS-DIFF-FIELD.
           IF M-FIRST IS NOT EQUAL TO WI-FIRST THEN
             MOVE 'FIRST' TO WS-DIFF-FIELD.
           IF M-LAST IS NOT EQUAL TO WI-LAST THEN
             MOVE 'LAST' TO WS-DIFF-FIELD.

       1650-CHECK-YTD.
           IF WS-GRP-YTD-CT IS GREATER THAN ZERO AND
              WS-MASTER-FOUND-SW IS EQUAL TO 0 AND
              WS-ANY-TERM-SW IS EQUAL TO 0 THEN
             ADD 1 TO WS-YTD-ORPH-CT
             MOVE 'YTD, NO MASTER OR TERM' TO IL-CHECK
             MOVE WS-GRP-YTD-CT TO IL-RECS
             MOVE 'YTDEARN, NO MASTER OR TERMINATION, YEAR'
               TO IL-TEXT
             MOVE SPACES TO IL-FIELD
             MOVE WS-YTD-YEAR TO IL-DATE
             PERFORM 0200-PRINT-PROBLEM.
      **************************************************************
      * RECORDS READ AND PROBLEMS FOUND.
      **************************************************************
       1700-PRINT-SUMMARY.
           IF WS-PROBLEM-CT IS EQUAL TO ZERO THEN
             MOVE 'NO PROBLEMS FOUND' TO IF-TEXT
             WRITE ICHK-REC FROM ICHK-FINAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ICHK-REC.
           WRITE ICHK-REC
             AFTER ADVANCING 1 LINE.
           MOVE 'AUDHIST RECORDS READ' TO IR-NAME.
           MOVE WS-AUDIT-CT TO IR-COUNT.
           PERFORM 0400-PRINT-READ-LINE.
           MOVE 'TERMHIST RECORDS READ' TO IR-NAME.
           MOVE WS-TERM-CT TO IR-COUNT.
           PERFORM 0400-PRINT-READ-LINE.
           MOVE 'TRMARCH RECORDS READ' TO IR-NAME.
           MOVE WS-TARCH-CT TO IR-COUNT.
           PERFORM 0400-PRINT-READ-LINE.
           MOVE 'DEDUCT RECORDS READ' TO IR-NAME.
           MOVE WS-DEDUCT-CT TO IR-COUNT.
           PERFORM 0400-PRINT-READ-LINE.
           MOVE 'TRNPEND RECORDS READ' TO IR-NAME.
           MOVE WS-PEND-CT TO IR-COUNT.
           PERFORM 0400-PRINT-READ-LINE.
           MOVE 'YTDEARN RECORDS READ' TO IR-NAME.
           MOVE WS-YTD-CT TO IR-COUNT.
           PERFORM 0400-PRINT-READ-LINE.
           MOVE 'EMPLOYEE IDS CHECKED' TO IR-NAME.
           MOVE WS-EID-CT TO IR-COUNT.
           PERFORM 0400-PRINT-READ-LINE.
           MOVE SPACES TO ICHK-REC.
           WRITE ICHK-REC
             AFTER ADVANCING 1 LINE.
           MOVE 'DEDUCT, NOT ON MASTER:' TO IC-NAME.
           MOVE WS-DED-ORPH-CT TO IC-COUNT.
           PERFORM 0410-PRINT-COUNT-LINE.
           MOVE 'PENDING, NOT ON MASTER:' TO IC-NAME.
           MOVE WS-PEND-ORPH-CT TO IC-COUNT.
           PERFORM 0410-PRINT-COUNT-LINE.
           MOVE 'ACTIVE AND TERMINATED:' TO IC-NAME.
           MOVE WS-ACT-TERM-CT TO IC-COUNT.
           PERFORM 0410-PRINT-COUNT-LINE.
           MOVE 'MASTER NOT AS AUDITED:' TO IC-NAME.
           MOVE WS-AUD-MISM-CT TO IC-COUNT.
           PERFORM 0410-PRINT-COUNT-LINE.
           MOVE 'YTD, NO MASTER OR TERM:' TO IC-NAME.
           MOVE WS-YTD-ORPH-CT TO IC-COUNT.
           PERFORM 0410-PRINT-COUNT-LINE.
           MOVE 'TOTAL PROBLEMS:' TO IC-NAME.
           MOVE WS-PROBLEM-CT TO IC-COUNT.
           PERFORM 0410-PRINT-COUNT-LINE.
           IF WS-PROBLEM-CT IS GREATER THAN ZERO THEN
             MOVE 'PROBLEMS FOUND -- HOLD PAYREG UNTIL CLEARED'
               TO IF-TEXT
             WRITE ICHK-REC FROM ICHK-FINAL-LINE
               AFTER ADVANCING 2 LINES.
      **************************************************************
      * RELEASES CS-REC, NUMBERED IN THE ORDER IT WAS READ.
      **************************************************************
       0100-RELEASE-ONE.
           ADD 1 TO WS-REL-SEQ.
           MOVE WS-REL-SEQ TO CS-SEQ.
           RELEASE CS-REC.
      **************************************************************
      * PRINTS ONE PROBLEM LINE FOR THE CURRENT EMPLOYEE.
      **************************************************************
       0200-PRINT-PROBLEM.
           ADD 1 TO WS-PROBLEM-CT.
           MOVE WS-GRP-EID TO IL-EID.
           WRITE ICHK-REC FROM ICHK-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * SETTLES AN OPTIONAL FILE'S OPEN FROM THE STATUS MOVED TO
      * WS-OPEN-STATUS.  WS-FILE-OPEN-SW COMES BACK 1 WHEN THE FILE
      * IS OPEN AND 0 WHEN IT IS NOT THERE; ANYTHING ELSE STOPS THE
      * RUN RATHER THAN CHECK AGAINST HALF THE DATA.
      **************************************************************
       0300-CHECK-OPTIONAL-OPEN.
           IF WS-OPEN-STATUS IS EQUAL TO '35' OR
              WS-OPEN-STATUS IS EQUAL TO '05' THEN
             MOVE 0 TO WS-FILE-OPEN-SW
           ELSE
             IF WS-OPEN-STATUS IS NOT EQUAL TO '00' THEN
               DISPLAY '*** INTCHK CANNOT OPEN INPUT FILE, STATUS '
                 WS-OPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             ELSE
               MOVE 1 TO WS-FILE-OPEN-SW.

       0400-PRINT-READ-LINE.
           WRITE ICHK-REC FROM ICHK-READ-LINE
             AFTER ADVANCING 1 LINE.

       0410-PRINT-COUNT-LINE.
           WRITE ICHK-REC FROM ICHK-COUNT-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * RANDOM READ OF THE MASTER FOR THE CURRENT EMPLOYEE.
      **************************************************************
       2200-READ-MASTER-RANDOM.
           MOVE WS-GRP-EID TO M-EID.
           READ MASTER-FILE
             INVALID KEY MOVE 0 TO WS-MASTER-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-MASTER-FOUND-SW.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' AND
              WS-MASTER-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** INTCHK NEWEMP MASTER READ FAILED, STATUS '
               WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
