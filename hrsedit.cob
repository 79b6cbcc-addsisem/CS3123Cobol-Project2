      *      FOR SOMEONE TO SORT OUT WHICH ONE IS RIGHT.
      *   -- HOURS THAT ARE NON-NUMERIC, ZERO, OR PAST THE
      *      REASONABLE LIMIT (THE 99.99-HOUR DECIMAL SLIPS) ARE
      *      REJECTED RATHER THAN PAID AS KEYED.  VACATION AND SICK
      *      HOURS TAKEN COUNT TOWARD THE LIMIT, AND A RECORD WITH
      *      NOTHING BUT LEAVE ON IT IS NOT A ZERO-HOURS RECORD.
      *   -- LEAVE TAKEN MUST BE NUMERIC (BLANK IS WRITTEN OUT AS
      *      ZERO) AND NOT MORE THAN THE BALANCE ON THE KEYED
      *      LEAVBAL FILE PAYREG MAINTAINS.
      *   -- THE BATCH IS BALANCED AGAINST ITS TRAILER RECORD COUNT
      *      THE SAME WAY PROJ02 BALANCES THE NEWEMP2 EXTRACT; NO
      *      TRAILER (OLDER KEYING JOBS) SKIPS THE CHECK.
           SELECT RAW-HOURS ASSIGN TO 'EMPHRSR'.
           SELECT HRS-SORT-WORK ASSIGN TO 'HRSWK01'.
           SELECT CLEAN-HOURS ASSIGN TO 'EMPHOURS'.
      *  LEAVE BALANCES KEYED BY EMPLOYEE ID -- SAME FILE PAYREG
      *  MAINTAINS.  NO FILE YET MEANS NOBODY HAS ANY LEAVE TO TAKE.
           SELECT OPTIONAL LEAVBAL-FILE ASSIGN TO 'LEAVBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EID
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT HEDT-FILE ASSIGN TO 'UR-S-HEDT'.

       DATA DIVISION.
       01 RAW-HOURS-REC.
         03 RH-EID       PIC X(7).
         03 RH-HOURS     PIC 9(3)V99.
         03 RH-VAC-TAKEN PIC 9(2)V99.
         03 RH-SICK-TAKEN PIC 9(2)V99.
       01 HTRAILER-REC.
         03 HT-ID        PIC X(7).
         03 HT-REC-COUNT PIC 9(9).
       01 HS-REC.
         03 HS-EID       PIC X(7).
         03 HS-HOURS     PIC 9(3)V99.
         03 HS-VAC-TAKEN PIC 9(2)V99.
         03 HS-SICK-TAKEN PIC 9(2)V99.
      **************************************************************
      * CLEAN HOURS OUTPUT -- WHAT PAYREG PAYS FROM.
      **************************************************************
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CLEAN-REC      PIC X(20).
      **************************************************************
      * LEAVE BALANCE -- SAME LAYOUT PAYREG MAINTAINS.
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
       FD HEDT-FILE
           LABEL RECORDS ARE OMITTED.
       01 HEDT-REC       PIC X(90).
       01 WS-TRAILER-SW    PIC 9          VALUE 0.
       01 WS-OUT-OF-BAL-SW PIC 9          VALUE 0.
       01 WS-RUN-RC        PIC 999        VALUE ZERO.
       01 WS-LEAVE-STATUS  PIC XX         VALUE SPACES.
       01 WS-LEAVE-FOUND-SW PIC 9         VALUE 0.
       01 WS-NO-LEAVBAL-SW PIC 9          VALUE 0.
       01 WS-TOTAL-HOURS   PIC 9(4)V99    VALUE ZERO.
      *  REASONABLE SINGLE-PERIOD HOURS CEILING -- A WEEK PAST THIS
      *  FIGURE HAS ALWAYS TURNED OUT TO BE A DECIMAL SLIP.
       01 WS-HOURS-LIMIT   PIC 9(3)V99    VALUE 80.00.
       01 WS-PREV-REC.
         03 WS-PREV-EID    PIC X(7).
         03 WS-PREV-HOURS  PIC 9(3)V99.
         03 WS-PREV-VAC    PIC 9(2)V99.
         03 WS-PREV-VAC-X REDEFINES WS-PREV-VAC
                           PIC X(4).
         03 WS-PREV-SICK   PIC 9(2)V99.
         03 WS-PREV-SICK-X REDEFINES WS-PREV-SICK
                           PIC X(4).
      *  SET WHILE THE EID IN WS-PREV-REC IS PART OF A DUPLICATE RUN
      *  SO ONLY THE FIRST REPEAT REJECTS THE HELD RECORD.
       01 WS-DUP-SW        PIC 9          VALUE 0.
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN INPUT LEAVBAL-FILE.
           IF WS-LEAVE-STATUS IS EQUAL TO '05' OR
              WS-LEAVE-STATUS IS EQUAL TO '35' THEN
             MOVE 1 TO WS-NO-LEAVBAL-SW
           ELSE
             IF WS-LEAVE-STATUS IS NOT EQUAL TO '00' THEN
               DISPLAY '*** HRSEDIT CANNOT OPEN LEAVBAL FILE, STATUS '
                 WS-LEAVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT CLEAN-HOURS
                OUTPUT HEDT-FILE.
           WRITE HEDT-REC FROM HEDT-HEADING1
           PERFORM 1900-WRITE-SUMMARY.
           CLOSE CLEAN-HOURS
                 HEDT-FILE.
           IF WS-NO-LEAVBAL-SW IS EQUAL TO 0 THEN
             CLOSE LEAVBAL-FILE.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      **************************************************************
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * THE HELD RECORD'S EID TURNED OUT UNIQUE -- EDIT ITS HOURS
      * AND LEAVE AND EITHER WRITE IT TO THE CLEAN FILE OR REJECT IT.
      * BLANK LEAVE FIELDS GO OUT AS ZERO SO PAYREG SEES NUMBERS.
      **************************************************************
       0500-RELEASE-PREV.
           IF WS-PREV-VAC-X IS EQUAL TO SPACES THEN
             MOVE ZERO TO WS-PREV-VAC.
           IF WS-PREV-SICK-X IS EQUAL TO SPACES THEN
             MOVE ZERO TO WS-PREV-SICK.
           IF WS-PREV-HOURS IS NOT NUMERIC THEN
             MOVE 'HOURS NOT NUMERIC' TO HE-REASON
             PERFORM 0550-REJECT-PREV
           ELSE
             IF WS-PREV-VAC IS NOT NUMERIC OR
                WS-PREV-SICK IS NOT NUMERIC THEN
               MOVE 'LEAVE HOURS NOT NUMERIC' TO HE-REASON
               PERFORM 0550-REJECT-PREV
             ELSE
               COMPUTE WS-TOTAL-HOURS =
                 WS-PREV-HOURS + WS-PREV-VAC + WS-PREV-SICK
               IF WS-TOTAL-HOURS IS EQUAL TO ZERO THEN
                 MOVE 'ZERO HOURS' TO HE-REASON
                 PERFORM 0550-REJECT-PREV
               ELSE
                 IF WS-TOTAL-HOURS IS GREATER THAN WS-HOURS-LIMIT THEN
                   MOVE 'HOURS OVER REASONABLE LIMIT' TO HE-REASON
                   PERFORM 0550-REJECT-PREV
                 ELSE
                   PERFORM 0520-CHECK-LEAVE-BALANCE.
      **************************************************************
      * LEAVE TAKEN MAY NOT BE MORE THAN THE BALANCE ON LEAVBAL.
      * A RECORD WITH NO LEAVE ON IT NEEDS NO LOOKUP.
      **************************************************************
       0520-CHECK-LEAVE-BALANCE.
           MOVE 0 TO WS-LEAVE-FOUND-SW.
           IF WS-PREV-VAC IS GREATER THAN ZERO OR
              WS-PREV-SICK IS GREATER THAN ZERO THEN
             IF WS-NO-LEAVBAL-SW IS EQUAL TO 0 THEN
               PERFORM 2100-READ-LEAVE-RANDOM.
           IF WS-LEAVE-FOUND-SW IS EQUAL TO 0 THEN
             MOVE ZERO TO LB-VAC-BAL
             MOVE ZERO TO LB-SICK-BAL.
           IF WS-PREV-VAC IS GREATER THAN LB-VAC-BAL THEN
             MOVE 'VACATION OVER LEAVE BALANCE' TO HE-REASON
             PERFORM 0550-REJECT-PREV
           ELSE
             IF WS-PREV-SICK IS GREATER THAN LB-SICK-BAL THEN
               MOVE 'SICK LEAVE OVER LEAVE BALANCE' TO HE-REASON
               PERFORM 0550-REJECT-PREV
             ELSE
               ADD 1 TO WS-CLEAN-CT
               WRITE CLEAN-REC FROM WS-PREV-REC.

       0550-REJECT-PREV.
           ADD 1 TO WS-REJ-CT.
             AFTER ADVANCING 1 LINE.
           WRITE HEDT-REC FROM HEDT-SUMMARY
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * RANDOM READ OF THE LEAVE BALANCE FOR THE HELD RECORD.
      **************************************************************
       2100-READ-LEAVE-RANDOM.
           MOVE WS-PREV-EID TO LB-EID.
           READ LEAVBAL-FILE
             INVALID KEY MOVE 0 TO WS-LEAVE-FOUND-SW
             NOT INVALID KEY MOVE 1 TO WS-LEAVE-FOUND-SW.
           IF WS-LEAVE-STATUS IS NOT EQUAL TO '00' AND
              WS-LEAVE-STATUS IS NOT EQUAL TO '23' THEN
             DISPLAY '*** HRSEDIT LEAVBAL READ FAILED, STATUS '
               WS-LEAVE-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN.
