         03 RC-EFF-DATE  PIC X(8).
         03 FILLER       PIC X(12).
      **************************************************************
      * AUDIT HISTORY -- SAME 244-BYTE LAYOUT PROJ03 WRITES, OPENED
      * EXTEND SO AUDINQ SHOWS THESE CHANGES LIKE ANY OTHERS.  THE
      * EFFECTIVE DATE IS THE RULE'S, SO A RAISE RUN AFTER ITS DATE
      * IS PICKED UP BY RETROPAY FOR THE PERIODS ALREADY PAID.
      **************************************************************
       FD AUDIT-HIST
           BLOCK CONTAINS 0 RECORDS
         03 AH-EID       PIC X(7).
         03 AH-BEFORE    PIC X(110).
         03 AH-AFTER     PIC X(110).
         03 AH-EFF-DATE  PIC X(8).
       FD RATE-RPT
           LABEL RECORDS ARE OMITTED.
       01 RATE-REC       PIC X(100).
           05 WS-RL-STATUS   PIC X(1).
           05 WS-RL-METHOD   PIC X(1).
           05 WS-RL-AMOUNT   PIC 9(4)V99.
           05 WS-RL-EFF-DATE PIC X(8).
       01 WS-RULE-USED     PIC 99         VALUE ZERO.
       01 WS-RULE-SUB      PIC 99         VALUE ZERO.
       01 WS-RULE-HIT      PIC 99         VALUE ZERO.
               MOVE RC-TYPE TO WS-RL-TYPE (WS-RULE-USED)
               MOVE RC-STATUS TO WS-RL-STATUS (WS-RULE-USED)
               MOVE RC-METHOD TO WS-RL-METHOD (WS-RULE-USED)
               MOVE RC-AMOUNT TO WS-RL-AMOUNT (WS-RULE-USED)
               IF RC-EFF-DATE IS NUMERIC THEN
                 MOVE RC-EFF-DATE TO WS-RL-EFF-DATE (WS-RULE-USED)
               ELSE
                 MOVE WS-RUN-DATE TO WS-RL-EFF-DATE (WS-RULE-USED).
      **************************************************************
      * ONE MASTER RECORD -- FIND THE FIRST MATCHING RULE, COMPUTE
      * THE NEW RATE, LIST IT, AND (OUTSIDE A TRIAL) REWRITE THE
             MOVE M-EID TO AH-EID
             MOVE WS-AUD-BEFORE TO AH-BEFORE
             MOVE MASTER-REC TO AH-AFTER
             MOVE WS-RL-EFF-DATE (WS-RULE-HIT) TO AH-EFF-DATE
             WRITE AUDIT-REC.
      **************************************************************
      * PRINTS THE RUN TOTALS AND THE PAYROLL IMPACT.
