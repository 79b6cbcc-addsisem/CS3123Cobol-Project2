
       FILE SECTION.
      **************************************************************
      * AUDIT HISTORY -- SAME 244-BYTE LAYOUT PROJ03 WRITES.
      **************************************************************
       FD AUDIT-HIST
           BLOCK CONTAINS 0 RECORDS
         03 AH-EID       PIC X(7).
         03 AH-BEFORE    PIC X(110).
         03 AH-AFTER     PIC X(110).
         03 AH-EFF-DATE  PIC X(8).
      *  ARCHIVE FILE -- IDENTICAL LAYOUT; EACH RECORD IS READ INTO
      *  AUDIT-REC SO THE SELECTION AND PRINT LOGIC NEVER KNOWS
      *  WHICH FILE IT CAME FROM.
       FD AUDIT-ARCH
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 AUDARCH-REC    PIC X(244).
       FD AUDR-FILE
           LABEL RECORDS ARE OMITTED.
       01 AUDR-REC       PIC X(125).
         03 FILLER        PIC X(7)      VALUE 'EMP ID:'.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 AGR-EID       PIC X(7).
         03 FILLER        PIC X(3)      VALUE SPACES.
         03 FILLER        PIC X(10)     VALUE 'EFFECTIVE:'.
         03 FILLER        PIC X(1)      VALUE SPACES.
         03 AGR-EFF-DATE  PIC X(8).
      **************************************************************
      * LAYOUT FOR THE BEFORE/AFTER IMAGE DETAIL LINE.
      **************************************************************
           MOVE AH-RUN-DATE TO AGR-RUN-DATE.
           MOVE AH-CODE TO AGR-CODE.
           MOVE AH-EID TO AGR-EID.
           MOVE AH-EFF-DATE TO AGR-EFF-DATE.
           WRITE AUDR-REC FROM AUDR-GROUP
             AFTER ADVANCING 2 LINES.
           MOVE 'BEFORE:' TO ADL-TAG.
