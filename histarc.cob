
       FILE SECTION.
      **************************************************************
      * AUDIT HISTORY -- SAME 244-BYTE LAYOUT PROJ03 WRITES.  THE
      * NEW-LIVE AND ARCHIVE FILES CARRY THE IDENTICAL LAYOUT.
      **************************************************************
       FD AUDIT-HIST
         03 AH-EID       PIC X(7).
         03 AH-BEFORE    PIC X(110).
         03 AH-AFTER     PIC X(110).
         03 AH-EFF-DATE  PIC X(8).
       FD AUDIT-NEW
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 AUDNEW-REC     PIC X(244).
       FD AUDIT-ARCH
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 AUDARCH-REC    PIC X(244).
      **************************************************************
      * TERMINATION HISTORY -- SAME 118-BYTE LAYOUT PROJ03 WRITES.
      **************************************************************
