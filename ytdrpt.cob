         03 Y-GROSS      PIC 9(9)V99.
         03 Y-HOURS      PIC 9(5)V99.
         03 Y-PERIODS    PIC 9(3).
         03 Y-LEAVE-PAY  PIC 9(9)V99.
         03 Y-RETRO-PAY  PIC 9(9)V99.
         03 FILLER       PIC X(10).
      **************************************************************
      * MASTER LAYOUT -- SAME 110-BYTE LAYOUT AS PROJ02/PROJ03.
