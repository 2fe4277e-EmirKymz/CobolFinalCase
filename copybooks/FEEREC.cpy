      ******************************************************
      * FEEREC - FEE-FILE PER-CURRENCY FEE SCHEDULE RECORD
      * LAYOUT, KEYED ON THE CURRENCY CODE.  CARRIES THE
      * MONTHLY MAINTENANCE FEE PER SUB-ACCOUNT, THE FLAT
      * OVERDRAFT USAGE FEE, THE CHARGE PER OUTGOING TRANSFER
      * LEG AND THE MINIMUM BALANCE AT OR ABOVE WHICH THE
      * MAINTENANCE AND TRANSFER FEES ARE WAIVED (ZERO MEANS
      * NO EXEMPTION).  THE SCHEDULE IN FORCE BEFORE
      * FEE-EFF-DATE IS KEPT IN THE FEE-PRV FIELDS SO A
      * CHANGE CAN BE LOADED AHEAD OF ITS EFFECTIVE DATE.
      * SHARED BY FEELOAD (WRITER) AND FEECHRG (READER).
      ******************************************************
       01  FEE-REC.
           05 FEE-DVZ             PIC S9(03) COMP.
           05 FEE-EFF-DATE        PIC S9(09) COMP-3.
           05 FEE-MAINT-AMT       PIC S9(15) COMP-3.
           05 FEE-OD-AMT          PIC S9(15) COMP-3.
           05 FEE-TRF-AMT         PIC S9(15) COMP-3.
           05 FEE-MIN-BAL         PIC S9(15) COMP-3.
           05 FEE-PRV-MAINT-AMT   PIC S9(15) COMP-3.
           05 FEE-PRV-OD-AMT      PIC S9(15) COMP-3.
           05 FEE-PRV-TRF-AMT     PIC S9(15) COMP-3.
           05 FEE-PRV-MIN-BAL     PIC S9(15) COMP-3.
