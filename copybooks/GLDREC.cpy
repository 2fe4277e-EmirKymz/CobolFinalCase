      ******************************************************
      * GLDREC - GL DETAIL FILE RECORD LAYOUT.  ONE RECORD
      * PER B/T POSTING SELECTED BY GLEXTR, CARRYING THE
      * TRANSACTION REFERENCE, SO EVERY GLJ TOTAL (POST DATE
      * PLUS CURRENCY) CAN BE BROKEN BACK DOWN TO THE ENTRIES
      * BEHIND IT.  WRITTEN BY GLEXTR, LISTED BY GLDETL.
      ******************************************************
       01  GLD-REC.
           05 GLD-POST-DATE       PIC 9(08).
           05 GLD-DVZ             PIC 9(03).
           05 GLD-TRN-REF         PIC X(16).
           05 GLD-UID             PIC 9(05).
           05 GLD-OPRT            PIC X(01).
           05 GLD-DR-CR           PIC X(01).
              88 GLD-DEBIT                 VALUE 'D'.
              88 GLD-CREDIT                VALUE 'C'.
           05 GLD-AMOUNT          PIC 9(15).
           05 GLD-REV-SW          PIC X(01).
              88 GLD-REVERSAL              VALUE 'R'.
           05 GLD-AUD-TIME        PIC 9(08).
