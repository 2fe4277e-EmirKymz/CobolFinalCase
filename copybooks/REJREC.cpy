              10 REJ-ORIG-DVZ      PIC X(03).
              10 REJ-ORIG-BALANCE  PIC X(16).
              10 REJ-ORIG-AMOUNT   PIC X(16).
           05 REJ-TRN-REF        PIC X(16).
