      * SUBPROG (WRITER) AND THE REPORTING PROGRAMS THAT
      * READ THE HISTORY BACK.
      ******************************************************
      * A REVERSAL IS WRITTEN WITH THE SAME OPERATION CODE AS
      * THE ENTRY IT REVERSES (B OR T), SO EVERY READER NETS IT
      * THROUGH NEW MINUS OLD BALANCE AS USUAL.  AUD-REV-SW
      * MARKS IT AND AUD-ORIG-REF NAMES THE ORIGINAL ENTRY.
      * AUD-TRN-REF IS THE TRANSACTION REFERENCE OF THE INPUT
      * RECORD OR SYSTEM RUN THAT PRODUCED THE ENTRY.  A REVERSAL
      * CARRIES THE REFERENCE OF THE ENTRY IT REVERSES, SO IT NETS
      * AGAINST IT UNDER ONE REFERENCE (AND A REVERSED FEE COMES
      * OFF FEE INCOME); THE REVERSAL RECORD'S OWN REFERENCE IS ON
      * THE MAINPROG OUTPUT LINE.
       01  AUD-REC.
           05 AUD-DATE            PIC 9(08).
           05 AUD-TIME            PIC 9(08).
           05 AUD-NEW-BALANCE     PIC S9(15).
           05 AUD-OLD-LIMIT       PIC S9(15).
           05 AUD-NEW-LIMIT       PIC S9(15).
           05 AUD-REV-SW          PIC X(01).
              88 AUD-REVERSAL              VALUE 'R'.
           05 AUD-ORIG-REF.
              10 AUD-ORIG-DATE    PIC 9(08).
              10 AUD-ORIG-TIME    PIC 9(08).
              10 AUD-ORIG-UID     PIC 9(05).
           05 AUD-TRN-REF         PIC X(16).
