      * THE CALL ALWAYS AGREE ON THE SAME LAYOUT.
      ******************************************************
       01  WS-SUB-AREA.
           05 WS-SUB-FUNC      PIC 9(02).
              88 WS-FUNC-WRITE         VALUE 1.
              88 WS-FUNC-UPDATE        VALUE 2.
              88 WS-FUNC-DELETE        VALUE 3.
              88 WS-FUNC-BALANCE       VALUE 5.
              88 WS-FUNC-LIMIT         VALUE 6.
              88 WS-FUNC-TRANSFER      VALUE 7.
              88 WS-FUNC-HOLD          VALUE 8.
              88 WS-FUNC-REVERSE       VALUE 9.
              88 WS-FUNC-CLOSURE       VALUE 10.
              88 WS-FUNC-OTHER         VALUE 0.
      *       CONTROL CALLS FROM MAINPROG ONLY - NEVER SET FROM AN
      *       INPUT OPERATION CODE.  98 FLUSHES SUBPROG'S FILES AT A
      *       CHECKPOINT, 99 CLOSES THEM AT END OF RUN OR ON ABEND.
              88 WS-FUNC-COMMIT        VALUE 98.
              88 WS-FUNC-CLOSE         VALUE 99.
           05 WS-SUB-UID        PIC 9(05).
           05 WS-SUB-RC         PIC 9(02).
      *       SUBPROG COULD NOT OPEN OR REOPEN ITS FILES AND HAS
      *       CLOSED THEM - THE RUN CANNOT GO ON WITHOUT THE MASTERS
      *       AND THE AUDIT TRAIL, WHATEVER THE FUNCTION CALLED.
              88 WS-SUB-FATAL          VALUE 99.
           05 WS-SUB-NAME       PIC X(15).
      *    HOLD DETAILS FOR FUNCTION 8 - THE HOLD REFERENCE
      *    TRAVELS IN WS-SUB-SURNAME.
           05 WS-SUB-HOLD REDEFINES WS-SUB-NAME.
              10 WS-SUB-HLD-ACTION  PIC X(01).
                 88 WS-SUB-HLD-PLACE       VALUE 'P'.
                 88 WS-SUB-HLD-RELEASE     VALUE 'R'.
              10 WS-SUB-HLD-REASON  PIC X(02).
                 88 WS-SUB-HLD-REASON-OK   VALUE 'GN' 'CO' 'LN' 'FZ'.
                 88 WS-SUB-HLD-FREEZE      VALUE 'FZ'.
              10 WS-SUB-HLD-EXPIRY  PIC 9(08).
              10 FILLER             PIC X(04).
      *    ORIGINAL AUDIT ENTRY TO REVERSE FOR FUNCTION 9 - DATE IN
      *    WS-SUB-NAME, TIME IN WS-SUB-SURNAME, CUSTOMER IN
      *    WS-SUB-UID, ITS TRANSACTION REFERENCE IN WS-SUB-REV-REF.
      *    A NONZERO WS-SUB-DVZ NARROWS THE MATCH TO ONE SUB-ACCOUNT.
           05 WS-SUB-REVERSAL REDEFINES WS-SUB-NAME.
              10 WS-SUB-REV-DATE    PIC 9(08).
              10 FILLER             PIC X(07).
           05 WS-SUB-SURNAME    PIC X(15).
           05 WS-SUB-REVERSAL-2 REDEFINES WS-SUB-SURNAME.
              10 WS-SUB-REV-TIME    PIC 9(08).
              10 FILLER             PIC X(07).
           05 WS-SUB-DVZ        PIC 9(03).
           05 WS-SUB-BALANCE    PIC S9(15).
           05 WS-SUB-AMOUNT     PIC S9(15).
      *    TARGET CUSTOMER FOR A TRANSFER (FUNCTION 7) OR THE
      *    CUSTOMER TO PAY A CLOSED ACCOUNT OUT TO (FUNCTION 10 -
      *    ZERO THERE MEANS THE CLOSED-ACCOUNT SUSPENSE CUSTOMER),
      *    ZERO FOR EVERY OTHER FUNCTION.
           05 WS-SUB-UID-2      PIC 9(05).
      *    TRANSACTION REFERENCE OF THE INPUT RECORD, WRITTEN TO
      *    EVERY AUDIT RECORD THE CALL PRODUCES.
           05 WS-SUB-TRN-REF    PIC X(16).
      *    REFERENCE OF THE AUDIT ENTRY TO REVERSE FOR FUNCTION 9,
      *    SPACES FOR EVERY OTHER FUNCTION.
           05 WS-SUB-REV-REF    PIC X(16).
           05 WS-SUB-DATA       PIC X(140).
