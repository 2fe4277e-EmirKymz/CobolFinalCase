           05 COR-BALANCE        PIC X(16).
           05 COR-AMOUNT         PIC X(16).
       FD  RSB-FILE RECORDING MODE F.
       01  RSB-REC               PIC X(89).
       FD  SUS-FILE RECORDING MODE F.
       01  SUS-REC               PIC X(100).

           05 WS-NEW-BALANCE      PIC X(16).
           05 WS-NEW-AMOUNT       PIC X(16).
           05 WS-NEW-CYCLE        PIC 9(02).
           05 WS-NEW-TRN-REF      PIC X(16).

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(32) VALUE
           05 WS-D-NAME           PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-SURNAME        PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-TRN-REF        PIC X(16).
           05 FILLER              PIC X(9) VALUE SPACES.
       01  WS-FTR-LINE.
           05 FILLER              PIC X(20) VALUE
              'SUSPENSE RECORDS:   '.
           MOVE REJ-ORIG-BALANCE TO WS-NEW-BALANCE.
           MOVE REJ-ORIG-AMOUNT  TO WS-NEW-AMOUNT.
           MOVE WS-CYCLE         TO WS-NEW-CYCLE.
      *    THE REFERENCE STAYS THE SAME THROUGH EVERY REPAIR CYCLE SO
      *    THE FINAL POSTING CAN BE TIED BACK TO THE FIRST ATTEMPT.
           MOVE REJ-TRN-REF      TO WS-NEW-TRN-REF.
       H320-END. EXIT.

       H330-APPLY-CORRECTION.
           MOVE REJ-REASON TO WS-D-REASON.
           MOVE REJ-ORIG-NAME    TO WS-D-NAME.
           MOVE REJ-ORIG-SURNAME TO WS-D-SURNAME.
           MOVE REJ-TRN-REF      TO WS-D-TRN-REF.
           WRITE SUS-REC FROM WS-DTL-LINE.
           ADD 1 TO WS-TOT-SUSPENSE.
       H350-END. EXIT.
