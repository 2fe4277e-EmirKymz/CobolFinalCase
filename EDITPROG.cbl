                             STATUS WRK-ST.
           SELECT WK2-FILE   ASSIGN TO WK2FILE
                             STATUS WK2-ST.
           SELECT CHK-FILE   ASSIGN TO CHKFILE
                             STATUS CHK-ST
                             ORGANIZATION IS INDEXED
                             ACCESS IS RANDOM
                             RECORD KEY IS CHK-KEY.
           SELECT SRT-FILE   ASSIGN TO SRTWORK.
           SELECT SR2-FILE   ASSIGN TO SR2WORK.
       DATA DIVISION.
       FILE SECTION.
       FD  RAW-FILE RECORDING MODE F.
      *    RAW RECORDS ARE IN THE INPREC LAYOUT.  A RECORD COMING
      *    BACK FROM RESUBMIT ALREADY CARRIES ITS TRANSACTION
      *    REFERENCE; A NEW RECORD HAS SPACES THERE AND IS GIVEN ONE.
       01  RAW-BUF                PIC X(89).
       FD  EDT-FILE RECORDING MODE F.
       01  EDT-REC                PIC X(89).
       FD  ERR-FILE RECORDING MODE F.
       01  ERR-REC                PIC X(100).
       FD  FX-FILE.
           COPY FXREC.
      *    MAINPROG'S CHECKPOINT FILE ALSO HOLDS THE EDREF RECORD -
      *    THE LAST 'ED' REFERENCE SEQUENCE GIVEN OUT FOR
      *    CHK-REF-DATE, SO A SECOND EDIT RUN ON THE SAME BUSINESS
      *    DATE CARRIES ON FROM IT INSTEAD OF REPEATING REFERENCES.
       FD  CHK-FILE.
       01  CHK-REC.
           05 CHK-KEY             PIC X(05).
           05 CHK-REF-DATE        PIC 9(08).
           05 CHK-REF-SEQ         PIC 9(06).
           05 FILLER              PIC X(178).
      *    DUPLICATE-FLAGGED WORK FILE IN UID/OPRT/AMOUNT ORDER.
       FD  WRK-FILE RECORDING MODE F.
       01  WRK-REC.
           05 WRK-DATA            PIC X(89).
           05 WRK-SEQ             PIC 9(08).
           05 WRK-DUP             PIC X(01).
      *    SAME RECORDS SORTED BACK TO ORIGINAL INPUT ORDER.
              10 RAW-BALANCE.
                 15 RAW-BAL-SIGN       PIC X(01).
                 15 RAW-BAL-DIGITS     PIC X(15).
              10 RAW-REV-REF REDEFINES RAW-BALANCE
                                     PIC X(16).
              10 RAW-AMOUNT.
                 15 RAW-AMT-SIGN       PIC X(01).
                 15 RAW-AMT-DIGITS     PIC X(15).
              10 RAW-CYCLE           PIC X(02).
              10 RAW-TRN-REF         PIC X(16).
           05 WK2-SEQ             PIC 9(08).
           05 WK2-DUP             PIC X(01).
       SD  SRT-FILE.
           05 SRT-OPRT            PIC X(01).
           05 SRT-AMOUNT          PIC X(16).
           05 SRT-SEQ             PIC 9(08).
           05 SRT-DATA            PIC X(89).
       SD  SR2-FILE.
       01  SR2-REC.
           05 SR2-DATA            PIC X(89).
           05 SR2-SEQ             PIC 9(08).
           05 SR2-DUP             PIC X(01).

           05 WK2-ST              PIC 9(02).
              88 WK2-EOF                  VALUE 10.
              88 WK2-SUCCESS              VALUE 00.
           05 CHK-ST              PIC 9(02).
              88 CHK-SUCCESS              VALUE 00 97.
           05 WS-CHK-OPENED       PIC X(01) VALUE 'N'.
           05 WS-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-EOF                    VALUE 'Y'.
           05 WS-RAW-EOF-SW       PIC X(01) VALUE 'N'.
           05 WS-TOT-CLEAN        PIC 9(08) VALUE ZERO.
           05 WS-TOT-ERROR        PIC 9(08) VALUE ZERO.
           05 WS-REL-SEQ          PIC 9(08) VALUE ZERO.
           05 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
           05 WS-TRN-REF.
              10 WS-TRN-SOURCE    PIC X(02) VALUE 'ED'.
              10 WS-TRN-DATE      PIC 9(08) VALUE ZERO.
              10 WS-TRN-SEQ       PIC 9(06) VALUE ZERO.
           05 WS-PREV-KEY.
              10 WS-PREV-UID      PIC X(05) VALUE HIGH-VALUES.
              10 WS-PREV-OPRT     PIC X(01) VALUE HIGH-VALUES.
              10 WS-FX-ENTRY OCCURS 1000 TIMES.
                 15 WS-FX-LOAD-SW    PIC X(01) VALUE 'N'.
                    88 WS-FX-LOADED           VALUE 'Y'.
           COPY CALAREA.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(100) VALUE
           05 WS-D-NAME           PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-SURNAME        PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-TRN-REF        PIC X(16).
           05 FILLER              PIC X(8) VALUE SPACES.
       01  WS-FTR-LINE.
           05 FILLER              PIC X(20) VALUE
              'RECORDS IN ERROR:   '.
       0000-END. EXIT.

       H100-OPEN-FILES.
           SET WS-CAL-FUNC-DATE TO TRUE.
           CALL WS-CALDATE USING WS-CAL-AREA.
           IF NOT WS-CAL-OK
               DISPLAY 'BUSINESS DATE NOT AVAILABLE'
               DISPLAY 'CALDATE RC: ' WS-CAL-RC
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-CAL-BUS-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-TRN-DATE.
           PERFORM H120-LOAD-REF-SEQ.
           OPEN OUTPUT EDT-FILE.
           IF NOT EDT-SUCCESS
               DISPLAY 'EDT-FILE DOES NOT OPENED'
           END-IF.
       H110-END. EXIT.

       H120-LOAD-REF-SEQ.
           OPEN I-O CHK-FILE.
           IF NOT CHK-SUCCESS
               OPEN OUTPUT CHK-FILE
               CLOSE CHK-FILE
               OPEN I-O CHK-FILE
           END-IF.
           IF NOT CHK-SUCCESS
               DISPLAY 'CHKFILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' CHK-ST
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-CHK-OPENED.
           MOVE 'EDREF' TO CHK-KEY.
           READ CHK-FILE KEY CHK-KEY
               INVALID KEY
                   MOVE SPACES      TO CHK-REC
                   MOVE 'EDREF'     TO CHK-KEY
                   MOVE ZERO        TO CHK-REF-DATE
                   MOVE ZERO        TO CHK-REF-SEQ
                   WRITE CHK-REC
           END-READ.
           IF CHK-REF-DATE = WS-RUN-DATE
               MOVE CHK-REF-SEQ TO WS-TRN-SEQ
           ELSE
               MOVE ZERO TO WS-TRN-SEQ
           END-IF.
       H120-END. EXIT.

       H200-PRINT-HEADERS.
           WRITE ERR-REC FROM WS-HDR-LINE-1.
           WRITE ERR-REC FROM WS-HDR-LINE-2.
           CLOSE RAW-FILE.
       H210-END. EXIT.

      *    A REVERSAL HAS NO AMOUNT OF ITS OWN - TWO OF THEM ARE ONLY
      *    THE SAME WHEN THEY NAME THE SAME ENTRY, SO ITS REFERENCE
      *    (IN THE BALANCE FIELD) STANDS IN FOR THE AMOUNT.
       H220-RELEASE-ONE.
           ADD 1 TO WS-REL-SEQ.
           MOVE RAW-BUF (2:5)   TO SRT-UID.
           MOVE RAW-BUF (1:1)   TO SRT-OPRT.
           IF RAW-BUF (1:1) = 'E'
               MOVE RAW-BUF (40:16) TO SRT-AMOUNT
           ELSE
               MOVE RAW-BUF (56:16) TO SRT-AMOUNT
           END-IF.
           MOVE WS-REL-SEQ      TO SRT-SEQ.
           MOVE RAW-BUF         TO SRT-DATA.
           RELEASE SRT-REC.
           ADD 1 TO WS-TOT-READ.
           MOVE 'N'    TO WS-ERROR-SW.
           MOVE SPACES TO WS-REASON.
           IF RAW-TRN-REF = SPACES OR RAW-TRN-REF = LOW-VALUES
               ADD 1 TO WS-TRN-SEQ
               MOVE WS-TRN-REF  TO RAW-TRN-REF
           END-IF.
           PERFORM H320-EDIT-FIELDS.
           IF NOT WS-REC-IN-ERROR
               PERFORM H330-CHECK-CURRENCY
               IF RAW-CYCLE NOT NUMERIC
                   MOVE '00' TO RAW-CYCLE
               END-IF
      *        A HOLD PLACED WITH NO EXPIRY, AND ANY RELEASE, GOES ON
      *        WITH ZERO EXPIRY - THE NO-EXPIRY VALUE THAT SUBPROG AND
      *        THE HOLDRPT EXPIRY PASS BOTH PASS OVER.
               IF RAW-OPRT = 'H' AND RAW-NAME (4:8) NOT NUMERIC
                   MOVE ZEROS TO RAW-NAME (4:8)
               END-IF
               WRITE EDT-REC FROM RAW-REC
           END-IF.
           READ WK2-FILE
           ELSE IF RAW-DVZ NOT NUMERIC
               MOVE 'CURRENCY CODE NOT NUMERIC' TO WS-REASON
               MOVE 'Y' TO WS-ERROR-SW
           ELSE IF RAW-OPRT NOT = 'E'
                   AND RAW-BAL-SIGN NOT = '+' AND RAW-BAL-SIGN NOT = '-'
               MOVE 'BALANCE SIGN INVALID' TO WS-REASON
               MOVE 'Y' TO WS-ERROR-SW
           ELSE IF RAW-OPRT NOT = 'E' AND RAW-BAL-DIGITS NOT NUMERIC
               MOVE 'BALANCE NOT NUMERIC' TO WS-REASON
               MOVE 'Y' TO WS-ERROR-SW
           ELSE IF RAW-AMT-SIGN NOT = '+' AND RAW-AMT-SIGN NOT = '-'
           ELSE IF RAW-OPRT = 'T' AND RAW-NAME (1:5) NOT NUMERIC
               MOVE 'TARGET UID NOT NUMERIC' TO WS-REASON
               MOVE 'Y' TO WS-ERROR-SW
           ELSE IF RAW-OPRT = 'H' AND RAW-NAME (1:1) = 'P'
                   AND RAW-NAME (4:8) NOT NUMERIC
                   AND RAW-NAME (4:8) NOT = SPACES
               MOVE 'HOLD EXPIRY DATE NOT NUMERIC' TO WS-REASON
               MOVE 'Y' TO WS-ERROR-SW
           ELSE IF RAW-OPRT = 'E' AND (RAW-NAME (1:8) NOT NUMERIC
                   OR RAW-SURNAME (1:8) NOT NUMERIC)
               MOVE 'REVERSAL DATE/TIME NOT NUMERIC' TO WS-REASON
               MOVE 'Y' TO WS-ERROR-SW
           ELSE IF RAW-OPRT = 'E' AND RAW-REV-REF = SPACES
               MOVE 'REVERSAL REFERENCE MISSING' TO WS-REASON
               MOVE 'Y' TO WS-ERROR-SW
           ELSE IF RAW-OPRT = 'C' AND RAW-NAME (1:5) NOT NUMERIC
                   AND RAW-NAME (1:5) NOT = SPACES
               MOVE 'PAYEE UID NOT NUMERIC' TO WS-REASON
               MOVE 'Y' TO WS-ERROR-SW
           END-IF.
       H320-END. EXIT.

           MOVE WS-REASON   TO WS-D-REASON.
           MOVE RAW-NAME    TO WS-D-NAME.
           MOVE RAW-SURNAME TO WS-D-SURNAME.
           MOVE RAW-TRN-REF TO WS-D-TRN-REF.
           WRITE ERR-REC FROM WS-DTL-LINE.
       H360-END. EXIT.

           WRITE ERR-REC FROM WS-FTR-LINE.
       H400-END. EXIT.

      *    THE LAST SEQUENCE USED IS KEPT EVEN WHEN THE RUN STOPS
      *    SHORT, SO NO REFERENCE ALREADY HANDED OUT IS EVER REUSED.
       H999-PROGRAM-EXIT.
           IF WS-CHK-OPENED = 'Y'
               MOVE WS-RUN-DATE TO CHK-REF-DATE
               MOVE WS-TRN-SEQ  TO CHK-REF-SEQ
               REWRITE CHK-REC
               CLOSE CHK-FILE
           END-IF.
           CLOSE WK2-FILE.
           CLOSE EDT-FILE.
           CLOSE ERR-FILE.
