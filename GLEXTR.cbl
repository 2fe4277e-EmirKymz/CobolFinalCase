                             STATUS GLJ-ST.
           SELECT GLR-FILE   ASSIGN TO GLRFILE
                             STATUS GLR-ST.
           SELECT GLD-FILE   ASSIGN TO GLDFILE
                             STATUS GLD-ST.
           SELECT FX-FILE    ASSIGN TO FXFILE
                             STATUS ST-FXFILE
                             ORGANIZATION IS INDEXED
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           05 PRM-POST-DATE       PIC 9(08).
           05 PRM-POST-DATE-X REDEFINES PRM-POST-DATE
                                  PIC X(08).
           05 PRM-EXP-COUNT       PIC X(08).
           05 PRM-EXP-COUNT-N REDEFINES PRM-EXP-COUNT
                                  PIC 9(08).
                                  SIGN LEADING SEPARATE.
           05 GLJ-DEBIT-COUNT     PIC 9(07).
           05 GLJ-CREDIT-COUNT    PIC 9(07).
      *    FEE INCOME IS THE PART OF THE DEBIT TOTAL POSTED BY FEECHRG
      *    UNDER 'FE' REFERENCES, NET OF ANY FEE REVERSED ON THE DAY,
      *    WITH THE NUMBER OF FEE POSTINGS BEHIND IT.
           05 GLJ-FEE-INCOME      PIC S9(15)
                                  SIGN LEADING SEPARATE.
           05 GLJ-FEE-COUNT       PIC 9(07).
       FD  GLR-FILE RECORDING MODE F.
       01  GLR-REC                PIC X(100).
       FD  GLD-FILE RECORDING MODE F.
           COPY GLDREC.
       FD  FX-FILE.
           COPY FXREC.

           05 PRM-ST              PIC 9(02).
              88 PRM-SUCCESS              VALUE 00.
              88 PRM-EOF                  VALUE 10.
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
           05 ST-AUDFILE          PIC 9(02).
              88 AUD-SUCCESS              VALUE 00.
              88 AUD-EOF                  VALUE 10.
              88 GLJ-SUCCESS              VALUE 00.
           05 GLR-ST              PIC 9(02).
              88 GLR-SUCCESS              VALUE 00.
           05 GLD-ST              PIC 9(02).
              88 GLD-SUCCESS              VALUE 00.
           05 ST-FXFILE           PIC 9(02).
              88 FX-SUCCESS               VALUE 00 97.
              88 FX-EOF                   VALUE 10.
           05 WS-NET-AMOUNT       PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-BASE-EQUIV       PIC S9(13)V9(02) COMP-3 VALUE ZERO.
           05 WS-BASE-GRAND       PIC S9(13)V9(02) COMP-3 VALUE ZERO.
           05 WS-FEE-BASE         PIC S9(13)V9(02) COMP-3 VALUE ZERO.
           05 WS-FEE-BASE-GRAND   PIC S9(13)V9(02) COMP-3 VALUE ZERO.
           05 WS-TOT-READ         PIC 9(08) VALUE ZERO.
           05 WS-TOT-SELECTED     PIC 9(08) VALUE ZERO.
           05 WS-TOT-JOURNAL      PIC 9(05) VALUE ZERO.
           05 WS-TOT-DEBITS       PIC 9(08) VALUE ZERO.
           05 WS-TOT-CREDITS      PIC 9(08) VALUE ZERO.
           05 WS-TOT-REVERSALS    PIC 9(08) VALUE ZERO.
           05 WS-TOT-FEES         PIC 9(08) VALUE ZERO.
           05 WS-FX-UNCONVERTED   PIC 9(03) VALUE ZERO.
           05 WS-DVZ-SUB          PIC 9(04) COMP VALUE ZERO.
           05 WS-DVZ-OUT          PIC 9(03) VALUE ZERO.
                 15 WS-CURR-CREDIT   PIC S9(15) COMP-3 VALUE ZERO.
                 15 WS-CURR-DEB-CNT  PIC 9(07) VALUE ZERO.
                 15 WS-CURR-CRD-CNT  PIC 9(07) VALUE ZERO.
                 15 WS-CURR-FEE      PIC S9(15) COMP-3 VALUE ZERO.
                 15 WS-CURR-FEE-CNT  PIC 9(07) VALUE ZERO.
           05 WS-FX-TABLE.
              10 WS-FX-ENTRY OCCURS 1000 TIMES.
                 15 WS-FX-LOAD-SW    PIC X(01) VALUE 'N'.
                    88 WS-FX-LOADED           VALUE 'Y'.
                 15 WS-FX-TBL-RATE   PIC S9(05)V9(06) COMP-3 VALUE
                                     ZERO.
           COPY CALAREA.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(37) VALUE
           05 FILLER              PIC X(54) VALUE
              'DVZ     DEBIT TOTAL    CREDIT TOTAL  DEB CNT  CRD CNT'.
           05 FILLER              PIC X(46) VALUE
              '  BASE EQUIVALENT        FEE INCOME'.
       01  WS-DTL-LINE.
           05 WS-D-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-CRD-CNT        PIC ZZZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-BASE           PIC -(13)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-FEE            PIC -(14)9.
           05 FILLER              PIC X(11) VALUE SPACES.
       01  WS-NRT-LINE.
           05 WS-N-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
              'BASE DVZ 949 GRAND TOTAL:   '.
           05 WS-B-TOTAL          PIC -(13)9.99.
           05 FILLER              PIC X(55) VALUE SPACES.
       01  WS-BAS-LINE-2.
           05 FILLER              PIC X(28) VALUE
              'BASE DVZ 949 FEE INCOME:    '.
           05 WS-B-FEE            PIC -(13)9.99.
           05 FILLER              PIC X(55) VALUE SPACES.
       01  WS-CTL-LINE-1.
           05 FILLER              PIC X(28) VALUE
              'AUDIT RECORDS READ ........ '.
           05 FILLER              PIC X(3) VALUE ' / '.
           05 WS-C-CREDITS        PIC ZZZZZZZ9.
           05 FILLER              PIC X(53) VALUE SPACES.
      *    A REVERSAL CARRIES THE OPERATION CODE OF THE ENTRY IT
      *    REVERSES, SO IT IS SELECTED AND NETTED LIKE ANY OTHER B/T
      *    POSTING; THE COUNT IS SHOWN SO THE JOURNAL CAN BE TIED
      *    BACK TO THE CORRECTIONS MADE ON THE DAY.
       01  WS-CTL-LINE-5.
           05 FILLER              PIC X(28) VALUE
              'REVERSALS INCLUDED ........ '.
           05 WS-C-REVERSALS      PIC ZZZZZZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.
      *    FEECHRG POSTS FEE INCOME AS 'B' MOVEMENTS UNDER AN 'FE'
      *    TRANSACTION REFERENCE; THEY ARE COUNTED SEPARATELY HERE,
      *    THEIR AMOUNT IS CARRIED AS FEE INCOME PER CURRENCY ON THE
      *    GLJ RECORD, AND THEY ARE MARKED ON THE GLDETL LISTING.
       01  WS-CTL-LINE-6.
           05 FILLER              PIC X(28) VALUE
              'FEE POSTINGS INCLUDED ..... '.
           05 WS-C-FEES           PIC ZZZZZZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.
       01  WS-CTL-LINE-4.
           05 FILLER              PIC X(28) VALUE
              'JOURNAL RECORDS WRITTEN ... '.
                   PERFORM H999-PROGRAM-EXIT
           END-READ.
           CLOSE PRM-FILE.
      *    A CARD WITHOUT A POSTING DATE EXTRACTS THE CURRENT
      *    BUSINESS DATE.
           IF PRM-POST-DATE-X NOT NUMERIC OR PRM-POST-DATE = ZERO
               SET WS-CAL-FUNC-DATE TO TRUE
               CALL WS-CALDATE USING WS-CAL-AREA
               IF NOT WS-CAL-OK
                   DISPLAY 'BUSINESS DATE NOT AVAILABLE'
                   DISPLAY 'CALDATE RC: ' WS-CAL-RC
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE WS-CAL-BUS-DATE TO PRM-POST-DATE
           END-IF.
           OPEN INPUT AUD-FILE.
           IF NOT AUD-SUCCESS
               DISPLAY 'AUD-FILE DOES NOT OPENED'
               DISPLAY 'GLR-FILE DOES NOT OPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT GLD-FILE.
           IF NOT GLD-SUCCESS
               DISPLAY 'GLD-FILE DOES NOT OPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-LOAD-RATES.
           READ AUD-FILE
               AT END SET WS-EOF TO TRUE
           IF (AUD-OPRT = 'B' OR AUD-OPRT = 'T')
              AND AUD-DATE = PRM-POST-DATE
               ADD 1 TO WS-TOT-SELECTED
               IF AUD-REVERSAL
                   ADD 1 TO WS-TOT-REVERSALS
               END-IF
               IF AUD-TRN-REF (1:2) = 'FE'
                   ADD 1 TO WS-TOT-FEES
               END-IF
               PERFORM H320-ACCUM-CURRENCY
           END-IF.
           READ AUD-FILE
               SUBTRACT WS-AMOUNT FROM WS-CURR-DEBIT (WS-DVZ-SUB)
               ADD 1 TO WS-CURR-DEB-CNT (WS-DVZ-SUB)
               ADD 1 TO WS-TOT-DEBITS
               SET GLD-DEBIT TO TRUE
           ELSE
               ADD WS-AMOUNT TO WS-CURR-CREDIT (WS-DVZ-SUB)
               ADD 1 TO WS-CURR-CRD-CNT (WS-DVZ-SUB)
               ADD 1 TO WS-TOT-CREDITS
               SET GLD-CREDIT TO TRUE
           END-IF.
      *    A FEE IS A DEBIT TO THE CUSTOMER AND INCOME TO THE BANK;
      *    ITS REVERSAL CARRIES THE SAME 'FE' REFERENCE AND A CREDIT,
      *    SO IT COMES OFF THE FEE INCOME OF THE SAME CURRENCY.
           IF AUD-TRN-REF (1:2) = 'FE'
               SUBTRACT WS-AMOUNT FROM WS-CURR-FEE (WS-DVZ-SUB)
               ADD 1 TO WS-CURR-FEE-CNT (WS-DVZ-SUB)
           END-IF.
           PERFORM H330-WRITE-DETAIL.
       H320-END. EXIT.

      *    ONE DETAIL RECORD PER SELECTED POSTING - GLDETL LISTS
      *    THEM UNDER THE GLJ TOTAL THEY MAKE UP.
       H330-WRITE-DETAIL.
           MOVE PRM-POST-DATE TO GLD-POST-DATE.
           MOVE AUD-NEW-DVZ   TO GLD-DVZ.
           MOVE AUD-TRN-REF   TO GLD-TRN-REF.
           MOVE AUD-UID       TO GLD-UID.
           MOVE AUD-OPRT      TO GLD-OPRT.
           MOVE WS-AMOUNT     TO GLD-AMOUNT.
           MOVE AUD-REV-SW    TO GLD-REV-SW.
           MOVE AUD-TIME      TO GLD-AUD-TIME.
           WRITE GLD-REC.
       H330-END. EXIT.

       H400-WRITE-JOURNAL.
           PERFORM H410-WRITE-CURRENCY
                   VARYING CX FROM 1 BY 1
               IF WS-RATE-FOUND
                   COMPUTE WS-BASE-EQUIV = WS-NET-AMOUNT * WS-CUR-RATE
                   ADD WS-BASE-EQUIV TO WS-BASE-GRAND
                   COMPUTE WS-FEE-BASE =
                           WS-CURR-FEE (CX) * WS-CUR-RATE
                   ADD WS-FEE-BASE TO WS-FEE-BASE-GRAND
               ELSE
                   MOVE ZERO TO WS-BASE-EQUIV
                   ADD 1 TO WS-FX-UNCONVERTED
               MOVE WS-BASE-EQUIV       TO GLJ-BASE-EQUIV
               MOVE WS-CURR-DEB-CNT (CX) TO GLJ-DEBIT-COUNT
               MOVE WS-CURR-CRD-CNT (CX) TO GLJ-CREDIT-COUNT
               MOVE WS-CURR-FEE (CX)    TO GLJ-FEE-INCOME
               MOVE WS-CURR-FEE-CNT (CX) TO GLJ-FEE-COUNT
               WRITE GLJ-REC
               ADD 1 TO WS-TOT-JOURNAL
               MOVE WS-DVZ-OUT           TO WS-D-DVZ
               MOVE WS-CURR-DEB-CNT (CX) TO WS-D-DEB-CNT
               MOVE WS-CURR-CRD-CNT (CX) TO WS-D-CRD-CNT
               MOVE WS-BASE-EQUIV        TO WS-D-BASE
               MOVE WS-CURR-FEE (CX)     TO WS-D-FEE
               WRITE GLR-REC FROM WS-DTL-LINE
           END-IF.
       H410-END. EXIT.
       H500-PRINT-CONTROL.
           MOVE WS-BASE-GRAND TO WS-B-TOTAL.
           WRITE GLR-REC FROM WS-BAS-LINE.
           MOVE WS-FEE-BASE-GRAND TO WS-B-FEE.
           WRITE GLR-REC FROM WS-BAS-LINE-2.
           MOVE WS-TOT-READ     TO WS-C-READ.
           WRITE GLR-REC FROM WS-CTL-LINE-1.
           MOVE WS-TOT-SELECTED TO WS-C-SELECTED.
           MOVE WS-TOT-DEBITS   TO WS-C-DEBITS.
           MOVE WS-TOT-CREDITS  TO WS-C-CREDITS.
           WRITE GLR-REC FROM WS-CTL-LINE-3.
           MOVE WS-TOT-REVERSALS TO WS-C-REVERSALS.
           WRITE GLR-REC FROM WS-CTL-LINE-5.
           MOVE WS-TOT-FEES     TO WS-C-FEES.
           WRITE GLR-REC FROM WS-CTL-LINE-6.
           MOVE WS-TOT-JOURNAL  TO WS-C-JOURNAL.
           WRITE GLR-REC FROM WS-CTL-LINE-4.
           IF PRM-EXP-COUNT NOT = SPACES
           CLOSE AUD-FILE.
           CLOSE GLJ-FILE.
           CLOSE GLR-FILE.
           CLOSE GLD-FILE.
           DISPLAY '=================================================='.
           DISPLAY 'GLEXTR RUN SUMMARY'.
           DISPLAY 'AUDIT RECORDS READ ........ ' WS-TOT-READ.
           DISPLAY 'B/T POSTINGS SELECTED ..... ' WS-TOT-SELECTED.
           DISPLAY 'REVERSALS INCLUDED ........ ' WS-TOT-REVERSALS.
           DISPLAY 'FEE POSTINGS INCLUDED ..... ' WS-TOT-FEES.
           DISPLAY 'JOURNAL RECORDS WRITTEN ... ' WS-TOT-JOURNAL.
           DISPLAY '=================================================='.
           DISPLAY 'PROGRAM IS EXIT'
