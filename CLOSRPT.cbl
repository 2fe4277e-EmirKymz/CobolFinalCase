       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CLOSRPT.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLS-FILE   ASSIGN TO CLSFILE
                             STATUS CLS-ST.
           SELECT CLR-FILE   ASSIGN TO CLRFILE
                             STATUS CLR-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CLS-FILE RECORDING MODE F.
           COPY CLSREC.
       FD  CLR-FILE RECORDING MODE F.
       01  CLR-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 CLS-ST              PIC 9(02).
              88 CLS-SUCCESS              VALUE 00.
              88 CLS-EOF                  VALUE 10.
           05 CLR-ST              PIC 9(02).
              88 CLR-SUCCESS              VALUE 00.
           05 WS-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-EOF                    VALUE 'Y'.
           05 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
           05 WS-TOT-READ         PIC 9(08) VALUE ZERO.
           05 WS-TOT-CLOSED       PIC 9(08) VALUE ZERO.
           05 WS-TOT-DELETED      PIC 9(08) VALUE ZERO.
           05 WS-TOT-SUBS         PIC 9(08) VALUE ZERO.
           05 WS-TOT-ORDERS       PIC 9(08) VALUE ZERO.
           05 WS-TOT-PAYOUTS      PIC 9(08) VALUE ZERO.
           05 WS-DVZ-SUB          PIC 9(04) COMP VALUE ZERO.
           05 WS-DVZ-OUT          PIC 9(03) VALUE ZERO.
           05 WS-UID-OUT          PIC ZZZZ9.
           05 CX                  PIC 9(04) COMP VALUE ZERO.
      *    PAYOUT TOTALS ARE SUBSCRIPTED DIRECTLY BY CURRENCY CODE
      *    PLUS ONE, AS IN DORMANT, SO EVERY DVZ HAS A SLOT.
           05 WS-CURR-TABLE.
              10 WS-CURR-ENTRY OCCURS 1000 TIMES.
                 15 WS-CURR-USED-SW  PIC X(01) VALUE 'N'.
                    88 WS-CURR-USED           VALUE 'Y'.
                 15 WS-CURR-SUBS     PIC 9(07) VALUE ZERO.
                 15 WS-CURR-PAYEE    PIC S9(15) COMP-3 VALUE ZERO.
                 15 WS-CURR-SUSPENSE PIC S9(15) COMP-3 VALUE ZERO.
           COPY CALAREA.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(42) VALUE
              'DAILY CLOSED ACCOUNTS REPORT - BUS. DATE: '.
           05 WS-H-DATE           PIC 9(08).
           05 FILLER              PIC X(50) VALUE SPACES.
       01  WS-HDR-LINE-2.
           05 FILLER              PIC X(50) VALUE
              'UID   O T SURNAME         DVZ         BALANCE     '.
           05 FILLER              PIC X(50) VALUE
              '   PAID OUT PAID TO  SUB ORDERS TRANSACTION REF'.
       01  WS-DTL-LINE.
           05 WS-D-UID            PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-OPRT           PIC X(01).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-TYPE           PIC X(01).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-SURNAME        PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-BALANCE        PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-PAID           PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-PAID-TO        PIC X(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-SUBS           PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-ORDERS         PIC ZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-TRN-REF        PIC X(16).
           05 FILLER              PIC X(2) VALUE SPACES.
       01  WS-CUR-HDR-LINE.
           05 FILLER              PIC X(50) VALUE
              'DVZ SUB-ACCOUNTS  PAID TO PAYEES  PAID TO SUSPENSE'.
           05 FILLER              PIC X(50) VALUE SPACES.
       01  WS-CUR-LINE.
           05 WS-C-DVZ            PIC ZZ9.
           05 FILLER              PIC X(6) VALUE SPACES.
           05 WS-C-SUBS           PIC ZZZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-C-PAYEE          PIC -(14)9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-C-SUSPENSE       PIC -(14)9.
           05 FILLER              PIC X(50) VALUE SPACES.
       01  WS-FTR-LINE.
           05 WS-F-LABEL          PIC X(28).
           05 WS-F-COUNT          PIC ZZZZZZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
      *    LISTS THE CUSTOMERS CLOSED OR DELETED ON THE BUSINESS DATE
      *    FROM THE CLOSED-ACCOUNT HISTORY.  SUBPROG WRITES EACH
      *    CUSTOMER'S SUB-ACCOUNTS FIRST AND ITS MASTER LAST, SO THE
      *    MASTER LINE CLOSES OFF EACH CUSTOMER'S GROUP.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PRINT-HEADERS
           PERFORM H300-PROCESS UNTIL WS-EOF
           PERFORM H400-PRINT-FOOTER
           PERFORM H999-PROGRAM-EXIT.
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
           OPEN OUTPUT CLR-FILE.
           IF NOT CLR-SUCCESS
               DISPLAY 'CLR-FILE DOES NOT OPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
      *    NO HISTORY FILE YET MEANS NOTHING HAS EVER BEEN CLOSED -
      *    THE REPORT IS STILL PRODUCED, EMPTY.
           OPEN INPUT CLS-FILE.
           IF CLS-SUCCESS
               READ CLS-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           ELSE
               SET WS-EOF TO TRUE
           END-IF.
       H100-END. EXIT.

       H200-PRINT-HEADERS.
           MOVE WS-RUN-DATE TO WS-H-DATE.
           WRITE CLR-REC FROM WS-HDR-LINE-1.
           WRITE CLR-REC FROM WS-HDR-LINE-2.
       H200-END. EXIT.

       H300-PROCESS.
           ADD 1 TO WS-TOT-READ.
           IF CLS-DATE = WS-RUN-DATE
               IF CLS-MASTER
                   PERFORM H320-COUNT-MASTER
               ELSE
                   PERFORM H340-COUNT-SUB-ACCOUNT
               END-IF
               PERFORM H380-WRITE-DETAIL
           END-IF.
           READ CLS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       H300-END. EXIT.

       H320-COUNT-MASTER.
           IF CLS-CLOSURE
               ADD 1 TO WS-TOT-CLOSED
           ELSE
               ADD 1 TO WS-TOT-DELETED
           END-IF.
           ADD CLS-STO-COUNT TO WS-TOT-ORDERS.
       H320-END. EXIT.

       H340-COUNT-SUB-ACCOUNT.
           ADD 1 TO WS-TOT-SUBS.
           COMPUTE WS-DVZ-SUB = CLS-DVZ + 1.
           SET WS-CURR-USED (WS-DVZ-SUB) TO TRUE.
           ADD 1 TO WS-CURR-SUBS (WS-DVZ-SUB).
           IF CLS-PAID-PAYEE
               ADD 1 TO WS-TOT-PAYOUTS
               ADD CLS-PAID-AMOUNT TO WS-CURR-PAYEE (WS-DVZ-SUB)
           END-IF.
           IF CLS-PAID-SUSPENSE
               ADD 1 TO WS-TOT-PAYOUTS
               ADD CLS-PAID-AMOUNT TO WS-CURR-SUSPENSE (WS-DVZ-SUB)
           END-IF.
       H340-END. EXIT.

       H380-WRITE-DETAIL.
           MOVE CLS-UID         TO WS-D-UID.
           MOVE CLS-OPRT        TO WS-D-OPRT.
           MOVE CLS-TYPE        TO WS-D-TYPE.
           MOVE CLS-SURNAME     TO WS-D-SURNAME.
           MOVE CLS-DVZ         TO WS-D-DVZ.
           MOVE CLS-BALANCE     TO WS-D-BALANCE.
           MOVE CLS-PAID-AMOUNT TO WS-D-PAID.
           EVALUATE TRUE
               WHEN CLS-PAID-SUSPENSE
                   MOVE 'SUSPENSE' TO WS-D-PAID-TO
               WHEN CLS-PAID-PAYEE
                   MOVE CLS-PAID-UID TO WS-UID-OUT
                   MOVE WS-UID-OUT   TO WS-D-PAID-TO
               WHEN OTHER
                   MOVE SPACES TO WS-D-PAID-TO
           END-EVALUATE.
           MOVE CLS-SUB-COUNT   TO WS-D-SUBS.
           MOVE CLS-STO-COUNT   TO WS-D-ORDERS.
           MOVE CLS-TRN-REF     TO WS-D-TRN-REF.
           WRITE CLR-REC FROM WS-DTL-LINE.
       H380-END. EXIT.

       H400-PRINT-FOOTER.
           WRITE CLR-REC FROM WS-CUR-HDR-LINE.
           PERFORM H420-PRINT-CURRENCY
                   VARYING CX FROM 1 BY 1 UNTIL CX > 1000.
           MOVE 'CUSTOMERS CLOSED ......... ' TO WS-F-LABEL.
           MOVE WS-TOT-CLOSED TO WS-F-COUNT.
           WRITE CLR-REC FROM WS-FTR-LINE.
           MOVE 'CUSTOMERS DELETED ........ ' TO WS-F-LABEL.
           MOVE WS-TOT-DELETED TO WS-F-COUNT.
           WRITE CLR-REC FROM WS-FTR-LINE.
           MOVE 'SUB-ACCOUNTS CLOSED ...... ' TO WS-F-LABEL.
           MOVE WS-TOT-SUBS TO WS-F-COUNT.
           WRITE CLR-REC FROM WS-FTR-LINE.
           MOVE 'BALANCES PAID OUT ........ ' TO WS-F-LABEL.
           MOVE WS-TOT-PAYOUTS TO WS-F-COUNT.
           WRITE CLR-REC FROM WS-FTR-LINE.
           MOVE 'STANDING ORDERS CANCELLED  ' TO WS-F-LABEL.
           MOVE WS-TOT-ORDERS TO WS-F-COUNT.
           WRITE CLR-REC FROM WS-FTR-LINE.
       H400-END. EXIT.

       H420-PRINT-CURRENCY.
           IF WS-CURR-USED (CX)
               COMPUTE WS-DVZ-OUT = CX - 1
               MOVE WS-DVZ-OUT            TO WS-C-DVZ
               MOVE WS-CURR-SUBS (CX)     TO WS-C-SUBS
               MOVE WS-CURR-PAYEE (CX)    TO WS-C-PAYEE
               MOVE WS-CURR-SUSPENSE (CX) TO WS-C-SUSPENSE
               WRITE CLR-REC FROM WS-CUR-LINE
           END-IF.
       H420-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE CLS-FILE.
           CLOSE CLR-FILE.
           DISPLAY '=================================================='.
           DISPLAY 'CLOSRPT RUN SUMMARY'.
           DISPLAY 'HISTORY RECORDS READ ...... ' WS-TOT-READ.
           DISPLAY 'CUSTOMERS CLOSED .......... ' WS-TOT-CLOSED.
           DISPLAY 'CUSTOMERS DELETED ......... ' WS-TOT-DELETED.
           DISPLAY 'SUB-ACCOUNTS CLOSED ....... ' WS-TOT-SUBS.
           DISPLAY 'BALANCES PAID OUT ......... ' WS-TOT-PAYOUTS.
           DISPLAY 'STANDING ORDERS CANCELLED . ' WS-TOT-ORDERS.
           DISPLAY '=================================================='.
           DISPLAY 'PROGRAM IS EXIT'
           STOP RUN.
       H999-END. EXIT.
