       IDENTIFICATION DIVISION.

       PROGRAM-ID.    GLDETL.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLD-FILE   ASSIGN TO GLDFILE
                             STATUS GLD-ST.
           SELECT GLJ-FILE   ASSIGN TO GLJFILE
                             STATUS GLJ-ST.
           SELECT GDL-FILE   ASSIGN TO GDLFILE
                             STATUS GDL-ST.
           SELECT SRT-FILE   ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
       FD  GLD-FILE RECORDING MODE F.
           COPY GLDREC.
       FD  GLJ-FILE RECORDING MODE F.
       01  GLJ-REC.
           05 GLJ-POST-DATE       PIC 9(08).
           05 GLJ-DVZ             PIC 9(03).
           05 GLJ-DEBIT-TOTAL     PIC 9(15).
           05 GLJ-CREDIT-TOTAL    PIC 9(15).
           05 GLJ-BASE-EQUIV      PIC S9(13)V9(02)
                                  SIGN LEADING SEPARATE.
           05 GLJ-DEBIT-COUNT     PIC 9(07).
           05 GLJ-CREDIT-COUNT    PIC 9(07).
           05 GLJ-FEE-INCOME      PIC S9(15)
                                  SIGN LEADING SEPARATE.
           05 GLJ-FEE-COUNT       PIC 9(07).
       FD  GDL-FILE RECORDING MODE F.
       01  GDL-REC                PIC X(100).
       SD  SRT-FILE.
       01  SRT-REC.
           05 SRT-DVZ             PIC 9(03).
           05 SRT-TRN-REF         PIC X(16).
           05 SRT-AUD-TIME        PIC 9(08).
           05 SRT-UID             PIC 9(05).
           05 SRT-OPRT            PIC X(01).
           05 SRT-DR-CR           PIC X(01).
              88 SRT-DEBIT                 VALUE 'D'.
           05 SRT-AMOUNT          PIC 9(15).
           05 SRT-REV-SW          PIC X(01).
              88 SRT-REVERSAL              VALUE 'R'.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 GLD-ST              PIC 9(02).
              88 GLD-SUCCESS              VALUE 00.
           05 GLJ-ST              PIC 9(02).
              88 GLJ-SUCCESS              VALUE 00.
           05 GDL-ST              PIC 9(02).
              88 GDL-SUCCESS              VALUE 00.
           05 WS-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-EOF                    VALUE 'Y'.
           05 WS-SRT-EOF-SW       PIC X(01) VALUE 'N'.
              88 WS-SRT-EOF                VALUE 'Y'.
           05 WS-FIRST-SW         PIC X(01) VALUE 'Y'.
              88 WS-FIRST-DVZ              VALUE 'Y'.
           05 WS-POST-DATE        PIC 9(08) VALUE ZERO.
           05 WS-CUR-DVZ          PIC 9(03) VALUE ZERO.
           05 WS-SUB-DEBIT        PIC 9(15) VALUE ZERO.
           05 WS-SUB-CREDIT       PIC 9(15) VALUE ZERO.
           05 WS-SUB-DEB-CNT      PIC 9(07) VALUE ZERO.
           05 WS-SUB-CRD-CNT      PIC 9(07) VALUE ZERO.
           05 WS-SUB-FEE          PIC S9(15) VALUE ZERO.
           05 WS-SUB-FEE-CNT      PIC 9(07) VALUE ZERO.
           05 WS-TOT-DETAIL       PIC 9(08) VALUE ZERO.
           05 WS-TOT-JOURNAL      PIC 9(05) VALUE ZERO.
           05 WS-TOT-AGREE        PIC 9(05) VALUE ZERO.
           05 WS-TOT-DIFFER       PIC 9(05) VALUE ZERO.
           05 WS-DVZ-SUB          PIC 9(04) COMP VALUE ZERO.
           05 CX                  PIC 9(04) COMP VALUE ZERO.
      *    GLJ TOTALS ARE HELD BY CURRENCY CODE PLUS ONE, AS IN
      *    GLEXTR, SO EACH DETAIL GROUP FINDS ITS JOURNAL TOTAL
      *    DIRECTLY.  THE LISTED SWITCH CATCHES JOURNAL TOTALS
      *    THAT HAVE NO DETAIL BEHIND THEM AT ALL.
           05 WS-GLJ-TABLE.
              10 WS-GLJ-ENTRY OCCURS 1000 TIMES.
                 15 WS-GLJ-LOAD-SW   PIC X(01) VALUE 'N'.
                    88 WS-GLJ-LOADED          VALUE 'Y'.
                 15 WS-GLJ-LIST-SW   PIC X(01) VALUE 'N'.
                    88 WS-GLJ-LISTED          VALUE 'Y'.
                 15 WS-GLJ-DEBIT     PIC 9(15) VALUE ZERO.
                 15 WS-GLJ-CREDIT    PIC 9(15) VALUE ZERO.
                 15 WS-GLJ-DEB-CNT   PIC 9(07) VALUE ZERO.
                 15 WS-GLJ-CRD-CNT   PIC 9(07) VALUE ZERO.
                 15 WS-GLJ-FEE       PIC S9(15) VALUE ZERO.
                 15 WS-GLJ-FEE-CNT   PIC 9(07) VALUE ZERO.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(37) VALUE
              'GENERAL LEDGER DETAIL LISTING - DATE '.
           05 FILLER              PIC X(2) VALUE ': '.
           05 WS-H-DATE           PIC 9(08).
           05 FILLER              PIC X(53) VALUE SPACES.
       01  WS-HDR-LINE-2.
           05 FILLER              PIC X(36) VALUE
              'DVZ TRANSACTION REF     UID  OP  D/C'.
           05 FILLER              PIC X(64) VALUE
              '         AMOUNT TAG'.
       01  WS-DTL-LINE.
           05 WS-D-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-TRN-REF        PIC X(16).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-D-UID            PIC 9(05).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-D-OPRT           PIC X(01).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-D-DR-CR          PIC X(01).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-AMOUNT         PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-REV-TAG        PIC X(03).
           05 FILLER              PIC X(45) VALUE SPACES.
       01  WS-SUB-LINE.
           05 FILLER              PIC X(13) VALUE
              'DVZ SUBTOTAL '.
           05 WS-S-DVZ            PIC ZZ9.
           05 FILLER              PIC X(5) VALUE ' DR: '.
           05 WS-S-DEBIT          PIC -(14)9.
           05 FILLER              PIC X(2) VALUE ' ('.
           05 WS-S-DEB-CNT        PIC ZZZZZZ9.
           05 FILLER              PIC X(6) VALUE ')  CR:'.
           05 WS-S-CREDIT         PIC -(14)9.
           05 FILLER              PIC X(2) VALUE ' ('.
           05 WS-S-CRD-CNT        PIC ZZZZZZ9.
           05 FILLER              PIC X(1) VALUE ')'.
           05 FILLER              PIC X(24) VALUE SPACES.
       01  WS-FEE-LINE.
           05 FILLER              PIC X(21) VALUE
              '    FEE INCOME       '.
           05 WS-S-FEE            PIC -(14)9.
           05 FILLER              PIC X(2) VALUE ' ('.
           05 WS-S-FEE-CNT        PIC ZZZZZZ9.
           05 FILLER              PIC X(1) VALUE ')'.
           05 FILLER              PIC X(54) VALUE SPACES.
       01  WS-TIE-LINE.
           05 FILLER              PIC X(17) VALUE
              '    GLJ TOTAL    '.
           05 WS-T-DESC           PIC X(40).
           05 FILLER              PIC X(43) VALUE SPACES.
       01  WS-NDT-LINE.
           05 WS-N-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 FILLER              PIC X(48) VALUE
              'GLJ TOTAL HAS NO DETAIL BEHIND IT - INVESTIGATE'.
           05 FILLER              PIC X(48) VALUE SPACES.
       01  WS-FTR-LINE-1.
           05 FILLER              PIC X(28) VALUE
              'DETAIL RECORDS LISTED ..... '.
           05 WS-F-DETAIL         PIC ZZZZZZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.
       01  WS-FTR-LINE-2.
           05 FILLER              PIC X(28) VALUE
              'GLJ TOTALS AGREE / DIFFER . '.
           05 WS-F-AGREE          PIC ZZZZZZZ9.
           05 FILLER              PIC X(3) VALUE ' / '.
           05 WS-F-DIFFER         PIC ZZZZZZZ9.
           05 FILLER              PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PRINT-HEADERS
      *    THE DETAIL IS SORTED INTO CURRENCY AND REFERENCE ORDER
      *    SO EACH GLJ TOTAL IS FOLLOWED BY EXACTLY THE POSTINGS
      *    THAT MAKE IT UP, THEN TIED BACK TO THE JOURNAL.
           SORT SRT-FILE ON ASCENDING KEY SRT-DVZ SRT-TRN-REF
                                          SRT-AUD-TIME
                INPUT PROCEDURE IS H300-LOAD-DETAIL
                OUTPUT PROCEDURE IS H400-PRINT-DETAIL
           PERFORM H600-CHECK-UNLISTED
                   VARYING CX FROM 1 BY 1
                   UNTIL CX > 1000
           PERFORM H700-PRINT-FOOTER
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN OUTPUT GDL-FILE.
           IF NOT GDL-SUCCESS
               DISPLAY 'GDL-FILE DOES NOT OPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-LOAD-JOURNAL.
       H100-END. EXIT.

       H110-LOAD-JOURNAL.
           OPEN INPUT GLJ-FILE.
           IF NOT GLJ-SUCCESS
               DISPLAY 'GLJ-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' GLJ-ST
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           READ GLJ-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM H120-STORE-JOURNAL UNTIL WS-EOF.
           CLOSE GLJ-FILE.
       H110-END. EXIT.

       H120-STORE-JOURNAL.
           ADD 1 TO WS-TOT-JOURNAL.
           MOVE GLJ-POST-DATE TO WS-POST-DATE.
           COMPUTE WS-DVZ-SUB = GLJ-DVZ + 1.
           SET WS-GLJ-LOADED (WS-DVZ-SUB) TO TRUE.
           MOVE GLJ-DEBIT-TOTAL  TO WS-GLJ-DEBIT (WS-DVZ-SUB).
           MOVE GLJ-CREDIT-TOTAL TO WS-GLJ-CREDIT (WS-DVZ-SUB).
           MOVE GLJ-DEBIT-COUNT  TO WS-GLJ-DEB-CNT (WS-DVZ-SUB).
           MOVE GLJ-CREDIT-COUNT TO WS-GLJ-CRD-CNT (WS-DVZ-SUB).
           MOVE GLJ-FEE-INCOME   TO WS-GLJ-FEE (WS-DVZ-SUB).
           MOVE GLJ-FEE-COUNT    TO WS-GLJ-FEE-CNT (WS-DVZ-SUB).
           READ GLJ-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       H120-END. EXIT.

       H200-PRINT-HEADERS.
           MOVE WS-POST-DATE TO WS-H-DATE.
           WRITE GDL-REC FROM WS-HDR-LINE-1.
           WRITE GDL-REC FROM WS-HDR-LINE-2.
       H200-END. EXIT.

       H300-LOAD-DETAIL.
           OPEN INPUT GLD-FILE.
           IF NOT GLD-SUCCESS
               DISPLAY 'GLD-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' GLD-ST
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           READ GLD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM H320-RELEASE-DETAIL UNTIL WS-EOF.
           CLOSE GLD-FILE.
       H300-END. EXIT.

       H320-RELEASE-DETAIL.
           MOVE GLD-DVZ       TO SRT-DVZ.
           MOVE GLD-TRN-REF   TO SRT-TRN-REF.
           MOVE GLD-AUD-TIME  TO SRT-AUD-TIME.
           MOVE GLD-UID       TO SRT-UID.
           MOVE GLD-OPRT      TO SRT-OPRT.
           MOVE GLD-DR-CR     TO SRT-DR-CR.
           MOVE GLD-AMOUNT    TO SRT-AMOUNT.
           MOVE GLD-REV-SW    TO SRT-REV-SW.
           RELEASE SRT-REC.
           READ GLD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       H320-END. EXIT.

       H400-PRINT-DETAIL.
           RETURN SRT-FILE
               AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.
           PERFORM H420-PRINT-ONE UNTIL WS-SRT-EOF.
           IF NOT WS-FIRST-DVZ
               PERFORM H500-CURRENCY-BREAK
           END-IF.
       H400-END. EXIT.

       H420-PRINT-ONE.
           IF WS-FIRST-DVZ OR SRT-DVZ NOT = WS-CUR-DVZ
               IF NOT WS-FIRST-DVZ
                   PERFORM H500-CURRENCY-BREAK
               END-IF
               MOVE 'N'     TO WS-FIRST-SW
               MOVE SRT-DVZ TO WS-CUR-DVZ
               MOVE ZERO    TO WS-SUB-DEBIT WS-SUB-CREDIT
                               WS-SUB-DEB-CNT WS-SUB-CRD-CNT
                               WS-SUB-FEE WS-SUB-FEE-CNT
           END-IF.
           ADD 1 TO WS-TOT-DETAIL.
           IF SRT-DEBIT
               ADD SRT-AMOUNT TO WS-SUB-DEBIT
               ADD 1 TO WS-SUB-DEB-CNT
           ELSE
               ADD SRT-AMOUNT TO WS-SUB-CREDIT
               ADD 1 TO WS-SUB-CRD-CNT
           END-IF.
           IF SRT-TRN-REF (1:2) = 'FE'
               ADD 1 TO WS-SUB-FEE-CNT
               IF SRT-DEBIT
                   ADD SRT-AMOUNT TO WS-SUB-FEE
               ELSE
                   SUBTRACT SRT-AMOUNT FROM WS-SUB-FEE
               END-IF
           END-IF.
           MOVE SRT-DVZ     TO WS-D-DVZ.
           MOVE SRT-TRN-REF TO WS-D-TRN-REF.
           MOVE SRT-UID     TO WS-D-UID.
           MOVE SRT-OPRT    TO WS-D-OPRT.
           MOVE SRT-DR-CR   TO WS-D-DR-CR.
           MOVE SRT-AMOUNT  TO WS-D-AMOUNT.
           IF SRT-REVERSAL
               MOVE 'REV' TO WS-D-REV-TAG
           ELSE IF SRT-TRN-REF (1:2) = 'FE'
               MOVE 'FEE' TO WS-D-REV-TAG
           ELSE
               MOVE SPACES TO WS-D-REV-TAG
           END-IF.
           WRITE GDL-REC FROM WS-DTL-LINE.
           RETURN SRT-FILE
               AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.
       H420-END. EXIT.

      *    SUBTOTAL FOR THE CURRENCY JUST LISTED, COMPARED AMOUNT
      *    FOR AMOUNT AND COUNT FOR COUNT WITH ITS GLJ RECORD.  THE
      *    FEE INCOME LINE IS SHOWN ONLY WHERE FEES WERE POSTED, BUT
      *    IS ALWAYS PART OF THE TIE.
       H500-CURRENCY-BREAK.
           MOVE WS-CUR-DVZ     TO WS-S-DVZ.
           MOVE WS-SUB-DEBIT   TO WS-S-DEBIT.
           MOVE WS-SUB-DEB-CNT TO WS-S-DEB-CNT.
           MOVE WS-SUB-CREDIT  TO WS-S-CREDIT.
           MOVE WS-SUB-CRD-CNT TO WS-S-CRD-CNT.
           WRITE GDL-REC FROM WS-SUB-LINE.
           IF WS-SUB-FEE-CNT > ZERO
               MOVE WS-SUB-FEE     TO WS-S-FEE
               MOVE WS-SUB-FEE-CNT TO WS-S-FEE-CNT
               WRITE GDL-REC FROM WS-FEE-LINE
           END-IF.
           COMPUTE WS-DVZ-SUB = WS-CUR-DVZ + 1.
           IF NOT WS-GLJ-LOADED (WS-DVZ-SUB)
               MOVE 'MISSING FROM GLJ - INVESTIGATE' TO WS-T-DESC
               ADD 1 TO WS-TOT-DIFFER
           ELSE
               SET WS-GLJ-LISTED (WS-DVZ-SUB) TO TRUE
               IF WS-SUB-DEBIT   = WS-GLJ-DEBIT (WS-DVZ-SUB)
                  AND WS-SUB-CREDIT  = WS-GLJ-CREDIT (WS-DVZ-SUB)
                  AND WS-SUB-DEB-CNT = WS-GLJ-DEB-CNT (WS-DVZ-SUB)
                  AND WS-SUB-CRD-CNT = WS-GLJ-CRD-CNT (WS-DVZ-SUB)
                  AND WS-SUB-FEE     = WS-GLJ-FEE (WS-DVZ-SUB)
                  AND WS-SUB-FEE-CNT = WS-GLJ-FEE-CNT (WS-DVZ-SUB)
                   MOVE 'AGREES WITH GLJ' TO WS-T-DESC
                   ADD 1 TO WS-TOT-AGREE
               ELSE
                   MOVE 'DIFFERS FROM GLJ - INVESTIGATE' TO WS-T-DESC
                   ADD 1 TO WS-TOT-DIFFER
               END-IF
           END-IF.
           WRITE GDL-REC FROM WS-TIE-LINE.
       H500-END. EXIT.

       H600-CHECK-UNLISTED.
           IF WS-GLJ-LOADED (CX) AND NOT WS-GLJ-LISTED (CX)
               COMPUTE WS-N-DVZ = CX - 1
               WRITE GDL-REC FROM WS-NDT-LINE
               ADD 1 TO WS-TOT-DIFFER
           END-IF.
       H600-END. EXIT.

       H700-PRINT-FOOTER.
           MOVE WS-TOT-DETAIL TO WS-F-DETAIL.
           WRITE GDL-REC FROM WS-FTR-LINE-1.
           MOVE WS-TOT-AGREE  TO WS-F-AGREE.
           MOVE WS-TOT-DIFFER TO WS-F-DIFFER.
           WRITE GDL-REC FROM WS-FTR-LINE-2.
       H700-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE GDL-FILE.
           DISPLAY '=================================================='.
           DISPLAY 'GLDETL RUN SUMMARY'.
           DISPLAY 'GLJ TOTALS READ ........... ' WS-TOT-JOURNAL.
           DISPLAY 'DETAIL RECORDS LISTED ..... ' WS-TOT-DETAIL.
           DISPLAY 'GLJ TOTALS AGREEING ....... ' WS-TOT-AGREE.
           DISPLAY 'GLJ TOTALS DIFFERING ...... ' WS-TOT-DIFFER.
           DISPLAY '=================================================='.
           DISPLAY 'PROGRAM IS EXIT'
           STOP RUN.
       H999-END. EXIT.
