       IDENTIFICATION DIVISION.

       PROGRAM-ID.    FEECHRG.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE   ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT ACC-FILE   ASSIGN TO ACCFILE
                             STATUS ST-ACCFILE
                             ORGANIZATION IS INDEXED
                             ACCESS IS SEQUENTIAL
                             RECORD KEY IS ACC-KEY.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             STATUS ST-IDXFILE
                             ORGANIZATION IS INDEXED
                             ACCESS IS RANDOM
                             RECORD KEY IS IDX-KEY.
           SELECT FEE-FILE   ASSIGN TO FEEFILE
                             STATUS ST-FEEFILE
                             ORGANIZATION IS INDEXED
                             ACCESS IS RANDOM
                             RECORD KEY IS FEE-DVZ.
           SELECT AUD-FILE   ASSIGN TO AUDFILE
                             STATUS ST-AUDFILE.
           SELECT WRK-FILE   ASSIGN TO WRKFILE
                             STATUS WRK-ST.
           SELECT FER-FILE   ASSIGN TO FERFILE
                             STATUS FER-ST.
           SELECT SRT-FILE   ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           05 PRM-RUN-DATE        PIC X(08).
           05 PRM-RUN-DATE-N REDEFINES PRM-RUN-DATE
                                  PIC 9(08).
           05 PRM-MAINT-SW        PIC X(01).
              88 PRM-CHARGE-MAINT          VALUE 'Y'.
       FD  ACC-FILE.
           COPY ACCREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  FEE-FILE.
           COPY FEEREC.
       FD  AUD-FILE RECORDING MODE F.
           COPY AUDREC.
       FD  WRK-FILE RECORDING MODE F.
       01  WRK-REC.
           05 WRK-UID             PIC 9(05).
           05 WRK-DVZ             PIC 9(03).
           05 WRK-TRF-COUNT       PIC 9(07).
       FD  FER-FILE RECORDING MODE F.
       01  FER-REC                PIC X(100).
       SD  SRT-FILE.
       01  SRT-REC.
           05 SRT-UID             PIC 9(05).
           05 SRT-DVZ             PIC 9(03).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 PRM-ST              PIC 9(02).
              88 PRM-SUCCESS              VALUE 00.
           05 ST-ACCFILE          PIC 9(02).
              88 ACC-SUCCESS              VALUE 00 97.
              88 ACC-EOF                  VALUE 10.
           05 ST-IDXFILE          PIC 9(02).
              88 IDX-SUCCESS              VALUE 00 97.
           05 ST-FEEFILE          PIC 9(02).
              88 FEE-SUCCESS              VALUE 00 97.
           05 ST-AUDFILE          PIC 9(02).
              88 AUD-SUCCESS              VALUE 00.
           05 WRK-ST              PIC 9(02).
              88 WRK-SUCCESS              VALUE 00.
           05 FER-ST              PIC 9(02).
              88 FER-SUCCESS              VALUE 00.
           05 WS-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-EOF                    VALUE 'Y'.
           05 WS-SRT-EOF-SW       PIC X(01) VALUE 'N'.
              88 WS-SRT-EOF                VALUE 'Y'.
           05 WS-FIRST-SW         PIC X(01) VALUE 'Y'.
              88 WS-FIRST-KEY              VALUE 'Y'.
           05 WS-SCH-FOUND-SW     PIC X(01).
              88 WS-SCH-FOUND             VALUE 'Y'.
           05 WS-IDX-FOUND-SW     PIC X(01).
              88 WS-IDX-FOUND             VALUE 'Y'.
           05 WS-WAIVED-SW        PIC X(01).
              88 WS-WAIVED                VALUE 'Y'.
           05 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
           05 WS-AUD-TIME         PIC 9(08) VALUE ZERO.
      *    TRANSACTION REFERENCE FOR EACH FEE POSTING - THE 'FE'
      *    SOURCE IS WHAT MARKS THE MOVEMENT AS FEE INCOME TO
      *    GLEXTR, GLDETL AND THE STATEMENT.
           05 WS-TRN-REF.
              10 WS-TRN-SOURCE    PIC X(02) VALUE 'FE'.
              10 WS-TRN-DATE      PIC 9(08) VALUE ZERO.
              10 WS-TRN-SEQ       PIC 9(06) VALUE ZERO.
      *    MATCH KEYS FOR THE ACCOUNT / TRANSFER-COUNT MERGE -
      *    UID TIMES 1000 PLUS CURRENCY, HIGH VALUE AT END OF FILE.
           05 WS-ACC-MKEY         PIC 9(09) VALUE ZERO.
           05 WS-WRK-MKEY         PIC 9(09) VALUE ZERO.
              88 WS-WRK-DONE              VALUE 999999999.
           05 WS-CUR-UID          PIC 9(05) VALUE ZERO.
           05 WS-CUR-DVZ          PIC 9(03) VALUE ZERO.
           05 WS-CUR-COUNT        PIC 9(07) VALUE ZERO.
           05 WS-TRF-COUNT        PIC 9(07) VALUE ZERO.
           05 WS-SCH-MAINT-AMT    PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-SCH-OD-AMT       PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-SCH-TRF-AMT      PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-SCH-MIN-BAL      PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-FEE-MAINT        PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-FEE-OD           PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-FEE-TRF          PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-FEE-TOTAL        PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-FEE-WAIVED       PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-FEE-AMOUNT       PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-OPEN-BALANCE     PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-BEF-BALANCE      PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-AFT-BALANCE      PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-TOT-READ         PIC 9(08) VALUE ZERO.
           05 WS-TOT-TRF-LEGS     PIC 9(08) VALUE ZERO.
           05 WS-TOT-TRF-ORPHAN   PIC 9(08) VALUE ZERO.
           05 WS-TOT-CHARGED      PIC 9(08) VALUE ZERO.
           05 WS-TOT-POSTINGS     PIC 9(08) VALUE ZERO.
           05 WS-TOT-WAIVED       PIC 9(08) VALUE ZERO.
           05 WS-TOT-NO-SCHED     PIC 9(08) VALUE ZERO.
           05 WS-TOT-SUSPENSE     PIC 9(08) VALUE ZERO.
           05 WS-DVZ-SUB          PIC 9(04) COMP VALUE ZERO.
           05 WS-DVZ-OUT          PIC 9(03) VALUE ZERO.
           05 CX                  PIC 9(04) COMP VALUE ZERO.
      *    PER-CURRENCY FEE INCOME, SUBSCRIPTED DIRECTLY BY
      *    CURRENCY CODE PLUS ONE SO EVERY POSSIBLE DVZ (000-999)
      *    HAS A SLOT AND NOTHING CAN EVER BE SKIPPED.
           05 WS-CURR-TABLE.
              10 WS-CURR-ENTRY OCCURS 1000 TIMES.
                 15 WS-CURR-USED-SW  PIC X(01).
                    88 WS-CURR-USED           VALUE 'Y'.
                 15 WS-CURR-MAINT    PIC S9(15) COMP-3.
                 15 WS-CURR-OD       PIC S9(15) COMP-3.
                 15 WS-CURR-TRF      PIC S9(15) COMP-3.
                 15 WS-CURR-WAIVED   PIC S9(15) COMP-3.
                 15 WS-CURR-CH-CNT   PIC 9(07).
                 15 WS-CURR-WV-CNT   PIC 9(07).
           COPY CALAREA.
           COPY SUSPUID.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(38) VALUE
              'FEE AND SERVICE CHARGE REPORT - DATE: '.
           05 WS-H-DATE           PIC 9(08).
           05 FILLER              PIC X(16) VALUE
              '   MAINTENANCE: '.
           05 WS-H-MAINT          PIC X(03).
           05 FILLER              PIC X(35) VALUE SPACES.
       01  WS-HDR-LINE-2.
           05 FILLER              PIC X(40) VALUE
              'UID   DVZ   OPENING BALANCE  MAINTENANCE'.
           05 FILLER              PIC X(60) VALUE
              '     OD USAGE  TRF     TRANSFER        TOTAL NOTE'.
       01  WS-DTL-LINE.
           05 WS-D-UID            PIC 9(05).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-BALANCE        PIC -(16)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-MAINT          PIC ZZZZZZZZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-OD             PIC ZZZZZZZZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-TRF-CNT        PIC ZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-TRF            PIC ZZZZZZZZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-TOTAL          PIC ZZZZZZZZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-NOTE           PIC X(06).
           05 FILLER              PIC X(09) VALUE SPACES.
       01  WS-CUR-HDR-LINE.
           05 FILLER              PIC X(50) VALUE
              'FEE INCOME BY CURRENCY'.
           05 FILLER              PIC X(50) VALUE SPACES.
       01  WS-CUR-HDR-LINE-2.
           05 FILLER              PIC X(35) VALUE
              'DVZ     MAINTENANCE        OD USAGE'.
           05 FILLER              PIC X(65) VALUE
              '        TRANSFER          WAIVED CHARGED WAIVED'.
       01  WS-CUR-LINE.
           05 WS-C-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-C-MAINT          PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-C-OD             PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-C-TRF            PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-C-WAIVED         PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-C-CH-CNT         PIC ZZZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-C-WV-CNT         PIC ZZZZZ9.
           05 FILLER              PIC X(19) VALUE SPACES.
       01  WS-FTR-LINE-1.
           05 FILLER              PIC X(28) VALUE
              'SUB-ACCOUNTS READ ......... '.
           05 WS-F-READ           PIC ZZZZZZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.
       01  WS-FTR-LINE-2.
           05 FILLER              PIC X(28) VALUE
              'SUB-ACCOUNTS CHARGED ...... '.
           05 WS-F-CHARGED        PIC ZZZZZZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.
       01  WS-FTR-LINE-3.
           05 FILLER              PIC X(28) VALUE
              'FEE POSTINGS WRITTEN ...... '.
           05 WS-F-POSTINGS       PIC ZZZZZZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.
       01  WS-FTR-LINE-4.
           05 FILLER              PIC X(28) VALUE
              'SUB-ACCOUNTS WAIVED ....... '.
           05 WS-F-WAIVED         PIC ZZZZZZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
      *    THE DAY'S OUTGOING TRANSFER LEGS ARE SORTED INTO ACCOUNT
      *    KEY ORDER AND COUNTED INTO A WORK FILE, WHICH IS THEN
      *    MATCHED AGAINST ACC-FILE IN ONE SEQUENTIAL PASS.
           SORT SRT-FILE ON ASCENDING KEY SRT-UID SRT-DVZ
                INPUT PROCEDURE IS H200-SELECT-TRANSFERS
                OUTPUT PROCEDURE IS H250-COUNT-TRANSFERS
           PERFORM H280-OPEN-POSTING
           PERFORM H290-PRINT-HEADERS
           PERFORM H300-PROCESS UNTIL WS-EOF
           PERFORM H310-SKIP-ORPHAN UNTIL WS-WRK-DONE
           PERFORM H500-PRINT-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT PRM-FILE.
           IF NOT PRM-SUCCESS
               DISPLAY 'PRM-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' PRM-ST
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ PRM-FILE
               AT END
                   DISPLAY 'PRM-FILE IS EMPTY'
                   PERFORM H999-PROGRAM-EXIT
           END-READ.
           CLOSE PRM-FILE.
           IF PRM-RUN-DATE NOT NUMERIC OR PRM-RUN-DATE-N = ZERO
               SET WS-CAL-FUNC-DATE TO TRUE
               CALL WS-CALDATE USING WS-CAL-AREA
               IF NOT WS-CAL-OK
                   DISPLAY 'BUSINESS DATE NOT AVAILABLE'
                   DISPLAY 'CALDATE RC: ' WS-CAL-RC
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE WS-CAL-BUS-DATE TO WS-RUN-DATE
           ELSE
               MOVE PRM-RUN-DATE-N TO WS-RUN-DATE
           END-IF.
           OPEN OUTPUT FER-FILE.
           IF NOT FER-SUCCESS
               DISPLAY 'FER-FILE DOES NOT OPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H150-INIT-TABLE.
       H100-END. EXIT.

       H150-INIT-TABLE.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 1000
               MOVE 'N'  TO WS-CURR-USED-SW (CX)
               MOVE ZERO TO WS-CURR-MAINT (CX)
               MOVE ZERO TO WS-CURR-OD (CX)
               MOVE ZERO TO WS-CURR-TRF (CX)
               MOVE ZERO TO WS-CURR-WAIVED (CX)
               MOVE ZERO TO WS-CURR-CH-CNT (CX)
               MOVE ZERO TO WS-CURR-WV-CNT (CX)
           END-PERFORM.
       H150-END. EXIT.

      *    AN OUTGOING LEG IS A 'T' MOVEMENT OF THE DAY THAT TOOK
      *    MONEY OUT OF THE SUB-ACCOUNT.  REVERSAL LEGS ARE NOT
      *    CHARGED.
       H200-SELECT-TRANSFERS.
           OPEN INPUT AUD-FILE.
           IF NOT AUD-SUCCESS
               DISPLAY 'AUD-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-AUDFILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           READ AUD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM H220-RELEASE-TRANSFER UNTIL WS-EOF.
           CLOSE AUD-FILE.
       H200-END. EXIT.

       H220-RELEASE-TRANSFER.
           IF AUD-OPRT = 'T' AND AUD-DATE = WS-RUN-DATE
              AND NOT AUD-REVERSAL
              AND AUD-NEW-BALANCE < AUD-OLD-BALANCE
               ADD 1 TO WS-TOT-TRF-LEGS
               MOVE AUD-UID     TO SRT-UID
               MOVE AUD-NEW-DVZ TO SRT-DVZ
               RELEASE SRT-REC
           END-IF.
           READ AUD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       H220-END. EXIT.

       H250-COUNT-TRANSFERS.
           OPEN OUTPUT WRK-FILE.
           IF NOT WRK-SUCCESS
               DISPLAY 'WRK-FILE DOES NOT OPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-FIRST-SW.
           RETURN SRT-FILE
               AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.
           PERFORM H260-COUNT-ONE UNTIL WS-SRT-EOF.
           IF NOT WS-FIRST-KEY
               PERFORM H270-FLUSH-COUNT
           END-IF.
           CLOSE WRK-FILE.
       H250-END. EXIT.

       H260-COUNT-ONE.
           IF WS-FIRST-KEY OR SRT-UID NOT = WS-CUR-UID
                           OR SRT-DVZ NOT = WS-CUR-DVZ
               IF NOT WS-FIRST-KEY
                   PERFORM H270-FLUSH-COUNT
               END-IF
               MOVE 'N'     TO WS-FIRST-SW
               MOVE SRT-UID TO WS-CUR-UID
               MOVE SRT-DVZ TO WS-CUR-DVZ
               MOVE ZERO    TO WS-CUR-COUNT
           END-IF.
           ADD 1 TO WS-CUR-COUNT.
           RETURN SRT-FILE
               AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.
       H260-END. EXIT.

       H270-FLUSH-COUNT.
           MOVE WS-CUR-UID   TO WRK-UID.
           MOVE WS-CUR-DVZ   TO WRK-DVZ.
           MOVE WS-CUR-COUNT TO WRK-TRF-COUNT.
           WRITE WRK-REC.
       H270-END. EXIT.

       H280-OPEN-POSTING.
           OPEN I-O ACC-FILE.
           IF NOT ACC-SUCCESS
               DISPLAY 'ACC-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-ACCFILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O IDX-FILE.
           IF NOT IDX-SUCCESS
               DISPLAY 'IDX-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-IDXFILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT FEE-FILE.
           IF NOT FEE-SUCCESS
               DISPLAY 'FEE-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-FEEFILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND AUD-FILE.
           IF NOT AUD-SUCCESS
               OPEN OUTPUT AUD-FILE
               CLOSE AUD-FILE
               OPEN EXTEND AUD-FILE
           END-IF.
           IF NOT AUD-SUCCESS
               DISPLAY 'AUD-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-AUDFILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT WRK-FILE.
           IF NOT WRK-SUCCESS
               DISPLAY 'WRK-FILE DOES NOT OPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H315-READ-WORK.
           MOVE 'N' TO WS-EOF-SW.
           READ ACC-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       H280-END. EXIT.

       H290-PRINT-HEADERS.
           MOVE WS-RUN-DATE TO WS-H-DATE.
           IF PRM-CHARGE-MAINT
               MOVE 'YES' TO WS-H-MAINT
           ELSE
               MOVE 'NO ' TO WS-H-MAINT
           END-IF.
           WRITE FER-REC FROM WS-HDR-LINE-1.
           WRITE FER-REC FROM WS-HDR-LINE-2.
       H290-END. EXIT.

       H300-PROCESS.
           ADD 1 TO WS-TOT-READ.
           COMPUTE WS-DVZ-SUB = ACC-DVZ + 1.
           COMPUTE WS-ACC-MKEY = ACC-UID * 1000 + ACC-DVZ.
           PERFORM H310-SKIP-ORPHAN
                   UNTIL WS-WRK-MKEY NOT < WS-ACC-MKEY.
           MOVE ZERO TO WS-TRF-COUNT.
           IF WS-WRK-MKEY = WS-ACC-MKEY
               MOVE WRK-TRF-COUNT TO WS-TRF-COUNT
               PERFORM H315-READ-WORK
           END-IF.
      *    THE CLOSED-ACCOUNT SUSPENSE POSITION IS NEVER CHARGED.
           IF ACC-UID = WS-SUSPENSE-UID
               ADD 1 TO WS-TOT-SUSPENSE
           ELSE
               PERFORM H320-FIND-SCHEDULE
               IF WS-SCH-FOUND
                   PERFORM H340-ASSESS
               ELSE
                   ADD 1 TO WS-TOT-NO-SCHED
               END-IF
           END-IF.
           READ ACC-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       H300-END. EXIT.

      *    TRANSFER LEGS FOR A SUB-ACCOUNT NO LONGER ON ACC-FILE
      *    CANNOT BE CHARGED - THEY ARE COUNTED AND PASSED OVER.
       H310-SKIP-ORPHAN.
           ADD WRK-TRF-COUNT TO WS-TOT-TRF-ORPHAN.
           PERFORM H315-READ-WORK.
       H310-END. EXIT.

       H315-READ-WORK.
           READ WRK-FILE
               AT END SET WS-WRK-DONE TO TRUE
               NOT AT END
                   COMPUTE WS-WRK-MKEY = WRK-UID * 1000 + WRK-DVZ
           END-READ.
       H315-END. EXIT.

      *    THE SCHEDULE IN FORCE ON THE RUN DATE - THE CURRENT ONE
      *    ONCE ITS EFFECTIVE DATE IS REACHED, OTHERWISE THE ONE
      *    IT IS DUE TO REPLACE.
       H320-FIND-SCHEDULE.
           MOVE 'N'     TO WS-SCH-FOUND-SW.
           MOVE ACC-DVZ TO FEE-DVZ.
           READ FEE-FILE KEY FEE-DVZ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SCH-FOUND TO TRUE
                   IF FEE-EFF-DATE NOT > WS-RUN-DATE
                       MOVE FEE-MAINT-AMT     TO WS-SCH-MAINT-AMT
                       MOVE FEE-OD-AMT        TO WS-SCH-OD-AMT
                       MOVE FEE-TRF-AMT       TO WS-SCH-TRF-AMT
                       MOVE FEE-MIN-BAL       TO WS-SCH-MIN-BAL
                   ELSE
                       MOVE FEE-PRV-MAINT-AMT TO WS-SCH-MAINT-AMT
                       MOVE FEE-PRV-OD-AMT    TO WS-SCH-OD-AMT
                       MOVE FEE-PRV-TRF-AMT   TO WS-SCH-TRF-AMT
                       MOVE FEE-PRV-MIN-BAL   TO WS-SCH-MIN-BAL
                   END-IF
           END-READ.
       H320-END. EXIT.

      *    THE OVERDRAFT FEE IS JUDGED ON THE BALANCE BEFORE ANY
      *    FEE IS TAKEN.  A BALANCE AT OR ABOVE THE SCHEDULE
      *    MINIMUM WAIVES MAINTENANCE AND TRANSFER FEES.
       H340-ASSESS.
           MOVE ZERO TO WS-FEE-MAINT.
           MOVE ZERO TO WS-FEE-OD.
           MOVE ZERO TO WS-FEE-WAIVED.
           MOVE 'N'  TO WS-WAIVED-SW.
           IF PRM-CHARGE-MAINT
               MOVE WS-SCH-MAINT-AMT TO WS-FEE-MAINT
           END-IF.
           IF ACC-BALANCE < ZERO
               MOVE WS-SCH-OD-AMT TO WS-FEE-OD
           END-IF.
           COMPUTE WS-FEE-TRF = WS-TRF-COUNT * WS-SCH-TRF-AMT.
           IF WS-SCH-MIN-BAL > ZERO
              AND ACC-BALANCE NOT < WS-SCH-MIN-BAL
              AND (WS-FEE-MAINT > ZERO OR WS-FEE-TRF > ZERO)
               SET WS-WAIVED TO TRUE
               COMPUTE WS-FEE-WAIVED = WS-FEE-MAINT + WS-FEE-TRF
               MOVE ZERO TO WS-FEE-MAINT
               MOVE ZERO TO WS-FEE-TRF
           END-IF.
           COMPUTE WS-FEE-TOTAL = WS-FEE-MAINT + WS-FEE-OD
                                + WS-FEE-TRF.
           MOVE ACC-BALANCE TO WS-OPEN-BALANCE.
           IF WS-FEE-TOTAL > ZERO
               PERFORM H350-POST-FEES
           END-IF.
           IF WS-FEE-TOTAL > ZERO OR WS-WAIVED
               PERFORM H400-WRITE-DETAIL
           END-IF.
       H340-END. EXIT.

       H350-POST-FEES.
           COMPUTE ACC-BALANCE = ACC-BALANCE - WS-FEE-TOTAL.
           MOVE WS-RUN-DATE TO ACC-DATE.
           PERFORM H355-MARK-OVERDRAWN.
           REWRITE ACC-REC.
           PERFORM H360-SYNC-MIRROR.
           MOVE WS-OPEN-BALANCE TO WS-BEF-BALANCE.
           IF WS-FEE-MAINT > ZERO
               MOVE WS-FEE-MAINT TO WS-FEE-AMOUNT
               PERFORM H380-WRITE-AUDIT
           END-IF.
           IF WS-FEE-OD > ZERO
               MOVE WS-FEE-OD TO WS-FEE-AMOUNT
               PERFORM H380-WRITE-AUDIT
           END-IF.
           IF WS-FEE-TRF > ZERO
               MOVE WS-FEE-TRF TO WS-FEE-AMOUNT
               PERFORM H380-WRITE-AUDIT
           END-IF.
           ADD 1 TO WS-TOT-CHARGED.
           MOVE 'Y' TO WS-CURR-USED-SW (WS-DVZ-SUB).
           ADD WS-FEE-MAINT TO WS-CURR-MAINT (WS-DVZ-SUB).
           ADD WS-FEE-OD    TO WS-CURR-OD (WS-DVZ-SUB).
           ADD WS-FEE-TRF   TO WS-CURR-TRF (WS-DVZ-SUB).
           ADD 1 TO WS-CURR-CH-CNT (WS-DVZ-SUB).
       H350-END. EXIT.

      *    ACC-OD-SINCE KEEPS THE DATE THE SUB-ACCOUNT FIRST WENT
      *    NEGATIVE; A POSTING BACK TO ZERO OR ABOVE CLEARS IT.
       H355-MARK-OVERDRAWN.
           IF ACC-BALANCE < ZERO
               IF ACC-OD-SINCE = ZERO
                   MOVE WS-RUN-DATE TO ACC-OD-SINCE
               END-IF
           ELSE
               MOVE ZERO TO ACC-OD-SINCE
           END-IF.
       H355-END. EXIT.

      *    THE CUSTOMER MASTER MIRRORS THE PRIMARY-CURRENCY
      *    SUB-ACCOUNT BALANCE.  IDX-DATE IS LEFT ALONE SO A FEE
      *    DOES NOT COUNT AS CUSTOMER ACTIVITY FOR THE DORMANT
      *    AGING RUN.
       H360-SYNC-MIRROR.
           MOVE 'N'     TO WS-IDX-FOUND-SW.
           MOVE ACC-UID TO IDX-UID.
           READ IDX-FILE KEY IDX-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-IDX-FOUND TO TRUE
                   IF IDX-DVZ = ACC-DVZ
                       MOVE ACC-BALANCE TO IDX-BALANCE
                       REWRITE IDX-REC
                   END-IF
           END-READ.
       H360-END. EXIT.

      *    ONE 'B' POSTING PER FEE TYPE, WITH BEFORE AND AFTER
      *    IMAGES CHAINED FROM THE OPENING BALANCE, EXACTLY AS
      *    INTACCR POSTS AN ACCRUAL, SO GLEXTR, ACTSTMT AND
      *    RECONCIL PICK THE FEES UP WITHOUT CHANGES.
       H380-WRITE-AUDIT.
           COMPUTE WS-AFT-BALANCE = WS-BEF-BALANCE - WS-FEE-AMOUNT.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE WS-RUN-DATE    TO AUD-DATE.
           MOVE WS-AUD-TIME    TO AUD-TIME.
           MOVE ACC-UID        TO AUD-UID.
           MOVE 'B'            TO AUD-OPRT.
           MOVE ST-ACCFILE     TO AUD-RC.
           IF WS-IDX-FOUND
               MOVE IDX-NAME    TO AUD-OLD-NAME
               MOVE IDX-SURNAME TO AUD-OLD-SURNAME
               MOVE IDX-NAME    TO AUD-NEW-NAME
               MOVE IDX-SURNAME TO AUD-NEW-SURNAME
           ELSE
               MOVE SPACES      TO AUD-OLD-NAME
               MOVE SPACES      TO AUD-OLD-SURNAME
               MOVE SPACES      TO AUD-NEW-NAME
               MOVE SPACES      TO AUD-NEW-SURNAME
           END-IF.
           MOVE ACC-DVZ        TO AUD-OLD-DVZ.
           MOVE WS-BEF-BALANCE TO AUD-OLD-BALANCE.
           MOVE ACC-OD-LIMIT   TO AUD-OLD-LIMIT.
           MOVE ACC-DVZ        TO AUD-NEW-DVZ.
           MOVE WS-AFT-BALANCE TO AUD-NEW-BALANCE.
           MOVE ACC-OD-LIMIT   TO AUD-NEW-LIMIT.
           MOVE SPACE          TO AUD-REV-SW.
           MOVE ZERO           TO AUD-ORIG-REF.
           MOVE WS-RUN-DATE    TO WS-TRN-DATE.
           ADD 1               TO WS-TRN-SEQ.
           MOVE WS-TRN-REF     TO AUD-TRN-REF.
           WRITE AUD-REC.
           ADD 1 TO WS-TOT-POSTINGS.
           MOVE WS-AFT-BALANCE TO WS-BEF-BALANCE.
       H380-END. EXIT.

       H400-WRITE-DETAIL.
           MOVE ACC-UID         TO WS-D-UID.
           MOVE ACC-DVZ         TO WS-D-DVZ.
           MOVE WS-OPEN-BALANCE TO WS-D-BALANCE.
           MOVE WS-FEE-MAINT    TO WS-D-MAINT.
           MOVE WS-FEE-OD       TO WS-D-OD.
           MOVE WS-TRF-COUNT    TO WS-D-TRF-CNT.
           MOVE WS-FEE-TRF      TO WS-D-TRF.
           MOVE WS-FEE-TOTAL    TO WS-D-TOTAL.
           IF WS-WAIVED
               MOVE 'WAIVED' TO WS-D-NOTE
               ADD 1 TO WS-TOT-WAIVED
               MOVE 'Y' TO WS-CURR-USED-SW (WS-DVZ-SUB)
               ADD WS-FEE-WAIVED TO WS-CURR-WAIVED (WS-DVZ-SUB)
               ADD 1 TO WS-CURR-WV-CNT (WS-DVZ-SUB)
           ELSE
               MOVE SPACES TO WS-D-NOTE
           END-IF.
           WRITE FER-REC FROM WS-DTL-LINE.
       H400-END. EXIT.

       H500-PRINT-SUMMARY.
           WRITE FER-REC FROM WS-CUR-HDR-LINE.
           WRITE FER-REC FROM WS-CUR-HDR-LINE-2.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 1000
               IF WS-CURR-USED (CX)
                   COMPUTE WS-DVZ-OUT = CX - 1
                   MOVE WS-DVZ-OUT           TO WS-C-DVZ
                   MOVE WS-CURR-MAINT (CX)   TO WS-C-MAINT
                   MOVE WS-CURR-OD (CX)      TO WS-C-OD
                   MOVE WS-CURR-TRF (CX)     TO WS-C-TRF
                   MOVE WS-CURR-WAIVED (CX)  TO WS-C-WAIVED
                   MOVE WS-CURR-CH-CNT (CX)  TO WS-C-CH-CNT
                   MOVE WS-CURR-WV-CNT (CX)  TO WS-C-WV-CNT
                   WRITE FER-REC FROM WS-CUR-LINE
               END-IF
           END-PERFORM.
           MOVE WS-TOT-READ TO WS-F-READ.
           WRITE FER-REC FROM WS-FTR-LINE-1.
           MOVE WS-TOT-CHARGED TO WS-F-CHARGED.
           WRITE FER-REC FROM WS-FTR-LINE-2.
           MOVE WS-TOT-POSTINGS TO WS-F-POSTINGS.
           WRITE FER-REC FROM WS-FTR-LINE-3.
           MOVE WS-TOT-WAIVED TO WS-F-WAIVED.
           WRITE FER-REC FROM WS-FTR-LINE-4.
       H500-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE ACC-FILE.
           CLOSE IDX-FILE.
           CLOSE FEE-FILE.
           CLOSE AUD-FILE.
           CLOSE WRK-FILE.
           CLOSE FER-FILE.
           DISPLAY '=================================================='.
           DISPLAY 'FEECHRG RUN SUMMARY'.
           DISPLAY 'SUB-ACCOUNTS READ ......... ' WS-TOT-READ.
           DISPLAY 'OUTGOING TRANSFER LEGS .... ' WS-TOT-TRF-LEGS.
           DISPLAY 'LEGS WITH NO SUB-ACCOUNT .. ' WS-TOT-TRF-ORPHAN.
           DISPLAY 'SUB-ACCOUNTS CHARGED ...... ' WS-TOT-CHARGED.
           DISPLAY 'FEE POSTINGS WRITTEN ...... ' WS-TOT-POSTINGS.
           DISPLAY 'SUB-ACCOUNTS WAIVED ....... ' WS-TOT-WAIVED.
           DISPLAY 'NO SCHEDULE FOR CURRENCY .. ' WS-TOT-NO-SCHED.
           DISPLAY 'SUSPENSE SUB-ACCOUNTS ..... ' WS-TOT-SUSPENSE.
           DISPLAY '=================================================='.
           DISPLAY 'PROGRAM IS EXIT'
           STOP RUN.
       H999-END. EXIT.
