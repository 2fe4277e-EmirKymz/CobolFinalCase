       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ODAGING.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             STATUS ST-IDXFILE
                             ORGANIZATION IS INDEXED
                             ACCESS IS RANDOM
                             RECORD KEY IS IDX-KEY.
           SELECT ACC-FILE   ASSIGN TO ACCFILE
                             STATUS ST-ACCFILE
                             ORGANIZATION IS INDEXED
                             ACCESS IS SEQUENTIAL
                             RECORD KEY IS ACC-KEY.
           SELECT FX-FILE    ASSIGN TO FXFILE
                             STATUS ST-FXFILE
                             ORGANIZATION IS INDEXED
                             ACCESS IS SEQUENTIAL
                             RECORD KEY IS FX-DVZ.
           SELECT ODR-FILE   ASSIGN TO ODRFILE
                             STATUS ODR-ST.
           SELECT COL-FILE   ASSIGN TO COLFILE
                             STATUS COL-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  ACC-FILE.
           COPY ACCREC.
       FD  FX-FILE.
           COPY FXREC.
       FD  ODR-FILE RECORDING MODE F.
       01  ODR-REC                PIC X(100).
      *    REFERRAL LIST FOR THE COLLECTIONS TEAM - ONLY THE
      *    SUB-ACCOUNTS OVER THEIR LIMIT OR OVERDRAWN MORE THAN
      *    90 DAYS.
       FD  COL-FILE RECORDING MODE F.
       01  COL-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ST-IDXFILE          PIC 9(02).
              88 IDX-SUCCESS              VALUE 00 97.
           05 ST-ACCFILE          PIC 9(02).
              88 ACC-SUCCESS              VALUE 00 97.
              88 ACC-EOF                  VALUE 10.
           05 ST-FXFILE           PIC 9(02).
              88 FX-SUCCESS               VALUE 00 97.
              88 FX-EOF                   VALUE 10.
           05 ODR-ST              PIC 9(02).
              88 ODR-SUCCESS              VALUE 00.
           05 COL-ST              PIC 9(02).
              88 COL-SUCCESS              VALUE 00.
           05 WS-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-EOF                    VALUE 'Y'.
           05 WS-FX-OPEN-SW       PIC X(01) VALUE 'N'.
              88 WS-FX-OPEN                VALUE 'Y'.
           05 WS-RATE-FOUND-SW    PIC X(01).
              88 WS-RATE-FOUND            VALUE 'Y'.
           05 WS-OVER-LIMIT-SW    PIC X(01).
              88 WS-OVER-LIMIT            VALUE 'Y'.
           05 WS-AGED-SW          PIC X(01).
              88 WS-AGED                  VALUE 'Y'.
           05 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
           05 WS-PREV-UID         PIC S9(05) COMP-3 VALUE -1.
           05 WS-SINCE-DATE       PIC 9(08) VALUE ZERO.
           05 WS-OD-AMOUNT        PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-OD-DAYS          PIC S9(07) VALUE ZERO.
           05 WS-UTIL-WORK        PIC S9(15)V9(01) COMP-3 VALUE ZERO.
           05 WS-UTIL-PCT         PIC S9(05)V9(01) COMP-3 VALUE ZERO.
           05 WS-BUCKET           PIC 9(04) COMP VALUE ZERO.
           05 WS-TOT-READ         PIC 9(08) VALUE ZERO.
           05 WS-TOT-OVERDRAWN    PIC 9(08) VALUE ZERO.
           05 WS-TOT-OVER-LIMIT   PIC 9(08) VALUE ZERO.
           05 WS-TOT-AGED         PIC 9(08) VALUE ZERO.
           05 WS-TOT-REFERRED     PIC 9(08) VALUE ZERO.
           05 WS-DVZ-SUB          PIC 9(04) COMP VALUE ZERO.
           05 WS-DVZ-OUT          PIC 9(03) VALUE ZERO.
           05 CX                  PIC 9(04) COMP VALUE ZERO.
           05 BX                  PIC 9(04) COMP VALUE ZERO.
           05 WS-BUCKET-NAMES.
              10 FILLER           PIC X(05) VALUE '1-30 '.
              10 FILLER           PIC X(05) VALUE '31-60'.
              10 FILLER           PIC X(05) VALUE '61-90'.
              10 FILLER           PIC X(05) VALUE '90+  '.
           05 WS-BUCKET-TABLE REDEFINES WS-BUCKET-NAMES.
              10 WS-BUCKET-NAME   PIC X(05) OCCURS 4 TIMES.
      *    PER-CURRENCY EXPOSURE, SUBSCRIPTED DIRECTLY BY CURRENCY
      *    CODE PLUS ONE AS TRIALBAL DOES.  AMOUNTS ARE THE
      *    OVERDRAWN AMOUNT, HELD POSITIVE.
           05 WS-CURR-TABLE.
              10 WS-CURR-ENTRY OCCURS 1000 TIMES.
                 15 WS-CURR-USED-SW  PIC X(01) VALUE 'N'.
                    88 WS-CURR-USED           VALUE 'Y'.
                 15 WS-CURR-COUNT    PIC 9(07) VALUE ZERO.
                 15 WS-CURR-TOTAL    PIC S9(15) COMP-3 VALUE ZERO.
                 15 WS-CURR-BUCKET   PIC S9(15) COMP-3 VALUE ZERO
                                     OCCURS 4 TIMES.
           05 WS-BASE-DVZ         PIC S9(03) VALUE 949.
           05 WS-BASE-TOTAL       PIC S9(15)V9(06) COMP-3 VALUE ZERO.
           05 WS-BASE-BUCKET      PIC S9(15)V9(06) COMP-3 VALUE ZERO
                                  OCCURS 4 TIMES.
           05 WS-FX-UNCONVERTED   PIC 9(03) VALUE ZERO.
           05 WS-FX-STALE         PIC 9(03) VALUE ZERO.
           05 WS-CUR-RATE         PIC S9(05)V9(06) COMP-3.
           05 WS-FX-TABLE.
              10 WS-FX-ENTRY OCCURS 1000 TIMES.
                 15 WS-FX-LOAD-SW    PIC X(01) VALUE 'N'.
                    88 WS-FX-LOADED           VALUE 'Y'.
                 15 WS-FX-TBL-RATE   PIC S9(05)V9(06) COMP-3 VALUE ZERO.
                 15 WS-FX-TBL-DATE   PIC S9(09) COMP-3 VALUE ZERO.
           COPY CALAREA.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(50) VALUE
              'OVERDRAFT EXPOSURE AND AGING REPORT - BUS. DATE: '.
           05 WS-H-DATE           PIC 9(08).
           05 FILLER              PIC X(42) VALUE SPACES.
       01  WS-HDR-LINE-2.
           05 FILLER              PIC X(42) VALUE
              'UID   SURNAME         DVZ         BALANCE '.
           05 FILLER              PIC X(58) VALUE
              '       OD LIMIT  UTIL % OD SINCE  DAYS AGE   FLAG'.
       01  WS-DTL-LINE.
           05 WS-D-UID            PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-SURNAME        PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-BALANCE        PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-LIMIT          PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-UTIL           PIC ZZZZ9.9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-SINCE          PIC 9(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-DAYS           PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-BUCKET         PIC X(05).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-FLAG           PIC X(04).
           05 FILLER              PIC X(8) VALUE SPACES.
       01  WS-CUR-HDR-LINE.
           05 FILLER              PIC X(100) VALUE
              'OVERDRAWN AMOUNT BY CURRENCY AND DAYS OVERDRAWN'.
       01  WS-CUR-HDR-LINE-2.
           05 FILLER              PIC X(44) VALUE
              'DVZ   COUNT   OVERDRAWN TOT       1-30 DAYS '.
           05 FILLER              PIC X(56) VALUE
              '     31-60 DAYS      61-90 DAYS        90+ DAYS'.
       01  WS-CUR-LINE.
           05 WS-C-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-C-COUNT          PIC ZZZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-C-TOTAL          PIC Z(14)9.
           05 WS-C-BUCKETS OCCURS 4 TIMES.
              10 FILLER           PIC X(1) VALUE SPACE.
              10 WS-C-BUCKET      PIC Z(14)9.
           05 FILLER              PIC X(9) VALUE SPACES.
       01  WS-BASE-HDR-LINE.
           05 FILLER              PIC X(50) VALUE
              'CONSOLIDATED IN BASE DVZ - TOTAL, 1-30, 31-60, 61-'.
           05 FILLER              PIC X(50) VALUE
              '90 AND 90+ DAYS'.
       01  WS-BASE-LINE.
           05 FILLER              PIC X(05) VALUE 'BASE '.
           05 WS-B-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-B-TOTAL          PIC Z(13)9.99.
           05 WS-B-BUCKETS OCCURS 4 TIMES.
              10 FILLER           PIC X(1) VALUE SPACE.
              10 WS-B-BUCKET      PIC Z(13)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
       01  WS-UNCV-LINE.
           05 FILLER              PIC X(32) VALUE
              'CURRENCIES WITHOUT A RATE (NOT '.
           05 FILLER              PIC X(23) VALUE
              'INCLUDED IN BASE TOTAL:'.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-U-COUNT          PIC ZZ9.
           05 FILLER              PIC X(41) VALUE SPACES.
       01  WS-STAL-LINE.
           05 FILLER              PIC X(32) VALUE
              'CURRENCIES CONSOLIDATED WITH A R'.
           05 FILLER              PIC X(27) VALUE
              'ATE OLDER THAN RUN DATE: '.
           05 WS-T-COUNT          PIC ZZ9.
           05 FILLER              PIC X(38) VALUE SPACES.
       01  WS-FTR-LINE-1.
           05 FILLER              PIC X(28) VALUE
              'SUB-ACCOUNTS OVERDRAWN .... '.
           05 WS-F-OVERDRAWN      PIC ZZZZZZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.
       01  WS-FTR-LINE-2.
           05 FILLER              PIC X(28) VALUE
              'REFERRED TO COLLECTIONS ... '.
           05 WS-F-REFERRED       PIC ZZZZZZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.
       01  WS-COL-HDR-LINE-1.
           05 FILLER              PIC X(50) VALUE
              'COLLECTIONS REFERRALS - BUSINESS DATE: '.
           05 WS-K-DATE           PIC 9(08).
           05 FILLER              PIC X(42) VALUE SPACES.
       01  WS-COL-HDR-LINE-2.
           05 FILLER              PIC X(42) VALUE
              'UID   SURNAME         DVZ         BALANCE '.
           05 FILLER              PIC X(58) VALUE
              '       OD LIMIT OD SINCE  DAYS REASON'.
       01  WS-COL-LINE.
           05 WS-K-UID            PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-K-SURNAME        PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-K-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-K-BALANCE        PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-K-LIMIT          PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-K-SINCE          PIC 9(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-K-DAYS           PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-K-REASON         PIC X(27).

       PROCEDURE DIVISION.
      *    CREDIT RISK VIEW OF EVERY OVERDRAWN SUB-ACCOUNT ON THE
      *    BUSINESS DATE - HOW MUCH OF ITS LIMIT IT USES AND HOW
      *    LONG IT HAS BEEN BELOW ZERO (ACC-OD-SINCE).
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PRINT-HEADERS
           PERFORM H300-PROCESS UNTIL WS-EOF
           PERFORM H400-PRINT-CURRENCIES
           PERFORM H500-PRINT-BASE-TOTAL
           PERFORM H600-PRINT-FOOTER
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
           OPEN INPUT IDX-FILE.
           IF NOT IDX-SUCCESS
               DISPLAY 'IDX-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-IDXFILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT ACC-FILE.
           IF NOT ACC-SUCCESS
               DISPLAY 'ACC-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-ACCFILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT ODR-FILE.
           IF NOT ODR-SUCCESS
               DISPLAY 'ODR-FILE DOES NOT OPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT COL-FILE.
           IF NOT COL-SUCCESS
               DISPLAY 'COL-FILE DOES NOT OPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-LOAD-RATES.
           READ ACC-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       H100-END. EXIT.

       H110-LOAD-RATES.
           OPEN INPUT FX-FILE.
           IF NOT FX-SUCCESS
               DISPLAY 'FX-FILE DOES NOT OPENED - '
                       'BASE CURRENCY TOTAL WILL NOT BE PRODUCED'
           ELSE
               SET WS-FX-OPEN TO TRUE
               READ FX-FILE NEXT RECORD
                   AT END SET FX-EOF TO TRUE
               END-READ
               PERFORM H115-LOAD-ONE-RATE UNTIL FX-EOF
               CLOSE FX-FILE
           END-IF.
       H110-END. EXIT.

       H115-LOAD-ONE-RATE.
           COMPUTE WS-DVZ-SUB = FX-DVZ + 1.
           SET WS-FX-LOADED (WS-DVZ-SUB) TO TRUE.
           MOVE FX-RATE     TO WS-FX-TBL-RATE (WS-DVZ-SUB).
           MOVE FX-EFF-DATE TO WS-FX-TBL-DATE (WS-DVZ-SUB).
           READ FX-FILE NEXT RECORD
               AT END SET FX-EOF TO TRUE
           END-READ.
       H115-END. EXIT.

       H200-PRINT-HEADERS.
           MOVE WS-RUN-DATE TO WS-H-DATE.
           WRITE ODR-REC FROM WS-HDR-LINE-1.
           WRITE ODR-REC FROM WS-HDR-LINE-2.
           MOVE WS-RUN-DATE TO WS-K-DATE.
           WRITE COL-REC FROM WS-COL-HDR-LINE-1.
           WRITE COL-REC FROM WS-COL-HDR-LINE-2.
       H200-END. EXIT.

       H300-PROCESS.
           ADD 1 TO WS-TOT-READ.
           IF ACC-BALANCE < ZERO
               ADD 1 TO WS-TOT-OVERDRAWN
               COMPUTE WS-OD-AMOUNT = ZERO - ACC-BALANCE
               PERFORM H310-GET-CUSTOMER
               PERFORM H320-UTILISATION
               PERFORM H330-AGE-OVERDRAFT
               PERFORM H340-ACCUM-CURRENCY
               PERFORM H350-WRITE-DETAIL
               IF WS-OVER-LIMIT OR WS-AGED
                   PERFORM H360-WRITE-REFERRAL
               END-IF
           END-IF.
           READ ACC-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       H300-END. EXIT.

       H310-GET-CUSTOMER.
           IF ACC-UID NOT = WS-PREV-UID
               MOVE ACC-UID TO WS-PREV-UID
               MOVE ACC-UID TO IDX-UID
               READ IDX-FILE KEY IDX-KEY
                   INVALID KEY
                       MOVE SPACES TO WS-D-SURNAME
                   NOT INVALID KEY
                       MOVE IDX-SURNAME TO WS-D-SURNAME
               END-READ
           END-IF.
       H310-END. EXIT.

      *    UTILISATION IS THE OVERDRAWN AMOUNT AS A PERCENTAGE OF
      *    ACC-OD-LIMIT.  A SUB-ACCOUNT WITH NO LIMIT, OR BEYOND WHAT
      *    THE COLUMN HOLDS, PRINTS 99999.9.
       H320-UTILISATION.
           MOVE 'N' TO WS-OVER-LIMIT-SW.
           IF WS-OD-AMOUNT > ACC-OD-LIMIT
               SET WS-OVER-LIMIT TO TRUE
               ADD 1 TO WS-TOT-OVER-LIMIT
           END-IF.
           MOVE 99999.9 TO WS-UTIL-PCT.
           IF ACC-OD-LIMIT > ZERO
               COMPUTE WS-UTIL-WORK ROUNDED =
                       WS-OD-AMOUNT * 100 / ACC-OD-LIMIT
               IF WS-UTIL-WORK < 99999.9
                   MOVE WS-UTIL-WORK TO WS-UTIL-PCT
               END-IF
           END-IF.
       H320-END. EXIT.

      *    THE DAY THE BALANCE WENT NEGATIVE COUNTS AS DAY ONE.  A
      *    SUB-ACCOUNT WITHOUT AN OVERDRAWN-SINCE DATE IS AGED FROM
      *    ITS LAST POSTING; ONE THE CALENDAR CANNOT DATE GOES TO
      *    THE OLDEST BUCKET.
       H330-AGE-OVERDRAFT.
           IF ACC-OD-SINCE > ZERO
               MOVE ACC-OD-SINCE TO WS-SINCE-DATE
           ELSE
               MOVE ACC-DATE     TO WS-SINCE-DATE
           END-IF.
           SET WS-CAL-FUNC-DAYS TO TRUE.
           MOVE WS-SINCE-DATE TO WS-CAL-IN-DATE.
           MOVE ZERO          TO WS-CAL-TO-DATE.
           CALL WS-CALDATE USING WS-CAL-AREA.
           IF NOT WS-CAL-OK
               MOVE 99999 TO WS-OD-DAYS
           ELSE IF WS-CAL-DAYS < ZERO
               MOVE 1 TO WS-OD-DAYS
           ELSE
               COMPUTE WS-OD-DAYS = WS-CAL-DAYS + 1
           END-IF.
           EVALUATE TRUE
               WHEN WS-OD-DAYS > 90
                   MOVE 4 TO WS-BUCKET
               WHEN WS-OD-DAYS > 60
                   MOVE 3 TO WS-BUCKET
               WHEN WS-OD-DAYS > 30
                   MOVE 2 TO WS-BUCKET
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET
           END-EVALUATE.
           MOVE 'N' TO WS-AGED-SW.
           IF WS-BUCKET = 4
               SET WS-AGED TO TRUE
               ADD 1 TO WS-TOT-AGED
           END-IF.
       H330-END. EXIT.

       H340-ACCUM-CURRENCY.
           COMPUTE WS-DVZ-SUB = ACC-DVZ + 1.
           SET WS-CURR-USED (WS-DVZ-SUB) TO TRUE.
           ADD 1 TO WS-CURR-COUNT (WS-DVZ-SUB).
           ADD WS-OD-AMOUNT TO WS-CURR-TOTAL (WS-DVZ-SUB).
           ADD WS-OD-AMOUNT TO WS-CURR-BUCKET (WS-DVZ-SUB WS-BUCKET).
       H340-END. EXIT.

       H350-WRITE-DETAIL.
           MOVE ACC-UID       TO WS-D-UID.
           MOVE ACC-DVZ       TO WS-D-DVZ.
           MOVE ACC-BALANCE   TO WS-D-BALANCE.
           MOVE ACC-OD-LIMIT  TO WS-D-LIMIT.
           MOVE WS-UTIL-PCT   TO WS-D-UTIL.
           MOVE WS-SINCE-DATE TO WS-D-SINCE.
           MOVE WS-OD-DAYS    TO WS-D-DAYS.
           MOVE WS-BUCKET-NAME (WS-BUCKET) TO WS-D-BUCKET.
           IF WS-OVER-LIMIT AND WS-AGED
               MOVE 'BOTH' TO WS-D-FLAG
           ELSE IF WS-OVER-LIMIT
               MOVE 'LMT'  TO WS-D-FLAG
           ELSE IF WS-AGED
               MOVE 'AGE'  TO WS-D-FLAG
           ELSE
               MOVE SPACES TO WS-D-FLAG
           END-IF.
           WRITE ODR-REC FROM WS-DTL-LINE.
       H350-END. EXIT.

       H360-WRITE-REFERRAL.
           ADD 1 TO WS-TOT-REFERRED.
           MOVE ACC-UID       TO WS-K-UID.
           MOVE WS-D-SURNAME  TO WS-K-SURNAME.
           MOVE ACC-DVZ       TO WS-K-DVZ.
           MOVE ACC-BALANCE   TO WS-K-BALANCE.
           MOVE ACC-OD-LIMIT  TO WS-K-LIMIT.
           MOVE WS-SINCE-DATE TO WS-K-SINCE.
           MOVE WS-OD-DAYS    TO WS-K-DAYS.
           IF WS-OVER-LIMIT AND WS-AGED
               MOVE 'OVER LIMIT AND OVER 90 DAYS' TO WS-K-REASON
           ELSE IF WS-OVER-LIMIT
               MOVE 'OVER LIMIT' TO WS-K-REASON
           ELSE
               MOVE 'OVERDRAWN OVER 90 DAYS' TO WS-K-REASON
           END-IF.
           WRITE COL-REC FROM WS-COL-LINE.
       H360-END. EXIT.

       H400-PRINT-CURRENCIES.
           WRITE ODR-REC FROM WS-CUR-HDR-LINE.
           WRITE ODR-REC FROM WS-CUR-HDR-LINE-2.
           PERFORM H410-PRINT-ONE-CURRENCY
                   VARYING CX FROM 1 BY 1 UNTIL CX > 1000.
       H400-END. EXIT.

       H410-PRINT-ONE-CURRENCY.
           IF WS-CURR-USED (CX)
               COMPUTE WS-DVZ-OUT = CX - 1
               MOVE WS-DVZ-OUT         TO WS-C-DVZ
               MOVE WS-CURR-COUNT (CX) TO WS-C-COUNT
               MOVE WS-CURR-TOTAL (CX) TO WS-C-TOTAL
               PERFORM H415-MOVE-CURR-BUCKET
                       VARYING BX FROM 1 BY 1 UNTIL BX > 4
               WRITE ODR-REC FROM WS-CUR-LINE
           END-IF.
       H410-END. EXIT.

       H415-MOVE-CURR-BUCKET.
           MOVE WS-CURR-BUCKET (CX BX) TO WS-C-BUCKET (BX).
       H415-END. EXIT.

       H420-FIND-RATE.
           MOVE 'N'  TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-CUR-RATE.
           COMPUTE WS-DVZ-OUT = CX - 1.
           IF WS-DVZ-OUT = WS-BASE-DVZ
               SET WS-RATE-FOUND TO TRUE
               MOVE 1 TO WS-CUR-RATE
           ELSE
               IF WS-FX-LOADED (CX)
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-FX-TBL-RATE (CX) TO WS-CUR-RATE
                   IF WS-FX-TBL-DATE (CX) < WS-RUN-DATE
                       ADD 1 TO WS-FX-STALE
                   END-IF
               END-IF
           END-IF.
       H420-END. EXIT.

       H500-PRINT-BASE-TOTAL.
           IF WS-FX-OPEN
               PERFORM H510-CONVERT-CURRENCY
                       VARYING CX FROM 1 BY 1 UNTIL CX > 1000
               MOVE WS-BASE-DVZ   TO WS-B-DVZ
               MOVE WS-BASE-TOTAL TO WS-B-TOTAL
               PERFORM H530-MOVE-BASE-BUCKET
                       VARYING BX FROM 1 BY 1 UNTIL BX > 4
               WRITE ODR-REC FROM WS-BASE-HDR-LINE
               WRITE ODR-REC FROM WS-BASE-LINE
               IF WS-FX-UNCONVERTED > 0
                   MOVE WS-FX-UNCONVERTED TO WS-U-COUNT
                   WRITE ODR-REC FROM WS-UNCV-LINE
               END-IF
               IF WS-FX-STALE > 0
                   MOVE WS-FX-STALE TO WS-T-COUNT
                   WRITE ODR-REC FROM WS-STAL-LINE
               END-IF
           END-IF.
       H500-END. EXIT.

       H510-CONVERT-CURRENCY.
           IF WS-CURR-USED (CX)
               PERFORM H420-FIND-RATE
               IF WS-RATE-FOUND
                   COMPUTE WS-BASE-TOTAL = WS-BASE-TOTAL +
                           (WS-CURR-TOTAL (CX) * WS-CUR-RATE)
                   PERFORM H520-CONVERT-BUCKET
                           VARYING BX FROM 1 BY 1 UNTIL BX > 4
               ELSE
                   ADD 1 TO WS-FX-UNCONVERTED
               END-IF
           END-IF.
       H510-END. EXIT.

       H520-CONVERT-BUCKET.
           COMPUTE WS-BASE-BUCKET (BX) = WS-BASE-BUCKET (BX) +
                   (WS-CURR-BUCKET (CX BX) * WS-CUR-RATE).
       H520-END. EXIT.

       H530-MOVE-BASE-BUCKET.
           MOVE WS-BASE-BUCKET (BX) TO WS-B-BUCKET (BX).
       H530-END. EXIT.

       H600-PRINT-FOOTER.
           MOVE WS-TOT-OVERDRAWN TO WS-F-OVERDRAWN.
           WRITE ODR-REC FROM WS-FTR-LINE-1.
           MOVE WS-TOT-REFERRED  TO WS-F-REFERRED.
           WRITE ODR-REC FROM WS-FTR-LINE-2.
       H600-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE ACC-FILE.
           CLOSE ODR-FILE.
           CLOSE COL-FILE.
           DISPLAY '=================================================='.
           DISPLAY 'ODAGING RUN SUMMARY'.
           DISPLAY 'SUB-ACCOUNTS READ ......... ' WS-TOT-READ.
           DISPLAY 'SUB-ACCOUNTS OVERDRAWN .... ' WS-TOT-OVERDRAWN.
           DISPLAY 'OVER THEIR LIMIT .......... ' WS-TOT-OVER-LIMIT.
           DISPLAY 'OVERDRAWN OVER 90 DAYS .... ' WS-TOT-AGED.
           DISPLAY 'REFERRED TO COLLECTIONS ... ' WS-TOT-REFERRED.
           DISPLAY '=================================================='.
           DISPLAY 'PROGRAM IS EXIT'
           STOP RUN.
       H999-END. EXIT.
