                           ORGANIZATION IS INDEXED
                           ACCESS RANDOM
                           RECORD KEY IS FX-DVZ.
           SELECT HLD-FILE ASSIGN TO HLDFILE
                           STATUS ST-HLDFILE
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS HLD-KEY.
           SELECT STO-FILE ASSIGN TO STOFILE
                           STATUS ST-STOFILE
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS STO-KEY.
           SELECT CLS-FILE ASSIGN TO CLSFILE
                           STATUS ST-CLSFILE.
       DATA DIVISION.
       FILE SECTION.
       FD IDX-FILE.
       FD FX-FILE.
           COPY FXREC.

       FD HLD-FILE.
           COPY HLDREC.

       FD STO-FILE.
           COPY STOREC.

       FD CLS-FILE RECORDING MODE F.
           COPY CLSREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
            03 ST-IDXFILE          PIC 9(02).
               88 AUD-SUCCESS             VALUE 00.
            03 WS-AUD-DATE         PIC 9(08).
            03 WS-PROC-DATE        PIC 9(08).
      *     BUSINESS DATE FROM THE CALENDAR, FETCHED ONCE WHEN THE
      *     FILES ARE OPENED - EVERY STAMP AND AUDIT RECORD OF THE
      *     RUN CARRIES IT, HOWEVER LATE THE RUN GOES ON.
            03 WS-BUS-DATE         PIC 9(08) VALUE ZERO.
            03 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
            03 WS-AUD-TIME         PIC 9(08).
            03 WS-AUD-OPRT         PIC X(01).
            03 WS-BEF-NAME         PIC X(15).
            03 WS-OD-FLAG          PIC 9(01).
                88 WS-OD-REJECTED           VALUE 1.
                88 WS-OD-ACCEPTED           VALUE 0.
                88 WS-OD-FROZEN             VALUE 2.
                88 WS-OD-HELD               VALUE 3.
            03 WS-LIM-FLAG         PIC 9(01).
                88 WS-LIM-REJECTED          VALUE 1.
                88 WS-LIM-ACCEPTED          VALUE 0.
                88 WS-XFR-OD-REJ            VALUE 1.
                88 WS-XFR-NO-TGT            VALUE 2.
                88 WS-XFR-BAD-AMT           VALUE 3.
                88 WS-XFR-FROZEN            VALUE 4.
                88 WS-XFR-HELD              VALUE 5.
            03 WS-SRC-NAME         PIC X(15).
            03 WS-SRC-SURNAME      PIC X(15).
            03 WS-SRC-DVZ          PIC S9(03).
            03 WS-LANG             PIC X(02) VALUE 'TR'.
               88 WS-LANG-EN               VALUE 'EN'.
               88 WS-LANG-TR               VALUE 'TR'.
            03 WS-OPEN-SW          PIC X(01) VALUE 'N'.
               88 WS-FILES-OPEN            VALUE 'Y'.
            03 ST-HLDFILE          PIC 9(02).
               88 HLD-SUCCESS             VALUE 00 97.
            03 WS-HLD-FLAG         PIC 9(01).
                88 WS-HLD-ACCEPTED          VALUE 0.
                88 WS-HLD-NOT-FOUND         VALUE 1.
                88 WS-HLD-INVALID           VALUE 2.
                88 WS-HLD-DUPLICATE         VALUE 3.
            03 WS-HLD-DATE         PIC 9(08).
            03 WS-HLD-DONE-SW      PIC X(01) VALUE 'N'.
               88 WS-HLD-DONE              VALUE 'Y'.
            03 WS-FREEZE-SW        PIC X(01) VALUE 'N'.
               88 WS-ACCT-FROZEN           VALUE 'Y'.
            03 WS-HOLD-TOTAL       PIC S9(15) COMP-3 VALUE ZERO.
            03 WS-HOLD-COUNT       PIC 9(04) COMP VALUE ZERO.
            03 WS-REV-FLAG         PIC 9(01).
                88 WS-REV-ACCEPTED          VALUE 0.
                88 WS-REV-NOT-FOUND         VALUE 1.
                88 WS-REV-DONE-BEFORE       VALUE 2.
                88 WS-REV-OD-REJ            VALUE 3.
                88 WS-REV-NO-ACCT           VALUE 4.
            03 WS-AUD-END-SW       PIC X(01) VALUE 'N'.
               88 WS-AUD-END               VALUE 'Y'.
            03 WS-ORG-FOUND-SW     PIC X(01) VALUE 'N'.
               88 WS-ORG-FOUND             VALUE 'Y'.
            03 WS-ORG-REV-SW       PIC X(01) VALUE 'N'.
               88 WS-ORG-REVERSED          VALUE 'Y'.
            03 WS-PTR-WANT-SW      PIC X(01) VALUE 'N'.
               88 WS-PTR-WANTED            VALUE 'Y'.
            03 WS-PTR-FOUND-SW     PIC X(01) VALUE 'N'.
               88 WS-PTR-FOUND             VALUE 'Y'.
            03 WS-ORG-OPRT         PIC X(01).
            03 WS-ORG-DVZ          PIC S9(03).
            03 WS-ORG-AMOUNT       PIC S9(15) COMP-3.
            03 WS-PTR-DATE         PIC 9(08).
            03 WS-PTR-TIME         PIC 9(08).
            03 WS-PTR-UID          PIC 9(05).
            03 WS-SCN-AMOUNT       PIC S9(15) COMP-3.
            03 WS-PRV-DATE         PIC 9(08).
            03 WS-PRV-TIME         PIC 9(08).
            03 WS-PRV-UID          PIC 9(05).
            03 WS-PRV-OPRT         PIC X(01).
            03 WS-PRV-DVZ          PIC S9(03).
            03 WS-PRV-AMOUNT       PIC S9(15) COMP-3.
            03 WS-PRV-REV-SW       PIC X(01).
            03 WS-PRV-TRN-REF      PIC X(16).
            03 WS-RVL-BAL-BEF      PIC S9(15) COMP-3.
            03 WS-RVL-COUNT        PIC 9(04) COMP VALUE ZERO.
            03 RX                  PIC 9(04) COMP VALUE ZERO.
      *     ONE ENTRY PER LEG TO POST - ONE FOR A BALANCE POSTING,
      *     TWO FOR A TRANSFER (ORIGINAL TARGET FIRST, SO THE DEBIT
      *     LEG IS WRITTEN AHEAD OF THE CREDIT LEG AS FOR A TRANSFER).
            03 WS-RVL-TABLE.
               05 WS-RVL-ENTRY OCCURS 2 TIMES.
                  10 WS-RVL-UID        PIC 9(05).
                  10 WS-RVL-DATE       PIC 9(08).
                  10 WS-RVL-TIME       PIC 9(08).
                  10 WS-RVL-AMOUNT     PIC S9(15) COMP-3.
            03 ST-STOFILE          PIC 9(02).
               88 STO-SUCCESS             VALUE 00 97.
            03 ST-CLSFILE          PIC 9(02).
               88 CLS-SUCCESS             VALUE 00.
            03 WS-CLS-FLAG         PIC 9(01).
                88 WS-CLS-ACCEPTED          VALUE 0.
                88 WS-CLS-OVERDRAWN         VALUE 1.
                88 WS-CLS-HELD              VALUE 2.
                88 WS-CLS-BAD-PAYEE         VALUE 3.
                88 WS-CLS-NO-SUSPENSE       VALUE 4.
                88 WS-CLS-NOT-ZERO          VALUE 5.
                88 WS-CLS-SUSPENSE          VALUE 6.
            03 WS-CLS-OPRT         PIC X(01).
            03 WS-CLS-PAYEE        PIC 9(05).
            03 WS-CLS-PAID-SW      PIC X(01).
            03 WS-CLS-LAST-DVZ     PIC S9(03).
            03 WS-CLS-POS-COUNT    PIC 9(03) VALUE ZERO.
            03 WS-CLS-SUB-COUNT    PIC 9(03) VALUE ZERO.
            03 WS-CLS-STO-COUNT    PIC 9(05) VALUE ZERO.
            03 WS-CLS-MST-DATE     PIC S9(09) COMP-3.
            03 WS-CLS-DATE         PIC S9(09) COMP-3.
            03 WS-CLS-BALANCE      PIC S9(15) COMP-3.
            03 WS-CLS-LIMIT        PIC S9(15) COMP-3.
            03 WS-CLS-PAID         PIC S9(15) COMP-3.
            03 WS-STO-END-SW       PIC X(01) VALUE 'N'.
               88 WS-STO-END               VALUE 'Y'.
           COPY CALAREA.
           COPY SUSPUID.
       LINKAGE SECTION.
           COPY SUBAREA.
       PROCEDURE DIVISION USING WS-SUB-AREA.
      *    FILES ARE OPENED ON THE FIRST CALL AND STAY OPEN FOR THE
      *    WHOLE MAINPROG RUN.  MAINPROG SENDS FUNCTION 98 AT EACH
      *    CHECKPOINT AND FUNCTION 99 AT END OF FILE OR ON ABEND.
       0000-MAIN.
           IF WS-FUNC-CLOSE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT WS-FILES-OPEN
               PERFORM H100-OPEN-FILES
           END-IF.
           IF WS-FUNC-COMMIT
               PERFORM H900-COMMIT-FILES
           ELSE
               PERFORM H150-RESET-CALL
               PERFORM H200-PROCESS
           END-IF.
           GOBACK.
       0000-END. EXIT.

       H100-OPEN-FILES.
           IF NOT IDX-SUCCESS
               DISPLAY "I-O DOES NOT OPENED"
               DISPLAY "STATUS CODE: " ST-IDXFILE
               MOVE 99 TO WS-SUB-RC
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND AUD-FILE.
           IF NOT AUD-SUCCESS
               DISPLAY "AUD-FILE DOES NOT OPENED"
               DISPLAY "STATUS CODE: " ST-AUDFILE
               MOVE 99 TO WS-SUB-RC
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O ACC-FILE.
           IF NOT ACC-SUCCESS
               DISPLAY "ACC-FILE DOES NOT OPENED"
               DISPLAY "STATUS CODE: " ST-ACCFILE
               MOVE 99 TO WS-SUB-RC
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O HLD-FILE.
           IF NOT HLD-SUCCESS
               OPEN OUTPUT HLD-FILE
               CLOSE HLD-FILE
               OPEN I-O HLD-FILE
           END-IF.
           IF NOT HLD-SUCCESS
               DISPLAY "HLD-FILE DOES NOT OPENED"
               DISPLAY "STATUS CODE: " ST-HLDFILE
               MOVE 99 TO WS-SUB-RC
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND CLS-FILE.
           IF NOT CLS-SUCCESS
               OPEN OUTPUT CLS-FILE
               CLOSE CLS-FILE
               OPEN EXTEND CLS-FILE
           END-IF.
           IF NOT CLS-SUCCESS
               DISPLAY "CLS-FILE DOES NOT OPENED"
               DISPLAY "STATUS CODE: " ST-CLSFILE
               MOVE 99 TO WS-SUB-RC
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-CAL-FUNC-DATE TO TRUE.
           CALL WS-CALDATE USING WS-CAL-AREA.
           IF NOT WS-CAL-OK
               DISPLAY "BUSINESS DATE NOT AVAILABLE"
               DISPLAY "CALDATE RC: " WS-CAL-RC
               MOVE 99 TO WS-SUB-RC
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-CAL-BUS-DATE TO WS-BUS-DATE.
           PERFORM H120-LOAD-LANGUAGE.
           SET WS-FILES-OPEN TO TRUE.
       H100-END. EXIT.

       H120-LOAD-LANGUAGE.
           END-IF.
       H120-END. EXIT.

       H150-RESET-CALL.
           MOVE SPACES TO WS-DATA-1.
           MOVE 'N'    TO WS-ACC-AUD-SW.
           MOVE SPACES TO WS-DATA-2.
           MOVE SPACES TO WS-FNAME-F.
           MOVE SPACES TO WS-FNAME-T.
           MOVE SPACES TO WS-LNAME-F.
           MOVE SPACES TO WS-LNAME-T.
       H150-END. EXIT.

       H200-PROCESS.
           MOVE WS-SUB-UID TO IDX-UID.
           READ IDX-FILE KEY IDX-KEY
                MOVE ZERO   TO WS-BEF-BALANCE
                MOVE ZERO   TO WS-BEF-LIMIT
                IF WS-FUNC-BALANCE OR WS-FUNC-TRANSFER
                   OR WS-FUNC-HOLD OR WS-FUNC-CLOSURE
                    MOVE 01 TO WS-SUB-RC
                END-IF
                IF WS-FUNC-REVERSE
                    MOVE 04 TO WS-SUB-RC
                END-IF
                IF WS-FUNC-WRITE THEN PERFORM H500-WRITE
                ELSE PERFORM H300-SET-DESC
                END-IF
                ELSE IF WS-FUNC-BALANCE THEN PERFORM H450-POST-BALANCE
                ELSE IF WS-FUNC-LIMIT THEN PERFORM H470-SET-OD-LIMIT
                ELSE IF WS-FUNC-TRANSFER THEN PERFORM H465-TRANSFER
                ELSE IF WS-FUNC-HOLD THEN PERFORM H600-HOLD
                ELSE IF WS-FUNC-REVERSE THEN PERFORM H650-REVERSE
                ELSE IF WS-FUNC-DELETE OR WS-FUNC-CLOSURE
                   PERFORM H720-CLOSE-ACCOUNT
                ELSE
                   PERFORM H300-SET-DESC
                END-IF
                        MOVE 'KAYIT SILINEMEDI.' TO WS-DATA-2
                    END-IF
                ELSE IF WS-FLAG-NOT-INVALID THEN
                    PERFORM H760-CLS-NOT-INVLD
                END-IF
           ELSE IF WS-FUNC-UPDATE
                MOVE '-updt-rc:' TO WS-DATA-1
                ELSE IF WS-FLAG-NOT-INVALID THEN
                    PERFORM H468-XFR-NOT-INVLD
                END-IF
           ELSE IF WS-FUNC-HOLD
                MOVE '-hold-rc:' TO WS-DATA-1
                IF WS-FLAG-INVALID THEN
                    IF WS-LANG-EN
                        MOVE 'ACCOUNT NOT FOUND.' TO WS-DATA-2
                    ELSE
                        MOVE 'HESAP BULUNAMADI.' TO WS-DATA-2
                    END-IF
                ELSE IF WS-FLAG-NOT-INVALID THEN
                    PERFORM H640-HOLD-NOT-INVLD
                END-IF
           ELSE IF WS-FUNC-REVERSE
                MOVE '-revs-rc:' TO WS-DATA-1
                IF WS-FLAG-INVALID THEN
                    IF WS-LANG-EN
                        MOVE 'ACCOUNT NOT FOUND.' TO WS-DATA-2
                    ELSE
                        MOVE 'HESAP BULUNAMADI.' TO WS-DATA-2
                    END-IF
                ELSE IF WS-FLAG-NOT-INVALID THEN
                    PERFORM H690-REV-NOT-INVLD
                END-IF
           ELSE IF WS-FUNC-CLOSURE
                MOVE '-clos-rc:' TO WS-DATA-1
                IF WS-FLAG-INVALID THEN
                    IF WS-LANG-EN
                        MOVE 'ACCOUNT NOT FOUND.' TO WS-DATA-2
                    ELSE
                        MOVE 'HESAP BULUNAMADI.' TO WS-DATA-2
                    END-IF
                ELSE IF WS-FLAG-NOT-INVALID THEN
                    PERFORM H760-CLS-NOT-INVLD
                END-IF
           ELSE
      *          WS-SUB-FUNC IS ALWAYS 1 THRU 10 HERE SINCE MAINPROG
      *          ROUTES ANY OTHER OPERATION CODE STRAIGHT TO REJ-FILE
      *          WITHOUT CALLING SUBPROG - KEPT AS A DEFENSIVE FALLBACK
      *          IN CASE SUBPROG IS EVER CALLED FROM SOMEWHERE ELSE.
           MOVE ACC-BALANCE  TO WS-BEF-BALANCE.
           MOVE ACC-OD-LIMIT TO WS-BEF-LIMIT.
           COMPUTE WS-NEW-BALANCE = ACC-BALANCE + WS-SUB-AMOUNT.
           MOVE ZERO TO WS-HOLD-TOTAL.
           MOVE 'N'  TO WS-FREEZE-SW.
           IF WS-SUB-AMOUNT < 0
               PERFORM H630-SUM-HOLDS
           END-IF.
           IF (WS-NEW-BALANCE + ACC-OD-LIMIT) < 0
               SET WS-OD-REJECTED TO TRUE
               MOVE 01 TO WS-SUB-RC
           ELSE IF WS-ACCT-FROZEN
               SET WS-OD-FROZEN TO TRUE
               MOVE 05 TO WS-SUB-RC
           ELSE IF (WS-NEW-BALANCE + ACC-OD-LIMIT - WS-HOLD-TOTAL) < 0
               SET WS-OD-HELD TO TRUE
               MOVE 06 TO WS-SUB-RC
           ELSE
               SET WS-OD-ACCEPTED TO TRUE
               MOVE WS-NEW-BALANCE TO ACC-BALANCE
               PERFORM H700-STAMP-ACTIVITY
               MOVE WS-PROC-DATE TO ACC-DATE
               PERFORM H710-MARK-OVERDRAWN
               IF WS-ACC-NEW
                   WRITE ACC-REC
               ELSE
                   MOVE ZERO         TO ACC-DATE
                   MOVE ZERO         TO ACC-BALANCE
                   MOVE IDX-OD-LIMIT TO ACC-OD-LIMIT
                   MOVE ZERO         TO ACC-OD-SINCE
               NOT INVALID KEY
                   MOVE 'N' TO WS-ACC-NEW-SW
           END-READ.
                   STRING 'BAKIYE LIMITI ASILDI.' DELIMITED BY SIZE
                          INTO WS-DATA-2
               END-IF
           ELSE IF WS-OD-FROZEN
               IF WS-LANG-EN
                   MOVE 'ACCOUNT FROZEN.' TO WS-DATA-2
               ELSE
                   MOVE 'HESAP DONDURULDU.' TO WS-DATA-2
               END-IF
           ELSE IF WS-OD-HELD
               IF WS-LANG-EN
                   MOVE 'FUNDS UNDER HOLD.' TO WS-DATA-2
               ELSE
                   MOVE 'BAKIYE BLOKELI.' TO WS-DATA-2
               END-IF
           ELSE
               IF WS-LANG-EN
                   STRING 'BALANCE UPDATED.' DELIMITED BY SIZE
           MOVE ACC-BALANCE   TO WS-SRC-BAL-BEF.
           MOVE ACC-OD-LIMIT  TO WS-SRC-LIMIT.
           COMPUTE WS-SRC-BAL-AFT = ACC-BALANCE - WS-SUB-AMOUNT.
           PERFORM H630-SUM-HOLDS.
           IF (WS-SRC-BAL-AFT + ACC-OD-LIMIT) < 0
               SET WS-XFR-OD-REJ TO TRUE
               MOVE 02 TO WS-SUB-RC
           ELSE IF WS-ACCT-FROZEN
               SET WS-XFR-FROZEN TO TRUE
               MOVE 05 TO WS-SUB-RC
           ELSE IF (WS-SRC-BAL-AFT + ACC-OD-LIMIT - WS-HOLD-TOTAL) < 0
               SET WS-XFR-HELD TO TRUE
               MOVE 06 TO WS-SUB-RC
           ELSE
               PERFORM H467-XFR-CHECK-TARGET
           END-IF.
                   ELSE
                       MOVE 'HEDEF HESAP BULUNAMADI.' TO WS-DATA-2
                   END-IF
               WHEN WS-XFR-FROZEN
                   IF WS-LANG-EN
                       MOVE 'ACCOUNT FROZEN.' TO WS-DATA-2
                   ELSE
                       MOVE 'HESAP DONDURULDU.' TO WS-DATA-2
                   END-IF
               WHEN WS-XFR-HELD
                   IF WS-LANG-EN
                       MOVE 'FUNDS UNDER HOLD.' TO WS-DATA-2
                   ELSE
                       MOVE 'BAKIYE BLOKELI.' TO WS-DATA-2
                   END-IF
               WHEN OTHER
                   IF WS-LANG-EN
                       MOVE 'TRANSFER POSTED.' TO WS-DATA-2
                   MOVE WS-POST-DVZ      TO ACC-DVZ
                   MOVE ZERO             TO ACC-BALANCE
                   MOVE WS-TGT-IDX-LIMIT TO ACC-OD-LIMIT
                   MOVE ZERO             TO ACC-OD-SINCE
               NOT INVALID KEY
                   MOVE 'N' TO WS-TGT-ACC-NEW-SW
           END-READ.
           MOVE WS-TGT-BAL-AFT TO ACC-BALANCE.
           PERFORM H700-STAMP-ACTIVITY.
           MOVE WS-PROC-DATE TO ACC-DATE.
           PERFORM H710-MARK-OVERDRAWN.
           IF WS-TGT-ACC-NEW
               WRITE ACC-REC
           ELSE
                   MOVE WS-SUB-UID   TO ACC-UID
                   MOVE WS-POST-DVZ  TO ACC-DVZ
                   MOVE WS-SRC-LIMIT TO ACC-OD-LIMIT
                   MOVE ZERO         TO ACC-OD-SINCE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-SRC-BAL-AFT TO ACC-BALANCE.
           MOVE WS-PROC-DATE   TO ACC-DATE.
           PERFORM H710-MARK-OVERDRAWN.
           IF WS-SRC-ACC-NEW
               WRITE ACC-REC
           ELSE
      *    ONE AUDIT RECORD PER LEG, OPERATION 'T', SO ACTSTMT
      *    SHOWS THE MOVEMENT ON BOTH CUSTOMERS.
       H46B-WRITE-XFR-AUDIT.
           MOVE WS-BUS-DATE TO WS-AUD-DATE.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE WS-AUD-DATE    TO AUD-DATE.
           MOVE WS-AUD-TIME    TO AUD-TIME.
           MOVE WS-POST-DVZ    TO AUD-NEW-DVZ.
           MOVE WS-XFA-BAL-AFT TO AUD-NEW-BALANCE.
           MOVE WS-XFA-LIMIT   TO AUD-NEW-LIMIT.
           MOVE SPACE          TO AUD-REV-SW.
           MOVE ZERO           TO AUD-ORIG-REF.
           MOVE WS-SUB-TRN-REF TO AUD-TRN-REF.
           WRITE AUD-REC.
       H46B-END. EXIT.

       H500-WRITE.
              MOVE WS-SUB-DVZ TO IDX-DVZ.
              MOVE WS-SUB-NAME TO IDX-NAME.
              MOVE WS-PROC-DATE TO ACC-DATE.
              MOVE WS-SUB-BALANCE TO ACC-BALANCE.
              MOVE WS-DEFAULT-OD-LIMIT TO ACC-OD-LIMIT.
              MOVE ZERO TO ACC-OD-SINCE.
              PERFORM H710-MARK-OVERDRAWN.
              WRITE ACC-REC.
              MOVE 'W' TO WS-AUD-OPRT.
              PERFORM H810-WRITE-AUDIT.
              PERFORM H300-SET-DESC.
       H500-END. EXIT.

      *    PLACE ('P') OR RELEASE ('R') A HOLD.  THE HOLD REFERENCE
      *    ARRIVES IN WS-SUB-SURNAME; A ZERO CURRENCY MEANS THE
      *    CUSTOMER'S PRIMARY CURRENCY, AS FOR A BALANCE POSTING.
      *    THE AUDIT RECORD CARRIES THE UNCHANGED MASTER IMAGE SO
      *    THE HOLD SHOWS IN THE HISTORY WITHOUT MOVING A BALANCE.
       H600-HOLD.
           SET WS-HLD-ACCEPTED TO TRUE.
           IF WS-SUB-DVZ = ZERO
               MOVE IDX-DVZ TO WS-POST-DVZ
           ELSE
               MOVE WS-SUB-DVZ TO WS-POST-DVZ
           END-IF.
           MOVE WS-BUS-DATE TO WS-HLD-DATE.
           MOVE WS-SUB-UID     TO HLD-UID.
           MOVE WS-POST-DVZ    TO HLD-DVZ.
           MOVE WS-SUB-SURNAME TO HLD-REF.
           IF WS-SUB-HLD-PLACE
               PERFORM H610-PLACE-HOLD
           ELSE IF WS-SUB-HLD-RELEASE
               PERFORM H620-RELEASE-HOLD
           ELSE
               SET WS-HLD-INVALID TO TRUE
               MOVE 03 TO WS-SUB-RC
           END-IF.
           IF WS-HLD-ACCEPTED
               MOVE 'H' TO WS-AUD-OPRT
               PERFORM H810-WRITE-AUDIT
           END-IF.
           PERFORM H300-SET-DESC.
       H600-END. EXIT.

       H610-PLACE-HOLD.
           IF WS-SUB-SURNAME = SPACES
              OR NOT WS-SUB-HLD-REASON-OK
              OR WS-SUB-AMOUNT < ZERO
              OR (WS-SUB-AMOUNT = ZERO AND NOT WS-SUB-HLD-FREEZE)
              OR (WS-SUB-HLD-EXPIRY NOT = ZERO
                  AND WS-SUB-HLD-EXPIRY < WS-HLD-DATE)
               SET WS-HLD-INVALID TO TRUE
               MOVE 03 TO WS-SUB-RC
           ELSE
               READ HLD-FILE KEY HLD-KEY
                   INVALID KEY
                       PERFORM H615-FILL-HOLD
                       WRITE HLD-REC
                   NOT INVALID KEY
                       IF HLD-ACTIVE
                           SET WS-HLD-DUPLICATE TO TRUE
                           MOVE 04 TO WS-SUB-RC
                       ELSE
                           PERFORM H615-FILL-HOLD
                           REWRITE HLD-REC
                       END-IF
               END-READ
           END-IF.
       H610-END. EXIT.

       H615-FILL-HOLD.
           MOVE WS-SUB-AMOUNT      TO HLD-AMOUNT.
           MOVE WS-SUB-HLD-REASON  TO HLD-REASON.
           MOVE WS-HLD-DATE        TO HLD-PLACED-DATE.
           MOVE WS-SUB-HLD-EXPIRY  TO HLD-EXPIRY-DATE.
           SET HLD-ACTIVE          TO TRUE.
           MOVE ZERO               TO HLD-RELEASED-DATE.
       H615-END. EXIT.

       H620-RELEASE-HOLD.
           READ HLD-FILE KEY HLD-KEY
               INVALID KEY
                   SET WS-HLD-NOT-FOUND TO TRUE
                   MOVE 02 TO WS-SUB-RC
               NOT INVALID KEY
                   IF HLD-ACTIVE
                       SET HLD-RELEASED TO TRUE
                       MOVE WS-HLD-DATE TO HLD-RELEASED-DATE
                       REWRITE HLD-REC
                   ELSE
                       SET WS-HLD-NOT-FOUND TO TRUE
                       MOVE 02 TO WS-SUB-RC
                   END-IF
           END-READ.
       H620-END. EXIT.

      *    ACTIVE HOLDS AGAINST THE CUSTOMER.  AMOUNTS HELD IN THE
      *    POSTING CURRENCY ARE TOTALLED INTO WS-HOLD-TOTAL; A FREEZE
      *    IN ANY CURRENCY BLOCKS EVERY DEBIT.  A HOLD PAST ITS
      *    EXPIRY DATE NO LONGER COUNTS, WHETHER OR NOT HOLDRPT HAS
      *    MARKED IT EXPIRED YET.  WS-HOLD-COUNT COUNTS EVERY ACTIVE
      *    HOLD WHATEVER ITS CURRENCY.
       H630-SUM-HOLDS.
           MOVE WS-BUS-DATE TO WS-HLD-DATE.
           MOVE ZERO       TO WS-HOLD-TOTAL.
           MOVE ZERO       TO WS-HOLD-COUNT.
           MOVE 'N'        TO WS-FREEZE-SW.
           MOVE 'N'        TO WS-HLD-DONE-SW.
           MOVE WS-SUB-UID TO HLD-UID.
           MOVE ZERO       TO HLD-DVZ.
           MOVE LOW-VALUES TO HLD-REF.
           START HLD-FILE KEY NOT LESS THAN HLD-KEY
               INVALID KEY SET WS-HLD-DONE TO TRUE
           END-START.
           PERFORM H635-SUM-HOLD-NEXT UNTIL WS-HLD-DONE.
       H630-END. EXIT.

       H635-SUM-HOLD-NEXT.
           READ HLD-FILE NEXT RECORD
               AT END SET WS-HLD-DONE TO TRUE
           END-READ.
           IF NOT WS-HLD-DONE
               IF HLD-UID NOT = WS-SUB-UID
                   SET WS-HLD-DONE TO TRUE
               ELSE
                   IF HLD-ACTIVE
                      AND (HLD-EXPIRY-DATE = ZERO
                           OR HLD-EXPIRY-DATE NOT < WS-HLD-DATE)
                       ADD 1 TO WS-HOLD-COUNT
                       IF HLD-FREEZE
                           SET WS-ACCT-FROZEN TO TRUE
                       ELSE IF HLD-DVZ = WS-POST-DVZ
                           ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF.
       H635-END. EXIT.

       H640-HOLD-NOT-INVLD.
           EVALUATE TRUE
               WHEN WS-HLD-INVALID
                   IF WS-LANG-EN
                       MOVE 'INVALID HOLD.' TO WS-DATA-2
                   ELSE
                       MOVE 'GECERSIZ BLOKE.' TO WS-DATA-2
                   END-IF
               WHEN WS-HLD-NOT-FOUND
                   IF WS-LANG-EN
                       MOVE 'HOLD NOT FOUND.' TO WS-DATA-2
                   ELSE
                       MOVE 'BLOKE BULUNAMADI.' TO WS-DATA-2
                   END-IF
               WHEN WS-HLD-DUPLICATE
                   IF WS-LANG-EN
                       MOVE 'HOLD ALREADY ON FILE.' TO WS-DATA-2
                   ELSE
                       MOVE 'BLOKE ZATEN KAYITLI.' TO WS-DATA-2
                   END-IF
               WHEN WS-SUB-HLD-RELEASE
                   IF WS-LANG-EN
                       MOVE 'HOLD RELEASED.' TO WS-DATA-2
                   ELSE
                       MOVE 'BLOKE KALDIRILDI.' TO WS-DATA-2
                   END-IF
               WHEN OTHER
                   IF WS-LANG-EN
                       MOVE 'HOLD PLACED.' TO WS-DATA-2
                   ELSE
                       MOVE 'BLOKE KONULDU.' TO WS-DATA-2
                   END-IF
           END-EVALUATE.
       H640-END. EXIT.

      *    REVERSE ONE BALANCE POSTING OR TRANSFER FROM THE AUDIT
      *    TRAIL.  THE ENTRY IS NAMED BY CUSTOMER, DATE, TIME AND
      *    TRANSACTION REFERENCE; THE OPPOSITE MOVEMENT IS POSTED ON
      *    THE SAME SUB-ACCOUNT (BOTH LEGS FOR A TRANSFER) AND AUDITED
      *    UNDER THE ORIGINAL OPERATION CODE AND REFERENCE WITH THE
      *    REVERSAL MARKER SET.  EVERY LEG IS
      *    CHECKED BEFORE ANY LEG IS POSTED, AS FOR A TRANSFER.  ONLY
      *    THE OVERDRAFT LIMIT IS CHECKED - A HOLD DOES NOT STOP THE
      *    CORRECTION OF A MISPOSTING.
       H650-REVERSE.
           SET WS-REV-ACCEPTED TO TRUE.
           MOVE ZERO TO WS-RVL-COUNT.
           PERFORM H655-FIND-ORIGINAL.
           IF NOT WS-ORG-FOUND
               SET WS-REV-NOT-FOUND TO TRUE
               MOVE 01 TO WS-SUB-RC
           ELSE IF WS-ORG-REVERSED
               SET WS-REV-DONE-BEFORE TO TRUE
               MOVE 02 TO WS-SUB-RC
           ELSE IF WS-ORG-OPRT = 'T' AND NOT WS-PTR-FOUND
               SET WS-REV-NOT-FOUND TO TRUE
               MOVE 01 TO WS-SUB-RC
           ELSE
               PERFORM H665-BUILD-LEGS
               PERFORM H670-CHECK-LEG
                       VARYING RX FROM 1 BY 1
                       UNTIL RX > WS-RVL-COUNT
               IF WS-REV-ACCEPTED
                   PERFORM H680-POST-LEG
                           VARYING RX FROM 1 BY 1
                           UNTIL RX > WS-RVL-COUNT
               END-IF
           END-IF.
           PERFORM H300-SET-DESC.
       H650-END. EXIT.

      *    THE AUDIT TRAIL IS OPEN FOR EXTEND, SO IT IS CLOSED AND
      *    READ FROM THE TOP, THEN REOPENED FOR EXTEND AGAIN.
       H655-FIND-ORIGINAL.
           MOVE 'N'    TO WS-AUD-END-SW.
           MOVE 'N'    TO WS-ORG-FOUND-SW.
           MOVE 'N'    TO WS-ORG-REV-SW.
           MOVE 'N'    TO WS-PTR-WANT-SW.
           MOVE 'N'    TO WS-PTR-FOUND-SW.
           MOVE ZERO   TO WS-PRV-DATE.
           MOVE ZERO   TO WS-PRV-TIME.
           MOVE ZERO   TO WS-PRV-UID.
           MOVE SPACE  TO WS-PRV-OPRT.
           MOVE ZERO   TO WS-PRV-DVZ.
           MOVE ZERO   TO WS-PRV-AMOUNT.
           MOVE SPACE  TO WS-PRV-REV-SW.
           MOVE SPACES TO WS-PRV-TRN-REF.
           CLOSE AUD-FILE.
           OPEN INPUT AUD-FILE.
           IF AUD-SUCCESS
               READ AUD-FILE
                   AT END SET WS-AUD-END TO TRUE
               END-READ
               PERFORM H657-SCAN-ENTRY UNTIL WS-AUD-END
               CLOSE AUD-FILE
           END-IF.
           OPEN EXTEND AUD-FILE.
           IF NOT AUD-SUCCESS
               DISPLAY "AUD-FILE DOES NOT REOPENED"
               DISPLAY "STATUS CODE: " ST-AUDFILE
               MOVE 99 TO WS-SUB-RC
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H655-END. EXIT.

      *    A TRANSFER IS WRITTEN AS THE SOURCE LEG FOLLOWED BY THE
      *    TARGET LEG, SO THE OTHER LEG OF A TRANSFER IS THE ENTRY
      *    AFTER A DEBIT OR THE ENTRY BEFORE A CREDIT.  BOTH LEGS, AND
      *    ANY REVERSAL OF THEM, CARRY THE SAME REFERENCE.  SEVERAL
      *    ENTRIES CAN SHARE A CUSTOMER, SUB-ACCOUNT AND SECOND (THE
      *    FEES OF ONE FEECHRG RUN), SO THE REFERENCE IS PART OF EVERY
      *    MATCH.
       H657-SCAN-ENTRY.
           COMPUTE WS-SCN-AMOUNT = AUD-NEW-BALANCE - AUD-OLD-BALANCE.
           IF WS-PTR-WANTED
               MOVE 'N' TO WS-PTR-WANT-SW
               IF AUD-OPRT = 'T' AND NOT AUD-REVERSAL
                  AND AUD-NEW-DVZ = WS-ORG-DVZ
                  AND AUD-TRN-REF = WS-SUB-REV-REF
                  AND WS-SCN-AMOUNT = 0 - WS-ORG-AMOUNT
                   SET WS-PTR-FOUND TO TRUE
                   MOVE AUD-DATE TO WS-PTR-DATE
                   MOVE AUD-TIME TO WS-PTR-TIME
                   MOVE AUD-UID  TO WS-PTR-UID
               END-IF
           END-IF.
           IF AUD-REVERSAL
               IF AUD-ORIG-DATE = WS-SUB-REV-DATE
                  AND AUD-ORIG-TIME = WS-SUB-REV-TIME
                  AND AUD-ORIG-UID = WS-SUB-UID
                  AND AUD-TRN-REF = WS-SUB-REV-REF
                  AND (WS-SUB-DVZ = ZERO OR AUD-NEW-DVZ = WS-SUB-DVZ)
                   SET WS-ORG-REVERSED TO TRUE
               END-IF
           ELSE IF NOT WS-ORG-FOUND
                AND AUD-DATE = WS-SUB-REV-DATE
                AND AUD-TIME = WS-SUB-REV-TIME
                AND AUD-UID = WS-SUB-UID
                AND AUD-TRN-REF = WS-SUB-REV-REF
                AND (AUD-OPRT = 'B' OR AUD-OPRT = 'T')
                AND (WS-SUB-DVZ = ZERO OR AUD-NEW-DVZ = WS-SUB-DVZ)
               SET WS-ORG-FOUND TO TRUE
               MOVE AUD-OPRT      TO WS-ORG-OPRT
               MOVE AUD-NEW-DVZ   TO WS-ORG-DVZ
               MOVE WS-SCN-AMOUNT TO WS-ORG-AMOUNT
               IF AUD-OPRT = 'T'
                   IF WS-ORG-AMOUNT < 0
                       SET WS-PTR-WANTED TO TRUE
                   ELSE
                       PERFORM H658-PARTNER-BEFORE
                   END-IF
               END-IF
           END-IF.
           MOVE AUD-DATE      TO WS-PRV-DATE.
           MOVE AUD-TIME      TO WS-PRV-TIME.
           MOVE AUD-UID       TO WS-PRV-UID.
           MOVE AUD-OPRT      TO WS-PRV-OPRT.
           MOVE AUD-NEW-DVZ   TO WS-PRV-DVZ.
           MOVE WS-SCN-AMOUNT TO WS-PRV-AMOUNT.
           MOVE AUD-REV-SW    TO WS-PRV-REV-SW.
           MOVE AUD-TRN-REF   TO WS-PRV-TRN-REF.
           READ AUD-FILE
               AT END SET WS-AUD-END TO TRUE
           END-READ.
       H657-END. EXIT.

       H658-PARTNER-BEFORE.
           IF WS-PRV-OPRT = 'T'
              AND WS-PRV-REV-SW NOT = 'R'
              AND WS-PRV-DVZ = WS-ORG-DVZ
              AND WS-PRV-TRN-REF = WS-SUB-REV-REF
              AND WS-PRV-AMOUNT = 0 - WS-ORG-AMOUNT
               SET WS-PTR-FOUND TO TRUE
               MOVE WS-PRV-DATE TO WS-PTR-DATE
               MOVE WS-PRV-TIME TO WS-PTR-TIME
               MOVE WS-PRV-UID  TO WS-PTR-UID
           END-IF.
       H658-END. EXIT.

       H665-BUILD-LEGS.
           IF WS-ORG-OPRT = 'T' AND WS-ORG-AMOUNT < 0
               MOVE WS-PTR-UID  TO WS-RVL-UID (1)
               MOVE WS-PTR-DATE TO WS-RVL-DATE (1)
               MOVE WS-PTR-TIME TO WS-RVL-TIME (1)
               MOVE WS-ORG-AMOUNT TO WS-RVL-AMOUNT (1)
               MOVE WS-SUB-UID      TO WS-RVL-UID (2)
               MOVE WS-SUB-REV-DATE TO WS-RVL-DATE (2)
               MOVE WS-SUB-REV-TIME TO WS-RVL-TIME (2)
               COMPUTE WS-RVL-AMOUNT (2) = 0 - WS-ORG-AMOUNT
               MOVE 2 TO WS-RVL-COUNT
           ELSE
               MOVE WS-SUB-UID      TO WS-RVL-UID (1)
               MOVE WS-SUB-REV-DATE TO WS-RVL-DATE (1)
               MOVE WS-SUB-REV-TIME TO WS-RVL-TIME (1)
               COMPUTE WS-RVL-AMOUNT (1) = 0 - WS-ORG-AMOUNT
               MOVE 1 TO WS-RVL-COUNT
               IF WS-ORG-OPRT = 'T'
                   MOVE WS-PTR-UID  TO WS-RVL-UID (2)
                   MOVE WS-PTR-DATE TO WS-RVL-DATE (2)
                   MOVE WS-PTR-TIME TO WS-RVL-TIME (2)
                   MOVE WS-ORG-AMOUNT TO WS-RVL-AMOUNT (2)
                   MOVE 2 TO WS-RVL-COUNT
               END-IF
           END-IF.
       H665-END. EXIT.

       H670-CHECK-LEG.
           IF WS-REV-ACCEPTED
               MOVE WS-RVL-UID (RX) TO IDX-UID
               READ IDX-FILE KEY IDX-KEY
                   INVALID KEY
                       SET WS-REV-NO-ACCT TO TRUE
                       MOVE 04 TO WS-SUB-RC
                   NOT INVALID KEY
                       PERFORM H675-CHECK-LEG-ACCOUNT
               END-READ
           END-IF.
       H670-END. EXIT.

       H675-CHECK-LEG-ACCOUNT.
           MOVE WS-RVL-UID (RX) TO ACC-UID.
           MOVE WS-ORG-DVZ      TO ACC-DVZ.
           READ ACC-FILE KEY ACC-KEY
               INVALID KEY
                   SET WS-REV-NO-ACCT TO TRUE
                   MOVE 04 TO WS-SUB-RC
               NOT INVALID KEY
                   IF WS-RVL-AMOUNT (RX) < 0
                      AND (ACC-BALANCE + WS-RVL-AMOUNT (RX)
                           + ACC-OD-LIMIT) < 0
                       SET WS-REV-OD-REJ TO TRUE
                       MOVE 03 TO WS-SUB-RC
                   END-IF
           END-READ.
       H675-END. EXIT.

       H680-POST-LEG.
           MOVE WS-RVL-UID (RX) TO IDX-UID.
           READ IDX-FILE KEY IDX-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-RVL-UID (RX) TO ACC-UID.
           MOVE WS-ORG-DVZ      TO ACC-DVZ.
           READ ACC-FILE KEY ACC-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE ACC-BALANCE TO WS-RVL-BAL-BEF.
           ADD WS-RVL-AMOUNT (RX) TO ACC-BALANCE.
           PERFORM H700-STAMP-ACTIVITY.
           MOVE WS-PROC-DATE TO ACC-DATE.
           PERFORM H710-MARK-OVERDRAWN.
           REWRITE ACC-REC.
           IF ACC-DVZ = IDX-DVZ
               MOVE ACC-BALANCE TO IDX-BALANCE
           END-IF.
           REWRITE IDX-REC.
           PERFORM H685-WRITE-REV-AUDIT.
       H680-END. EXIT.

       H685-WRITE-REV-AUDIT.
           MOVE WS-BUS-DATE TO WS-AUD-DATE.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE WS-AUD-DATE     TO AUD-DATE.
           MOVE WS-AUD-TIME     TO AUD-TIME.
           MOVE WS-RVL-UID (RX) TO AUD-UID.
           MOVE WS-ORG-OPRT     TO AUD-OPRT.
           MOVE ST-IDXFILE      TO AUD-RC.
           MOVE IDX-NAME        TO AUD-OLD-NAME.
           MOVE IDX-SURNAME     TO AUD-OLD-SURNAME.
           MOVE ACC-DVZ         TO AUD-OLD-DVZ.
           MOVE WS-RVL-BAL-BEF  TO AUD-OLD-BALANCE.
           MOVE ACC-OD-LIMIT    TO AUD-OLD-LIMIT.
           MOVE IDX-NAME        TO AUD-NEW-NAME.
           MOVE IDX-SURNAME     TO AUD-NEW-SURNAME.
           MOVE ACC-DVZ         TO AUD-NEW-DVZ.
           MOVE ACC-BALANCE     TO AUD-NEW-BALANCE.
           MOVE ACC-OD-LIMIT    TO AUD-NEW-LIMIT.
           SET AUD-REVERSAL     TO TRUE.
           MOVE WS-RVL-DATE (RX) TO AUD-ORIG-DATE.
           MOVE WS-RVL-TIME (RX) TO AUD-ORIG-TIME.
           MOVE WS-RVL-UID (RX)  TO AUD-ORIG-UID.
           MOVE WS-SUB-REV-REF   TO AUD-TRN-REF.
           WRITE AUD-REC.
       H685-END. EXIT.

       H690-REV-NOT-INVLD.
           EVALUATE TRUE
               WHEN WS-REV-NOT-FOUND
                   IF WS-LANG-EN
                       MOVE 'ORIGINAL ENTRY NOT FOUND.' TO WS-DATA-2
                   ELSE
                       MOVE 'ORIJINAL KAYIT BULUNAMADI.' TO WS-DATA-2
                   END-IF
               WHEN WS-REV-DONE-BEFORE
                   IF WS-LANG-EN
                       MOVE 'ENTRY ALREADY REVERSED.' TO WS-DATA-2
                   ELSE
                       MOVE 'KAYIT ZATEN IPTAL EDILDI.' TO WS-DATA-2
                   END-IF
               WHEN WS-REV-OD-REJ
                   IF WS-LANG-EN
                       MOVE 'OVERDRAFT LIMIT EXCEEDED.' TO WS-DATA-2
                   ELSE
                       MOVE 'BAKIYE LIMITI ASILDI.' TO WS-DATA-2
                   END-IF
               WHEN WS-REV-NO-ACCT
                   IF WS-LANG-EN
                       MOVE 'SUB-ACCOUNT NOT FOUND.' TO WS-DATA-2
                   ELSE
                       MOVE 'ALT HESAP BULUNAMADI.' TO WS-DATA-2
                   END-IF
               WHEN OTHER
                   IF WS-LANG-EN
                       MOVE 'ENTRY REVERSED.' TO WS-DATA-2
                   ELSE
                       MOVE 'KAYIT IPTAL EDILDI.' TO WS-DATA-2
                   END-IF
           END-EVALUATE.
       H690-END. EXIT.

       H700-STAMP-ACTIVITY.
           MOVE WS-BUS-DATE TO WS-PROC-DATE.
           MOVE WS-PROC-DATE TO IDX-DATE.
       H700-END. EXIT.

      *    ACC-OD-SINCE KEEPS THE DATE THE SUB-ACCOUNT FIRST WENT
      *    NEGATIVE; FURTHER DEBITS WHILE OVERDRAWN LEAVE IT ALONE
      *    AND ANY POSTING BACK TO ZERO OR ABOVE CLEARS IT.
       H710-MARK-OVERDRAWN.
           IF ACC-BALANCE < ZERO
               IF ACC-OD-SINCE = ZERO
                   MOVE WS-BUS-DATE TO ACC-OD-SINCE
               END-IF
           ELSE
               MOVE ZERO TO ACC-OD-SINCE
           END-IF.
       H710-END. EXIT.

      *    CLOSE ('C') OR DELETE ('D') A CUSTOMER.  NOTHING IS TOUCHED
      *    UNTIL EVERY CHECK HAS PASSED: NO SUB-ACCOUNT MAY BE
      *    OVERDRAWN, NO ACTIVE HOLD MAY STAND AGAINST THE CUSTOMER,
      *    AND A DELETION NEEDS EVERY BALANCE TO BE ZERO ALREADY.  A
      *    CLOSURE PAYS EACH POSITIVE BALANCE OUT AS A TRANSFER TO THE
      *    PAYEE OR TO THE SUSPENSE CUSTOMER.  BOTH THEN CANCEL THE
      *    CUSTOMER'S STANDING ORDERS AND MOVE THE SUB-ACCOUNTS AND
      *    THE MASTER TO THE CLOSED-ACCOUNT HISTORY AS THEY GO.
       H720-CLOSE-ACCOUNT.
           SET WS-CLS-ACCEPTED TO TRUE.
           IF WS-FUNC-CLOSURE
               MOVE 'C' TO WS-CLS-OPRT
           ELSE
               MOVE 'D' TO WS-CLS-OPRT
           END-IF.
           MOVE IDX-NAME    TO WS-SRC-NAME.
           MOVE IDX-SURNAME TO WS-SRC-SURNAME.
           MOVE IDX-DVZ     TO WS-SRC-DVZ.
           MOVE IDX-DATE    TO WS-CLS-MST-DATE.
           MOVE ZERO        TO WS-CLS-POS-COUNT.
           MOVE ZERO        TO WS-CLS-SUB-COUNT.
           MOVE ZERO        TO WS-CLS-STO-COUNT.
           MOVE ZERO        TO WS-CLS-PAYEE.
           MOVE 'N'         TO WS-CLS-PAID-SW.
           IF WS-SUB-UID = WS-SUSPENSE-UID
               SET WS-CLS-SUSPENSE TO TRUE
               MOVE 07 TO WS-SUB-RC
           ELSE
               PERFORM H722-CHECK-SUB-ACCOUNTS
           END-IF.
           IF WS-CLS-ACCEPTED
               MOVE IDX-DVZ TO WS-POST-DVZ
               PERFORM H630-SUM-HOLDS
               IF WS-ACCT-FROZEN OR WS-HOLD-COUNT > ZERO
                   SET WS-CLS-HELD TO TRUE
                   MOVE 03 TO WS-SUB-RC
               END-IF
           END-IF.
           IF WS-CLS-ACCEPTED AND WS-CLS-POS-COUNT > ZERO
               PERFORM H725-CHECK-PAYEE
           END-IF.
           IF WS-CLS-ACCEPTED
               PERFORM H730-SETTLE-ACCOUNT
           END-IF.
           PERFORM H300-SET-DESC.
       H720-END. EXIT.

       H722-CHECK-SUB-ACCOUNTS.
           MOVE WS-SUB-UID TO ACC-UID.
           MOVE ZERO       TO ACC-DVZ.
           MOVE 'N'        TO WS-ACC-DEL-SW.
           START ACC-FILE KEY NOT LESS THAN ACC-KEY
               INVALID KEY SET WS-ACC-DEL-DONE TO TRUE
           END-START.
           PERFORM H723-CHECK-SUB-NEXT
                   UNTIL WS-ACC-DEL-DONE OR NOT WS-CLS-ACCEPTED.
       H722-END. EXIT.

       H723-CHECK-SUB-NEXT.
           READ ACC-FILE NEXT RECORD
               AT END SET WS-ACC-DEL-DONE TO TRUE
           END-READ.
           IF NOT WS-ACC-DEL-DONE
               EVALUATE TRUE
                   WHEN ACC-UID NOT = WS-SUB-UID
                       SET WS-ACC-DEL-DONE TO TRUE
                   WHEN ACC-BALANCE < ZERO
                       SET WS-CLS-OVERDRAWN TO TRUE
                       MOVE 02 TO WS-SUB-RC
                   WHEN ACC-BALANCE > ZERO AND WS-FUNC-DELETE
                       SET WS-CLS-NOT-ZERO TO TRUE
                       MOVE 06 TO WS-SUB-RC
                   WHEN ACC-BALANCE > ZERO
                       ADD 1 TO WS-CLS-POS-COUNT
               END-EVALUATE
           END-IF.
       H723-END. EXIT.

      *    THE PAYEE MUST BE ANOTHER CUSTOMER ON FILE.  WITH NO PAYEE
      *    NAMED THE BALANCES GO TO THE SUSPENSE CUSTOMER, WHICH HAS
      *    TO BE SET UP BEFORE THE FIRST SUCH CLOSURE.
       H725-CHECK-PAYEE.
           IF WS-SUB-UID-2 = ZERO
               MOVE WS-SUSPENSE-UID TO WS-CLS-PAYEE
               MOVE 'S' TO WS-CLS-PAID-SW
           ELSE
               MOVE WS-SUB-UID-2 TO WS-CLS-PAYEE
               MOVE 'P' TO WS-CLS-PAID-SW
           END-IF.
           IF WS-CLS-PAYEE = WS-SUB-UID
               SET WS-CLS-BAD-PAYEE TO TRUE
               MOVE 04 TO WS-SUB-RC
           ELSE
               MOVE WS-CLS-PAYEE TO IDX-UID
               READ IDX-FILE KEY IDX-KEY
                   INVALID KEY
                       IF WS-SUB-UID-2 = ZERO
                           SET WS-CLS-NO-SUSPENSE TO TRUE
                           MOVE 05 TO WS-SUB-RC
                       ELSE
                           SET WS-CLS-BAD-PAYEE TO TRUE
                           MOVE 04 TO WS-SUB-RC
                       END-IF
                   NOT INVALID KEY
                       MOVE IDX-NAME     TO WS-TGT-NAME
                       MOVE IDX-SURNAME  TO WS-TGT-SURNAME
                       MOVE IDX-DVZ      TO WS-TGT-DVZ
                       MOVE IDX-OD-LIMIT TO WS-TGT-IDX-LIMIT
               END-READ
           END-IF.
       H725-END. EXIT.

       H730-SETTLE-ACCOUNT.
           MOVE -1  TO WS-CLS-LAST-DVZ.
           MOVE 'N' TO WS-ACC-DEL-SW.
           PERFORM H732-SETTLE-NEXT UNTIL WS-ACC-DEL-DONE.
           PERFORM H740-CANCEL-ORDERS.
           PERFORM H750-WRITE-CLS-MASTER.
           MOVE WS-SUB-UID TO IDX-UID.
           READ IDX-FILE KEY IDX-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE IDX-BALANCE TO WS-BEF-BALANCE.
           DELETE IDX-FILE.
           MOVE WS-CLS-OPRT TO WS-AUD-OPRT.
           PERFORM H810-WRITE-AUDIT.
       H730-END. EXIT.

      *    EVERY PASS STARTS AFRESH AFTER THE LAST CURRENCY DONE,
      *    SINCE A PAYOUT READS AND WRITES OTHER ACC-FILE RECORDS
      *    AND LOSES THE POSITION OF THE SEQUENTIAL READ.
       H732-SETTLE-NEXT.
           MOVE WS-SUB-UID      TO ACC-UID.
           MOVE WS-CLS-LAST-DVZ TO ACC-DVZ.
           START ACC-FILE KEY GREATER THAN ACC-KEY
               INVALID KEY SET WS-ACC-DEL-DONE TO TRUE
           END-START.
           IF NOT WS-ACC-DEL-DONE
               READ ACC-FILE NEXT RECORD
                   AT END SET WS-ACC-DEL-DONE TO TRUE
               END-READ
           END-IF.
           IF NOT WS-ACC-DEL-DONE
               IF ACC-UID NOT = WS-SUB-UID
                   SET WS-ACC-DEL-DONE TO TRUE
               ELSE
                   PERFORM H734-SETTLE-SUB-ACCOUNT
               END-IF
           END-IF.
       H732-END. EXIT.

       H734-SETTLE-SUB-ACCOUNT.
           ADD 1 TO WS-CLS-SUB-COUNT.
           MOVE ACC-DVZ      TO WS-CLS-LAST-DVZ.
           MOVE ACC-DATE     TO WS-CLS-DATE.
           MOVE ACC-BALANCE  TO WS-CLS-BALANCE.
           MOVE ACC-OD-LIMIT TO WS-CLS-LIMIT.
           MOVE ZERO         TO WS-CLS-PAID.
           IF ACC-BALANCE > ZERO
               PERFORM H736-PAY-OUT-SOURCE
               PERFORM H737-PAY-OUT-TARGET
           END-IF.
           PERFORM H738-WRITE-CLS-SUB.
           MOVE WS-SUB-UID      TO ACC-UID.
           MOVE WS-CLS-LAST-DVZ TO ACC-DVZ.
           DELETE ACC-FILE RECORD.
       H734-END. EXIT.

      *    THE BALANCE LEAVES AS A TRANSFER IN ITS OWN CURRENCY, WITH
      *    ONE 'T' AUDIT RECORD PER LEG AS FOR AN INPUT TRANSFER, SO
      *    THE PAYOUT NETS OUT ON EVERY REPORT THAT READS THE TRAIL.
       H736-PAY-OUT-SOURCE.
           MOVE ACC-DVZ     TO WS-POST-DVZ.
           MOVE ACC-BALANCE TO WS-CLS-PAID.
           MOVE ZERO        TO ACC-BALANCE.
           PERFORM H700-STAMP-ACTIVITY.
           MOVE WS-PROC-DATE TO ACC-DATE.
           PERFORM H710-MARK-OVERDRAWN.
           REWRITE ACC-REC.
           MOVE WS-SUB-UID TO IDX-UID.
           READ IDX-FILE KEY IDX-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-PROC-DATE TO IDX-DATE
                   IF WS-POST-DVZ = IDX-DVZ
                       MOVE ZERO TO IDX-BALANCE
                   END-IF
                   REWRITE IDX-REC
           END-READ.
       H736-END. EXIT.

       H737-PAY-OUT-TARGET.
           MOVE WS-CLS-PAYEE TO ACC-UID.
           MOVE WS-POST-DVZ  TO ACC-DVZ.
           READ ACC-FILE KEY ACC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TGT-ACC-NEW-SW
                   MOVE WS-CLS-PAYEE     TO ACC-UID
                   MOVE WS-POST-DVZ      TO ACC-DVZ
                   MOVE ZERO             TO ACC-BALANCE
                   MOVE WS-TGT-IDX-LIMIT TO ACC-OD-LIMIT
                   MOVE ZERO             TO ACC-OD-SINCE
               NOT INVALID KEY
                   MOVE 'N' TO WS-TGT-ACC-NEW-SW
           END-READ.
           MOVE ACC-BALANCE  TO WS-TGT-BAL-BEF.
           MOVE ACC-OD-LIMIT TO WS-TGT-LIMIT.
           COMPUTE WS-TGT-BAL-AFT = ACC-BALANCE + WS-CLS-PAID.
           MOVE WS-TGT-BAL-AFT TO ACC-BALANCE.
           MOVE WS-PROC-DATE   TO ACC-DATE.
           PERFORM H710-MARK-OVERDRAWN.
           IF WS-TGT-ACC-NEW
               WRITE ACC-REC
           ELSE
               REWRITE ACC-REC
           END-IF.
           MOVE WS-CLS-PAYEE TO IDX-UID.
           READ IDX-FILE KEY IDX-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-PROC-DATE TO IDX-DATE
                   IF WS-POST-DVZ = IDX-DVZ
                       MOVE WS-TGT-BAL-AFT TO IDX-BALANCE
                   END-IF
                   REWRITE IDX-REC
           END-READ.
           MOVE WS-SUB-UID     TO WS-XFA-UID.
           MOVE WS-SRC-NAME    TO WS-XFA-NAME.
           MOVE WS-SRC-SURNAME TO WS-XFA-SURNAME.
           MOVE WS-CLS-PAID    TO WS-XFA-BAL-BEF.
           MOVE ZERO           TO WS-XFA-BAL-AFT.
           MOVE WS-CLS-LIMIT   TO WS-XFA-LIMIT.
           PERFORM H46B-WRITE-XFR-AUDIT.
           MOVE WS-CLS-PAYEE   TO WS-XFA-UID.
           MOVE WS-TGT-NAME    TO WS-XFA-NAME.
           MOVE WS-TGT-SURNAME TO WS-XFA-SURNAME.
           MOVE WS-TGT-BAL-BEF TO WS-XFA-BAL-BEF.
           MOVE WS-TGT-BAL-AFT TO WS-XFA-BAL-AFT.
           MOVE WS-TGT-LIMIT   TO WS-XFA-LIMIT.
           PERFORM H46B-WRITE-XFR-AUDIT.
       H737-END. EXIT.

       H738-WRITE-CLS-SUB.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE WS-BUS-DATE     TO CLS-DATE.
           MOVE WS-AUD-TIME     TO CLS-TIME.
           MOVE WS-SUB-UID      TO CLS-UID.
           MOVE WS-CLS-OPRT     TO CLS-OPRT.
           SET CLS-SUB-ACCOUNT  TO TRUE.
           MOVE WS-CLS-LAST-DVZ TO CLS-DVZ.
           MOVE WS-SRC-NAME     TO CLS-NAME.
           MOVE WS-SRC-SURNAME  TO CLS-SURNAME.
           MOVE WS-CLS-DATE     TO CLS-LAST-DATE.
           MOVE WS-CLS-BALANCE  TO CLS-BALANCE.
           MOVE WS-CLS-LIMIT    TO CLS-OD-LIMIT.
           MOVE WS-CLS-PAID     TO CLS-PAID-AMOUNT.
           IF WS-CLS-PAID > ZERO
               MOVE WS-CLS-PAYEE   TO CLS-PAID-UID
               MOVE WS-CLS-PAID-SW TO CLS-PAID-SW
           ELSE
               MOVE ZERO TO CLS-PAID-UID
               SET CLS-PAID-NONE TO TRUE
           END-IF.
           MOVE ZERO            TO CLS-SUB-COUNT.
           MOVE ZERO            TO CLS-STO-COUNT.
           MOVE WS-SUB-TRN-REF  TO CLS-TRN-REF.
           WRITE CLS-REC.
       H738-END. EXIT.

      *    STO-FILE IS KEYED ON THE ORDER NUMBER ONLY, SO THE WHOLE
      *    FILE IS READ FOR THE ORDERS THE CUSTOMER PAYS AND THE
      *    TRANSFERS IT RECEIVES.  IT IS OPENED FOR THE CLOSURE ONLY,
      *    AS FX-FILE IS FOR A CURRENCY CHANGE; NO FILE, NO ORDERS.
       H740-CANCEL-ORDERS.
           OPEN I-O STO-FILE.
           IF STO-SUCCESS
               MOVE 'N' TO WS-STO-END-SW
               PERFORM H742-CANCEL-ORDER-NEXT UNTIL WS-STO-END
               CLOSE STO-FILE
           END-IF.
       H740-END. EXIT.

       H742-CANCEL-ORDER-NEXT.
           READ STO-FILE NEXT RECORD
               AT END SET WS-STO-END TO TRUE
           END-READ.
           IF NOT WS-STO-END
               IF STO-ACTIVE
                  AND (STO-UID = WS-SUB-UID
                       OR (STO-OPRT = 'T' AND STO-TGT-UID = WS-SUB-UID))
                   SET STO-CANCELLED TO TRUE
                   REWRITE STO-REC
                   ADD 1 TO WS-CLS-STO-COUNT
               END-IF
           END-IF.
       H742-END. EXIT.

      *    THE MASTER IMAGE AS IT STOOD BEFORE THE CLOSURE; THE
      *    AMOUNTS PAID OUT ARE ON THE SUB-ACCOUNT RECORDS.
       H750-WRITE-CLS-MASTER.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE WS-BUS-DATE      TO CLS-DATE.
           MOVE WS-AUD-TIME      TO CLS-TIME.
           MOVE WS-SUB-UID       TO CLS-UID.
           MOVE WS-CLS-OPRT      TO CLS-OPRT.
           SET CLS-MASTER        TO TRUE.
           MOVE WS-SRC-DVZ       TO CLS-DVZ.
           MOVE WS-SRC-NAME      TO CLS-NAME.
           MOVE WS-SRC-SURNAME   TO CLS-SURNAME.
           MOVE WS-CLS-MST-DATE  TO CLS-LAST-DATE.
           MOVE WS-BEF-BALANCE   TO CLS-BALANCE.
           MOVE WS-BEF-LIMIT     TO CLS-OD-LIMIT.
           MOVE ZERO             TO CLS-PAID-AMOUNT.
           IF WS-CLS-POS-COUNT > ZERO
               MOVE WS-CLS-PAYEE   TO CLS-PAID-UID
               MOVE WS-CLS-PAID-SW TO CLS-PAID-SW
           ELSE
               MOVE ZERO TO CLS-PAID-UID
               SET CLS-PAID-NONE TO TRUE
           END-IF.
           MOVE WS-CLS-SUB-COUNT TO CLS-SUB-COUNT.
           MOVE WS-CLS-STO-COUNT TO CLS-STO-COUNT.
           MOVE WS-SUB-TRN-REF   TO CLS-TRN-REF.
           WRITE CLS-REC.
       H750-END. EXIT.

       H760-CLS-NOT-INVLD.
           EVALUATE TRUE
               WHEN WS-CLS-OVERDRAWN
                   IF WS-LANG-EN
                       MOVE 'SUB-ACCOUNT OVERDRAWN.' TO WS-DATA-2
                   ELSE
                       MOVE 'ALT HESAP EKSI BAKIYEDE.' TO WS-DATA-2
                   END-IF
               WHEN WS-CLS-HELD
                   IF WS-LANG-EN
                       MOVE 'ACCOUNT UNDER HOLD.' TO WS-DATA-2
                   ELSE
                       MOVE 'HESAPTA BLOKE VAR.' TO WS-DATA-2
                   END-IF
               WHEN WS-CLS-BAD-PAYEE
                   IF WS-LANG-EN
                       MOVE 'PAYEE ACCOUNT NOT FOUND.' TO WS-DATA-2
                   ELSE
                       MOVE 'ODEME HESABI BULUNAMADI.' TO WS-DATA-2
                   END-IF
               WHEN WS-CLS-NO-SUSPENSE
                   IF WS-LANG-EN
                       MOVE 'SUSPENSE ACCOUNT NOT FOUND.' TO WS-DATA-2
                   ELSE
                       MOVE 'ARA HESAP BULUNAMADI.' TO WS-DATA-2
                   END-IF
               WHEN WS-CLS-NOT-ZERO
                   IF WS-LANG-EN
                       MOVE 'BALANCE NOT ZERO.' TO WS-DATA-2
                   ELSE
                       MOVE 'BAKIYE SIFIR DEGIL.' TO WS-DATA-2
                   END-IF
               WHEN WS-CLS-SUSPENSE
                   IF WS-LANG-EN
                       MOVE 'SUSPENSE CANNOT BE CLOSED.' TO WS-DATA-2
                   ELSE
                       MOVE 'ARA HESAP KAPATILAMAZ.' TO WS-DATA-2
                   END-IF
               WHEN WS-FUNC-CLOSURE
                   IF WS-LANG-EN
                       MOVE 'ACCOUNT CLOSED.' TO WS-DATA-2
                   ELSE
                       MOVE 'HESAP KAPATILDI.' TO WS-DATA-2
                   END-IF
               WHEN OTHER
                   IF WS-LANG-EN
                       MOVE 'RECORD DELETED.' TO WS-DATA-2
                   ELSE
                       MOVE 'KAYIT SILINDI.' TO WS-DATA-2
                   END-IF
           END-EVALUATE.
       H760-END. EXIT.

       H800-PERFORM-LOG.
           MOVE SPACES TO WS-SUB-DATA.
           STRING WS-SUB-UID DELIMITED BY SIZE
       H800-END. EXIT.

       H810-WRITE-AUDIT.
           MOVE WS-BUS-DATE TO WS-AUD-DATE.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE WS-AUD-DATE    TO AUD-DATE.
           MOVE WS-AUD-TIME    TO AUD-TIME.
           MOVE WS-BEF-DVZ     TO AUD-OLD-DVZ.
           MOVE WS-BEF-BALANCE TO AUD-OLD-BALANCE.
           MOVE WS-BEF-LIMIT   TO AUD-OLD-LIMIT.
           IF WS-AUD-OPRT = 'D' OR WS-AUD-OPRT = 'C'
               MOVE SPACES TO AUD-NEW-NAME
               MOVE SPACES TO AUD-NEW-SURNAME
               MOVE ZERO   TO AUD-NEW-DVZ
                   MOVE IDX-OD-LIMIT TO AUD-NEW-LIMIT
               END-IF
           END-IF.
           MOVE SPACE          TO AUD-REV-SW.
           MOVE ZERO           TO AUD-ORIG-REF.
           MOVE WS-SUB-TRN-REF TO AUD-TRN-REF.
           WRITE AUD-REC.
       H810-END. EXIT.

      *    CHECKPOINT - CLOSE AND REOPEN THE MASTERS AND THE AUDIT
      *    TRAIL SO EVERYTHING POSTED SO FAR IS ON DISK BEFORE
      *    MAINPROG REWRITES ITS CHECKPOINT RECORD.
       H900-COMMIT-FILES.
           CLOSE IDX-FILE.
           CLOSE AUD-FILE.
           CLOSE ACC-FILE.
           CLOSE HLD-FILE.
           CLOSE CLS-FILE.
           OPEN I-O IDX-FILE.
           OPEN EXTEND AUD-FILE.
           OPEN I-O ACC-FILE.
           OPEN I-O HLD-FILE.
           OPEN EXTEND CLS-FILE.
           IF NOT IDX-SUCCESS OR NOT AUD-SUCCESS OR NOT ACC-SUCCESS
              OR NOT HLD-SUCCESS OR NOT CLS-SUCCESS
               DISPLAY "CHECKPOINT REOPEN FAILED"
               DISPLAY "STATUS CODE: " ST-IDXFILE " " ST-AUDFILE
                       " " ST-ACCFILE " " ST-HLDFILE " " ST-CLSFILE
               MOVE 99 TO WS-SUB-RC
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE AUD-FILE.
           CLOSE ACC-FILE.
           CLOSE HLD-FILE.
           CLOSE CLS-FILE.
           MOVE 'N' TO WS-OPEN-SW.
           GOBACK.
       H999-END. EXIT.
