           05 WS-IDX-FOUND-SW     PIC X(01).
              88 WS-IDX-FOUND             VALUE 'Y'.
           05 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
           05 WS-AUD-TIME         PIC 9(08) VALUE ZERO.
      *    CALENDAR DAYS THIS RUN ACCRUES FOR - FROM THE PREVIOUS
      *    BUSINESS DATE UP TO THE BUSINESS DATE, SO THE FIRST RUN
      *    AFTER A WEEKEND OR HOLIDAY COVERS THE DAYS IN BETWEEN.
           05 WS-ACCR-DAYS        PIC S9(05) COMP-3 VALUE 1.
      *    TRANSACTION REFERENCE FOR EACH AUDIT RECORD WRITTEN -
      *    SOURCE, RUN DATE AND A SEQUENCE WITHIN THE RUN.
           05 WS-TRN-REF.
              10 WS-TRN-SOURCE    PIC X(02) VALUE 'IA'.
              10 WS-TRN-DATE      PIC 9(08) VALUE ZERO.
              10 WS-TRN-SEQ       PIC 9(06) VALUE ZERO.
           05 WS-INTEREST         PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-NEW-BALANCE      PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-BEF-BALANCE      PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-TOT-ZERO-BAL     PIC 9(08) VALUE ZERO.
           05 WS-TOT-NO-RATE      PIC 9(08) VALUE ZERO.
           05 WS-TOT-ZERO-INT     PIC 9(08) VALUE ZERO.
           05 WS-TOT-SUSPENSE     PIC 9(08) VALUE ZERO.
           05 WS-TOT-PAID         PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-TOT-CHARGED      PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-DVZ-SUB          PIC 9(04) COMP VALUE ZERO.
                 15 WS-CURR-PD-CNT   PIC 9(07).
                 15 WS-CURR-CH-CNT   PIC 9(07).
                 15 WS-CURR-NR-CNT   PIC 9(07).
           COPY CALAREA.
           COPY SUSPUID.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(38) VALUE
              'INTEREST ACCRUAL REPORT - PERIOD END: '.
           05 WS-H-DATE           PIC 9(08).
           05 FILLER              PIC X(08) VALUE '  DAYS: '.
           05 WS-H-DAYS           PIC ZZ9.
           05 FILLER              PIC X(43) VALUE SPACES.
       01  WS-HDR-LINE-2.
           05 FILLER              PIC X(54) VALUE
              'DVZ   INTEREST PAID INTEREST CHARGED  PAID  CHRG  NO '.
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
           IF WS-CAL-PREV-DATE NOT = ZERO
               SET WS-CAL-FUNC-DAYS TO TRUE
               MOVE WS-CAL-PREV-DATE TO WS-CAL-IN-DATE
               MOVE ZERO             TO WS-CAL-TO-DATE
               CALL WS-CALDATE USING WS-CAL-AREA
               IF WS-CAL-OK AND WS-CAL-DAYS > ZERO
                   MOVE WS-CAL-DAYS TO WS-ACCR-DAYS
               END-IF
           END-IF.
           OPEN I-O ACC-FILE.
           IF NOT ACC-SUCCESS
               DISPLAY 'ACC-FILE DOES NOT OPENED'
       H150-END. EXIT.

       H200-PRINT-HEADERS.
           MOVE WS-RUN-DATE  TO WS-H-DATE.
           MOVE WS-ACCR-DAYS TO WS-H-DAYS.
           WRITE INR-REC FROM WS-HDR-LINE-1.
           WRITE INR-REC FROM WS-HDR-LINE-2.
       H200-END. EXIT.
       H300-PROCESS.
           ADD 1 TO WS-TOT-READ.
           COMPUTE WS-DVZ-SUB = ACC-DVZ + 1.
      *    THE CLOSED-ACCOUNT SUSPENSE POSITION EARNS AND PAYS NOTHING.
           EVALUATE TRUE
               WHEN ACC-UID = WS-SUSPENSE-UID
                   ADD 1 TO WS-TOT-SUSPENSE
               WHEN ACC-BALANCE = ZERO
                   ADD 1 TO WS-TOT-ZERO-BAL
               WHEN OTHER
                   PERFORM H320-FIND-RATE
                   IF WS-RATE-FOUND
                       PERFORM H340-ACCRUE
                   ELSE
                       ADD 1 TO WS-TOT-NO-RATE
                       MOVE 'Y' TO WS-CURR-USED-SW (WS-DVZ-SUB)
                       ADD 1 TO WS-CURR-NR-CNT (WS-DVZ-SUB)
                   END-IF
           END-EVALUATE.
           READ ACC-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       H340-ACCRUE.
           IF ACC-BALANCE > ZERO
               COMPUTE WS-INTEREST ROUNDED =
                       ACC-BALANCE * INT-CR-RATE * WS-ACCR-DAYS / 100
           ELSE
               COMPUTE WS-INTEREST ROUNDED =
                       ACC-BALANCE * INT-DB-RATE * WS-ACCR-DAYS / 100
           END-IF.
           IF WS-INTEREST = ZERO
               ADD 1 TO WS-TOT-ZERO-INT
           COMPUTE WS-NEW-BALANCE = ACC-BALANCE + WS-INTEREST.
           MOVE WS-NEW-BALANCE TO ACC-BALANCE.
           MOVE WS-RUN-DATE    TO ACC-DATE.
           PERFORM H355-MARK-OVERDRAWN.
           REWRITE ACC-REC.
           PERFORM H360-SYNC-MIRROR.
           PERFORM H380-WRITE-AUDIT.
           END-IF.
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
      *    SUB-ACCOUNT BALANCE.  IDX-DATE IS LEFT ALONE SO AN
      *    ACCRUAL DOES NOT COUNT AS CUSTOMER ACTIVITY FOR THE
           MOVE ACC-DVZ        TO AUD-NEW-DVZ.
           MOVE ACC-BALANCE    TO AUD-NEW-BALANCE.
           MOVE ACC-OD-LIMIT   TO AUD-NEW-LIMIT.
           MOVE SPACE          TO AUD-REV-SW.
           MOVE ZERO           TO AUD-ORIG-REF.
           MOVE WS-RUN-DATE    TO WS-TRN-DATE.
           ADD 1               TO WS-TRN-SEQ.
           MOVE WS-TRN-REF     TO AUD-TRN-REF.
           WRITE AUD-REC.
       H380-END. EXIT.

           DISPLAY 'ZERO BALANCES SKIPPED ..... ' WS-TOT-ZERO-BAL.
           DISPLAY 'ROUNDED TO ZERO ........... ' WS-TOT-ZERO-INT.
           DISPLAY 'NO RATE FOR CURRENCY ...... ' WS-TOT-NO-RATE.
           DISPLAY 'SUSPENSE SUB-ACCOUNTS ..... ' WS-TOT-SUSPENSE.
           DISPLAY '=================================================='.
           DISPLAY 'PROGRAM IS EXIT'
           STOP RUN.
