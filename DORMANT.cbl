                                 ==ACC-DVZ==     BY ==ACA-DVZ==
                                 ==ACC-DATE==    BY ==ACA-DATE==
                                 ==ACC-BALANCE== BY ==ACA-BALANCE==
                                 ==ACC-OD-LIMIT== BY ==ACA-OD-LIMIT==
                                 ==ACC-OD-SINCE== BY ==ACA-OD-SINCE==.
       FD  AUD-FILE RECORDING MODE F.
           COPY AUDREC.
       FD  DRM-FILE RECORDING MODE F.
           05 WS-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-EOF                    VALUE 'Y'.
           05 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
      *    TRANSACTION REFERENCE FOR EACH AUDIT RECORD WRITTEN -
      *    SOURCE, RUN DATE AND A SEQUENCE WITHIN THE RUN.
           05 WS-TRN-REF.
              10 WS-TRN-SOURCE    PIC X(02) VALUE 'DM'.
              10 WS-TRN-DATE      PIC 9(08) VALUE ZERO.
              10 WS-TRN-SEQ       PIC 9(06) VALUE ZERO.
           05 WS-ACT-DATE         PIC 9(08) VALUE ZERO.
           05 WS-DAYS-IDLE        PIC S9(05) COMP-3 VALUE ZERO.
           05 WS-ARCHIVE-DAYS     PIC 9(05) VALUE 00730.
           05 WS-TOT-READ         PIC 9(08) VALUE ZERO.
           05 WS-TOT-ARCHIVED     PIC 9(08) VALUE ZERO.
           05 WS-TOT-SUSPENSE     PIC 9(08) VALUE ZERO.
           05 WS-DVZ-SUB          PIC 9(04) COMP VALUE ZERO.
           05 WS-DVZ-OUT          PIC 9(03) VALUE ZERO.
           05 CX                  PIC 9(04) COMP VALUE ZERO.
                 15 WS-CURR-BAND-180 PIC 9(07) VALUE ZERO.
                 15 WS-CURR-BAND-365 PIC 9(07) VALUE ZERO.
                 15 WS-CURR-ARCHIVED PIC 9(07) VALUE ZERO.
           COPY CALAREA.
           COPY SUSPUID.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(34) VALUE
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
           OPEN I-O IDX-FILE.
           IF NOT IDX-SUCCESS
               DISPLAY 'IDX-FILE DOES NOT OPENED'

       H300-PROCESS.
           ADD 1 TO WS-TOT-READ.
      *    THE CLOSED-ACCOUNT SUSPENSE CUSTOMER IS NEVER ARCHIVED -
      *    CLOSURES PAY INTO IT HOWEVER LONG IT HAS BEEN IDLE.
           IF IDX-UID = WS-SUSPENSE-UID
               ADD 1 TO WS-TOT-SUSPENSE
           ELSE
               PERFORM H310-REVIEW-ACCOUNT
           END-IF.
           READ IDX-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       H300-END. EXIT.

       H310-REVIEW-ACCOUNT.
           PERFORM H320-COMPUTE-IDLE-DAYS.
           PERFORM H340-FIND-CURRENCY.
           EVALUATE TRUE
               WHEN OTHER
                   ADD 1 TO WS-CURR-ACTIVE (WS-DVZ-SUB)
           END-EVALUATE.
       H310-END. EXIT.

      *    IDLE DAYS ARE CALENDAR DAYS FROM THE LAST ACTIVITY UP TO
      *    THE BUSINESS DATE.  A DATE THE CALENDAR CANNOT READ COUNTS
      *    AS IDLE FOR EVER.
       H320-COMPUTE-IDLE-DAYS.
           MOVE IDX-DATE TO WS-ACT-DATE.
           SET WS-CAL-FUNC-DAYS TO TRUE.
           MOVE WS-ACT-DATE TO WS-CAL-IN-DATE.
           MOVE ZERO        TO WS-CAL-TO-DATE.
           CALL WS-CALDATE USING WS-CAL-AREA.
           IF WS-CAL-OK
               MOVE WS-CAL-DAYS TO WS-DAYS-IDLE
           ELSE
               MOVE 99999 TO WS-DAYS-IDLE
           END-IF.
       H320-END. EXIT.

           MOVE ZERO           TO AUD-NEW-DVZ.
           MOVE ZERO           TO AUD-NEW-BALANCE.
           MOVE ZERO           TO AUD-NEW-LIMIT.
           MOVE SPACE          TO AUD-REV-SW.
           MOVE ZERO           TO AUD-ORIG-REF.
           MOVE WS-RUN-DATE    TO WS-TRN-DATE.
           ADD 1               TO WS-TRN-SEQ.
           MOVE WS-TRN-REF     TO AUD-TRN-REF.
           WRITE AUD-REC.
       H380-END. EXIT.

           DISPLAY 'DORMANT RUN SUMMARY'.
           DISPLAY 'ACCOUNTS REVIEWED ......... ' WS-TOT-READ.
           DISPLAY 'ACCOUNTS ARCHIVED ......... ' WS-TOT-ARCHIVED.
           DISPLAY 'SUSPENSE NOT REVIEWED ..... ' WS-TOT-SUSPENSE.
           DISPLAY '=================================================='.
           DISPLAY 'PROGRAM IS EXIT'
           STOP RUN.
