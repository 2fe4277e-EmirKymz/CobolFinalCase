                 15 WS-FX-TBL-RATE   PIC S9(05)V9(06) COMP-3 VALUE ZERO.
                 15 WS-FX-TBL-DATE   PIC S9(09) COMP-3 VALUE ZERO.
           05 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
           05 WS-FX-STALE         PIC 9(03) VALUE ZERO.
           COPY CALAREA.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(100) VALUE
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
           OPEN INPUT IDX-FILE
           OPEN INPUT ACC-FILE
           OPEN OUTPUT TRL-FILE.
