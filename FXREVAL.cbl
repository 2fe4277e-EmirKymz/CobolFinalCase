           05 WS-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-EOF                    VALUE 'Y'.
           05 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
           05 WS-AUD-TIME         PIC 9(08) VALUE ZERO.
      *    TRANSACTION REFERENCE FOR EACH AUDIT RECORD WRITTEN -
      *    SOURCE, RUN DATE AND A SEQUENCE WITHIN THE RUN.
           05 WS-TRN-REF.
              10 WS-TRN-SOURCE    PIC X(02) VALUE 'FX'.
              10 WS-TRN-DATE      PIC 9(08) VALUE ZERO.
              10 WS-TRN-SEQ       PIC 9(06) VALUE ZERO.
           05 WS-BASE-DVZ         PIC S9(03) VALUE 949.
           05 WS-DVZ-SUB          PIC 9(04) COMP VALUE ZERO.
           05 WS-DVZ-OUT          PIC 9(03) VALUE ZERO.
                 15 WS-FX-TBL-RATE   PIC S9(05)V9(06) COMP-3
                                     VALUE ZERO.
                 15 WS-FX-TBL-DATE   PIC S9(09) COMP-3 VALUE ZERO.
           COPY CALAREA.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(42) VALUE
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
           OPEN INPUT ACC-FILE.
           IF NOT ACC-SUCCESS
               DISPLAY 'ACC-FILE DOES NOT OPENED'
           MOVE WS-BASE-DVZ    TO AUD-NEW-DVZ.
           MOVE WS-NEW-BASE    TO AUD-NEW-BALANCE.
           MOVE ACC-OD-LIMIT   TO AUD-NEW-LIMIT.
           MOVE SPACE          TO AUD-REV-SW.
           MOVE ZERO           TO AUD-ORIG-REF.
           MOVE WS-RUN-DATE    TO WS-TRN-DATE.
           ADD 1               TO WS-TRN-SEQ.
           MOVE WS-TRN-REF     TO AUD-TRN-REF.
           WRITE AUD-REC.
       H360-END. EXIT.

