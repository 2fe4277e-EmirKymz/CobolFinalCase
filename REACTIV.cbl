                                 ==ACC-DVZ==     BY ==ACA-DVZ==
                                 ==ACC-DATE==    BY ==ACA-DATE==
                                 ==ACC-BALANCE== BY ==ACA-BALANCE==
                                 ==ACC-OD-LIMIT== BY ==ACA-OD-LIMIT==
                                 ==ACC-OD-SINCE== BY ==ACA-OD-SINCE==.
       FD  AAO-FILE RECORDING MODE F.
           COPY ACCREC REPLACING ==ACC-REC==     BY ==AAO-REC==
                                 ==ACC-KEY==     BY ==AAO-KEY==
                                 ==ACC-DVZ==     BY ==AAO-DVZ==
                                 ==ACC-DATE==    BY ==AAO-DATE==
                                 ==ACC-BALANCE== BY ==AAO-BALANCE==
                                 ==ACC-OD-LIMIT== BY ==AAO-OD-LIMIT==
                                 ==ACC-OD-SINCE== BY ==AAO-OD-SINCE==.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  ACC-FILE.
           05 WS-FOUND-SW         PIC X(01) VALUE 'N'.
              88 WS-FOUND                  VALUE 'Y'.
           05 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
           05 WS-AUD-TIME         PIC 9(08) VALUE ZERO.
      *    TRANSACTION REFERENCE FOR THE REACTIVATION - SOURCE, RUN
      *    DATE AND THE REACTIVATED CUSTOMER'S UID.
           05 WS-TRN-REF.
              10 WS-TRN-SOURCE    PIC X(02) VALUE 'RA'.
              10 WS-TRN-DATE      PIC 9(08) VALUE ZERO.
              10 WS-TRN-SEQ       PIC 9(06) VALUE ZERO.
           05 WS-SAVE-CUST.
              10 WS-SAVE-DVZ      PIC S9(03) VALUE ZERO.
              10 WS-SAVE-NAME     PIC X(15) VALUE SPACES.
           05 WS-TOT-ACA-READ     PIC 9(08) VALUE ZERO.
           05 WS-TOT-ACA-KEPT     PIC 9(08) VALUE ZERO.
           05 WS-TOT-RESTORED     PIC 9(08) VALUE ZERO.
           COPY CALAREA.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(44) VALUE
       0000-END. EXIT.

       H100-OPEN-FILES.
           SET WS-CAL-FUNC-DATE TO TRUE.
           CALL WS-CALDATE USING WS-CAL-AREA.
           IF NOT WS-CAL-OK
               DISPLAY 'BUSINESS DATE NOT AVAILABLE'
               DISPLAY 'CALDATE RC: ' WS-CAL-RC
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-CAL-BUS-DATE TO WS-RUN-DATE.
           OPEN INPUT PRM-FILE.
           IF NOT PRM-SUCCESS
               DISPLAY 'PRM-FILE DOES NOT OPENED'
           MOVE WS-SAVE-DVZ     TO AUD-NEW-DVZ.
           MOVE WS-SAVE-BALANCE TO AUD-NEW-BALANCE.
           MOVE WS-SAVE-LIMIT   TO AUD-NEW-LIMIT.
           MOVE SPACE           TO AUD-REV-SW.
           MOVE ZERO            TO AUD-ORIG-REF.
           MOVE WS-RUN-DATE     TO WS-TRN-DATE.
           MOVE PRM-UID-N       TO WS-TRN-SEQ.
           MOVE WS-TRN-REF      TO AUD-TRN-REF.
           WRITE AUD-REC.
       H600-END. EXIT.

