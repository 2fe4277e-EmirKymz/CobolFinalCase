       IDENTIFICATION DIVISION.

       PROGRAM-ID.    FEELOAD.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FFD-FILE   ASSIGN TO FFDFILE
                             STATUS FFD-ST.
           SELECT FEE-FILE   ASSIGN TO FEEFILE
                             STATUS ST-FEEFILE
                             ORGANIZATION IS INDEXED
                             ACCESS IS RANDOM
                             RECORD KEY IS FEE-DVZ.
           SELECT FLL-FILE   ASSIGN TO FLLFILE
                             STATUS FLL-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  FFD-FILE RECORDING MODE F.
       01  FFD-REC.
           05 FFD-DVZ             PIC 9(03).
           05 FFD-MAINT-AMT       PIC 9(15).
           05 FFD-OD-AMT          PIC 9(15).
           05 FFD-TRF-AMT         PIC 9(15).
           05 FFD-MIN-BAL         PIC 9(15).
           05 FFD-EFF-DATE        PIC 9(08).
       FD  FEE-FILE.
           COPY FEEREC.
       FD  FLL-FILE RECORDING MODE F.
       01  FLL-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 FFD-ST              PIC 9(02).
              88 FFD-EOF                  VALUE 10.
              88 FFD-SUCCESS              VALUE 00.
           05 ST-FEEFILE          PIC 9(02).
              88 FEE-SUCCESS              VALUE 00 97.
           05 FLL-ST              PIC 9(02).
              88 FLL-SUCCESS              VALUE 00.
           05 WS-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-EOF                    VALUE 'Y'.
           05 WS-TOT-READ         PIC 9(08) VALUE ZERO.
           05 WS-TOT-ADDED        PIC 9(08) VALUE ZERO.
           05 WS-TOT-CHANGED      PIC 9(08) VALUE ZERO.
           05 WS-TOT-REJECTED     PIC 9(08) VALUE ZERO.
           05 WS-TOT-PENDING      PIC 9(08) VALUE ZERO.
           05 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
           COPY CALAREA.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(100) VALUE
              'FEE SCHEDULE CHANGE REPORT'.
       01  WS-HDR-LINE-2.
           05 FILLER              PIC X(50) VALUE
              'DVZ  MAINTENANCE   OD USAGE    TRANSFER  MIN BALAN'.
           05 FILLER              PIC X(50) VALUE
              'CE EFF DATE ACTION'.
       01  WS-DTL-LINE.
           05 WS-D-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-MAINT          PIC ZZZZZZZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-OD             PIC ZZZZZZZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-TRF            PIC ZZZZZZZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-MIN-BAL        PIC ZZZZZZZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-EFF-DATE       PIC 9(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-ACTION         PIC X(35).
           05 FILLER              PIC X(4) VALUE SPACES.
       01  WS-FTR-LINE.
           05 FILLER              PIC X(20) VALUE
              'SCHEDULES REJECTED: '.
           05 WS-F-COUNT          PIC ZZZZZZ9.
           05 FILLER              PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.
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
           OPEN INPUT FFD-FILE.
           IF NOT FFD-SUCCESS
               DISPLAY 'FFD-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' FFD-ST
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O FEE-FILE.
           IF NOT FEE-SUCCESS
               OPEN OUTPUT FEE-FILE
               CLOSE FEE-FILE
               OPEN I-O FEE-FILE
           END-IF.
           IF NOT FEE-SUCCESS
               DISPLAY 'FEE-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-FEEFILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT FLL-FILE.
           IF NOT FLL-SUCCESS
               DISPLAY 'FLL-FILE DOES NOT OPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ FFD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       H100-END. EXIT.

       H200-PRINT-HEADERS.
           WRITE FLL-REC FROM WS-HDR-LINE-1.
           WRITE FLL-REC FROM WS-HDR-LINE-2.
       H200-END. EXIT.

       H300-PROCESS.
           ADD 1 TO WS-TOT-READ.
           IF FFD-DVZ = ZERO
               MOVE 'REJECTED - CURRENCY IS ZERO' TO WS-D-ACTION
               ADD 1 TO WS-TOT-REJECTED
               PERFORM H360-WRITE-REPORT
           ELSE IF FFD-EFF-DATE = ZERO
               MOVE 'REJECTED - NO EFFECTIVE DATE' TO WS-D-ACTION
               ADD 1 TO WS-TOT-REJECTED
               PERFORM H360-WRITE-REPORT
           ELSE
               PERFORM H320-APPLY-SCHEDULE
           END-IF.
           READ FFD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       H300-END. EXIT.

      *    A NEW SCHEDULE PUSHES THE ONE IT REPLACES INTO THE PRIOR
      *    FIELDS, SO FEECHRG KEEPS CHARGING THE OLD FEES UNTIL THE
      *    NEW EFFECTIVE DATE IS REACHED.  A SCHEDULE DATED BEFORE
      *    THE ONE ALREADY HELD WOULD REWRITE HISTORY AND IS REFUSED.
      *    WHILE THE SCHEDULE HELD IS STILL WAITING FOR ITS EFFECTIVE
      *    DATE THE PRIOR FIELDS ARE THE ONES IN FORCE, SO A FURTHER
      *    CHANGE ONLY REPLACES THE PENDING SCHEDULE AND LEAVES THEM.
       H320-APPLY-SCHEDULE.
           MOVE FFD-DVZ TO FEE-DVZ.
           READ FEE-FILE KEY FEE-DVZ
               INVALID KEY
                   MOVE FFD-DVZ      TO FEE-DVZ
                   MOVE ZERO         TO FEE-PRV-MAINT-AMT
                   MOVE ZERO         TO FEE-PRV-OD-AMT
                   MOVE ZERO         TO FEE-PRV-TRF-AMT
                   MOVE ZERO         TO FEE-PRV-MIN-BAL
                   PERFORM H340-MOVE-NEW-SCHEDULE
                   WRITE FEE-REC
                   MOVE 'NEW CURRENCY ADDED' TO WS-D-ACTION
                   ADD 1 TO WS-TOT-ADDED
               NOT INVALID KEY
                   IF FFD-EFF-DATE < FEE-EFF-DATE
                       MOVE 'REJECTED - BEFORE CURRENT SCHEDULE'
                                         TO WS-D-ACTION
                       ADD 1 TO WS-TOT-REJECTED
                   ELSE IF FEE-EFF-DATE > WS-RUN-DATE
                       PERFORM H340-MOVE-NEW-SCHEDULE
                       REWRITE FEE-REC
                       MOVE 'PENDING SCHEDULE REPLACED'
                                         TO WS-D-ACTION
                       ADD 1 TO WS-TOT-PENDING
                   ELSE
                       MOVE FEE-MAINT-AMT TO FEE-PRV-MAINT-AMT
                       MOVE FEE-OD-AMT    TO FEE-PRV-OD-AMT
                       MOVE FEE-TRF-AMT   TO FEE-PRV-TRF-AMT
                       MOVE FEE-MIN-BAL   TO FEE-PRV-MIN-BAL
                       PERFORM H340-MOVE-NEW-SCHEDULE
                       REWRITE FEE-REC
                       MOVE 'CHANGED' TO WS-D-ACTION
                       ADD 1 TO WS-TOT-CHANGED
                   END-IF
           END-READ.
           PERFORM H360-WRITE-REPORT.
       H320-END. EXIT.

       H340-MOVE-NEW-SCHEDULE.
           MOVE FFD-MAINT-AMT TO FEE-MAINT-AMT.
           MOVE FFD-OD-AMT    TO FEE-OD-AMT.
           MOVE FFD-TRF-AMT   TO FEE-TRF-AMT.
           MOVE FFD-MIN-BAL   TO FEE-MIN-BAL.
           MOVE FFD-EFF-DATE  TO FEE-EFF-DATE.
       H340-END. EXIT.

       H360-WRITE-REPORT.
           MOVE FFD-DVZ        TO WS-D-DVZ.
           MOVE FFD-MAINT-AMT  TO WS-D-MAINT.
           MOVE FFD-OD-AMT     TO WS-D-OD.
           MOVE FFD-TRF-AMT    TO WS-D-TRF.
           MOVE FFD-MIN-BAL    TO WS-D-MIN-BAL.
           MOVE FFD-EFF-DATE   TO WS-D-EFF-DATE.
           WRITE FLL-REC FROM WS-DTL-LINE.
       H360-END. EXIT.

       H400-PRINT-FOOTER.
           MOVE WS-TOT-REJECTED TO WS-F-COUNT.
           WRITE FLL-REC FROM WS-FTR-LINE.
       H400-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE FFD-FILE.
           CLOSE FEE-FILE.
           CLOSE FLL-FILE.
           DISPLAY '=================================================='.
           DISPLAY 'FEELOAD RUN SUMMARY'.
           DISPLAY 'FEE FEED RECORDS READ ..... ' WS-TOT-READ.
           DISPLAY 'NEW CURRENCIES ADDED ...... ' WS-TOT-ADDED.
           DISPLAY 'SCHEDULES CHANGED ......... ' WS-TOT-CHANGED.
           DISPLAY 'PENDING SCHEDULES REPLACED  ' WS-TOT-PENDING.
           DISPLAY 'SCHEDULES REJECTED ........ ' WS-TOT-REJECTED.
           DISPLAY '=================================================='.
           DISPLAY 'PROGRAM IS EXIT'
           STOP RUN.
       H999-END. EXIT.
