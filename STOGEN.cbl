           05 WS-LIVE-SW          PIC X(01) VALUE 'N'.
              88 WS-UID-LIVE               VALUE 'Y'.
           05 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
           05 WS-DATE-INT         PIC S9(09) COMP-3 VALUE ZERO.
           05 WS-NEXT-DATE        PIC 9(08) VALUE ZERO.
           05 WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
              10 WS-ND-YY         PIC 9(04).
              10 WS-ND-MM         PIC 9(02).
              10 WS-ND-DD         PIC 9(02).
           05 WS-DUE-DATE         PIC 9(08) VALUE ZERO.
           05 WS-MONTH-END        PIC 9(02) VALUE ZERO.
           05 WS-YY-REM           PIC 9(04) VALUE ZERO.
           05 WS-TOT-READ         PIC 9(08) VALUE ZERO.
           05 WS-TOT-GENERATED    PIC 9(08) VALUE ZERO.
           05 WS-TOT-NOT-DUE      PIC 9(08) VALUE ZERO.
           05 WS-TOT-SKIPPED      PIC 9(08) VALUE ZERO.
           05 WS-TOT-MOVED        PIC 9(08) VALUE ZERO.
           05 WS-MONTH-DAYS-X     PIC X(24) VALUE
              '312831303130313130313031'.
           05 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
              10 WS-MTH-DAYS      OCCURS 12 TIMES PIC 9(02).
           COPY CALAREA.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(42) VALUE
              'ORDERS SKIPPED:     '.
           05 WS-F-SKIPPED        PIC ZZZZZZ9.
           05 FILLER              PIC X(73) VALUE SPACES.
       01  WS-FTR-LINE-3.
           05 FILLER              PIC X(20) VALUE
              'MOVED TO BUS. DAY:  '.
           05 WS-F-MOVED          PIC ZZZZZZ9.
           05 FILLER              PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
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
           OPEN I-O STO-FILE.
           IF NOT STO-SUCCESS
               DISPLAY 'STO-FILE DOES NOT OPENED'

       H300-PROCESS.
           ADD 1 TO WS-TOT-READ.
           MOVE STO-NEXT-DATE TO WS-DUE-DATE.
           EVALUATE TRUE
               WHEN STO-NEXT-DATE > WS-RUN-DATE
                   ADD 1 TO WS-TOT-NOT-DUE
      *    EVERY OCCURRENCE DUE ON OR BEFORE THE RUN DATE IS
      *    GENERATED, SO A MISSED GENERATION RUN CATCHES UP BY
      *    ITSELF, AND THE NEXT-DUE-DATE IS ROLLED PAST TODAY.
      *    AN OCCURRENCE FALLING ON A WEEKEND OR HOLIDAY IS PAID ON
      *    THE NEXT BUSINESS DAY; THE ORDER KEEPS ITS OWN SCHEDULE,
      *    SO THE NEXT-DUE-DATE IS ROLLED FROM THE UNMOVED DATE.
       H330-EXPAND-ORDER.
           MOVE 'N' TO WS-DUE-DONE-SW.
           PERFORM H340-GENERATE-ONE UNTIL WS-DUE-DONE.
       H330-END. EXIT.

       H340-GENERATE-ONE.
           MOVE STO-NEXT-DATE TO WS-DUE-DATE.
           IF STO-END-DATE NOT = ZERO
              AND STO-NEXT-DATE > STO-END-DATE
               SET STO-EXPIRED TO TRUE
               PERFORM H350-WRITE-INPUT
               ADD 1 TO WS-TOT-GENERATED
               MOVE 'GENERATED' TO WS-D-RESULT
               PERFORM H345-BUSINESS-DAY
               PERFORM H380-WRITE-REPORT
               PERFORM H360-ROLL-FORWARD
               IF STO-NEXT-DATE > WS-RUN-DATE
           END-IF.
       H340-END. EXIT.

       H345-BUSINESS-DAY.
           SET WS-CAL-FUNC-NEXT TO TRUE.
           MOVE STO-NEXT-DATE TO WS-CAL-IN-DATE.
           CALL WS-CALDATE USING WS-CAL-AREA.
           IF WS-CAL-OK AND WS-CAL-OUT-DATE NOT = STO-NEXT-DATE
               MOVE WS-CAL-OUT-DATE TO WS-DUE-DATE
               ADD 1 TO WS-TOT-MOVED
               MOVE SPACES TO WS-D-RESULT
               STRING 'GENERATED - DUE WAS ' DELIMITED BY SIZE
                      STO-NEXT-DATE          DELIMITED BY SIZE
                      INTO WS-D-RESULT
           END-IF.
       H345-END. EXIT.

       H350-WRITE-INPUT.
           MOVE STO-OPRT TO INP-OPRT.
           MOVE STO-UID  TO INP-UID.
           MOVE ZERO       TO INP-BALANCE.
           MOVE STO-AMOUNT TO INP-AMOUNT.
           MOVE ZERO       TO INP-CYCLE.
           MOVE 'SO'          TO INP-TRN-SOURCE.
           MOVE STO-NEXT-DATE TO INP-TRN-DATE.
           MOVE STO-ORDER-NO  TO INP-TRN-SEQ.
           WRITE INP-REC.
       H350-END. EXIT.

           MOVE STO-OPRT      TO WS-D-OPRT.
           MOVE STO-DVZ       TO WS-D-DVZ.
           MOVE STO-AMOUNT    TO WS-D-AMOUNT.
           MOVE WS-DUE-DATE   TO WS-D-DUE.
           WRITE SGR-REC FROM WS-DTL-LINE.
       H380-END. EXIT.

           WRITE SGR-REC FROM WS-FTR-LINE-1.
           MOVE WS-TOT-SKIPPED TO WS-F-SKIPPED.
           WRITE SGR-REC FROM WS-FTR-LINE-2.
           MOVE WS-TOT-MOVED TO WS-F-MOVED.
           WRITE SGR-REC FROM WS-FTR-LINE-3.
       H400-END. EXIT.

       H999-PROGRAM-EXIT.
           DISPLAY 'RECORDS GENERATED ......... ' WS-TOT-GENERATED.
           DISPLAY 'ORDERS NOT DUE ............ ' WS-TOT-NOT-DUE.
           DISPLAY 'ORDERS SKIPPED ............ ' WS-TOT-SKIPPED.
           DISPLAY 'MOVED TO NEXT BUSINESS DAY  ' WS-TOT-MOVED.
           DISPLAY '=================================================='.
           DISPLAY 'PROGRAM IS EXIT'
           STOP RUN.
