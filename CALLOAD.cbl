       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CALLOAD.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLF-FILE   ASSIGN TO CLFFILE
                             STATUS CLF-ST.
           SELECT CAL-FILE   ASSIGN TO CALFILE
                             STATUS ST-CALFILE
                             ORGANIZATION IS INDEXED
                             ACCESS IS RANDOM
                             RECORD KEY IS CAL-KEY.
           SELECT CLL-FILE   ASSIGN TO CLLFILE
                             STATUS CLL-ST.
       DATA DIVISION.
       FILE SECTION.
      *    'H' ADDS A BANK HOLIDAY, 'X' REMOVES ONE, 'I' SETS THE
      *    CURRENT (AND OPTIONALLY PREVIOUS) BUSINESS DATE - USED TO
      *    START THE CALENDAR OFF AND TO CORRECT IT BY HAND.
       FD  CLF-FILE RECORDING MODE F.
       01  CLF-REC.
           05 CLF-ACTION          PIC X(01).
              88 CLF-ADD-HOLIDAY           VALUE 'H'.
              88 CLF-DEL-HOLIDAY           VALUE 'X'.
              88 CLF-SET-DATE              VALUE 'I'.
           05 CLF-DATE            PIC X(08).
           05 CLF-DATE-N REDEFINES CLF-DATE
                                  PIC 9(08).
           05 CLF-PREV-DATE       PIC X(08).
           05 CLF-PREV-DATE-N REDEFINES CLF-PREV-DATE
                                  PIC 9(08).
           05 CLF-DESC            PIC X(30).
       FD  CAL-FILE.
           COPY CALREC.
       FD  CLL-FILE RECORDING MODE F.
       01  CLL-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 CLF-ST              PIC 9(02).
              88 CLF-EOF                  VALUE 10.
              88 CLF-SUCCESS              VALUE 00.
           05 ST-CALFILE          PIC 9(02).
              88 CAL-SUCCESS              VALUE 00 97.
           05 CLL-ST              PIC 9(02).
              88 CLL-SUCCESS              VALUE 00.
           05 WS-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-EOF                    VALUE 'Y'.
           05 WS-CTL-SW           PIC X(01) VALUE 'N'.
              88 WS-CTL-FOUND             VALUE 'Y'.
           05 WS-HOL-SW           PIC X(01) VALUE 'N'.
              88 WS-HOL-FOUND             VALUE 'Y'.
           05 WS-BUS-DATE         PIC 9(08) VALUE ZERO.
           05 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 WS-RUN-TIME         PIC 9(08) VALUE ZERO.
           05 WS-CHK-DATE         PIC 9(08) VALUE ZERO.
           05 WS-DATE-INT         PIC S9(09) COMP-3 VALUE ZERO.
           05 WS-WORK-INT         PIC S9(09) COMP-3 VALUE ZERO.
           05 WS-WEEKS            PIC S9(09) COMP-3 VALUE ZERO.
      *    DAY OF THE WEEK, 0 = MONDAY, AS IN CALDATE.
           05 WS-WEEKDAY          PIC 9(01) VALUE ZERO.
              88 WS-SAT-SUN               VALUE 5 6.
           05 WS-TOT-READ         PIC 9(08) VALUE ZERO.
           05 WS-TOT-ADDED        PIC 9(08) VALUE ZERO.
           05 WS-TOT-REMOVED      PIC 9(08) VALUE ZERO.
           05 WS-TOT-DATE-SET     PIC 9(08) VALUE ZERO.
           05 WS-TOT-REJECTED     PIC 9(08) VALUE ZERO.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(46) VALUE
              'BUSINESS CALENDAR CHANGE REPORT - BUSINESS DAT'.
           05 FILLER              PIC X(03) VALUE 'E: '.
           05 WS-H-DATE           PIC 9(08).
           05 FILLER              PIC X(43) VALUE SPACES.
       01  WS-HDR-LINE-2.
           05 FILLER              PIC X(50) VALUE
              'A DATE     PREVIOUS DESCRIPTION                   '.
           05 FILLER              PIC X(50) VALUE
              ' RESULT'.
       01  WS-DTL-LINE.
           05 WS-D-ACTION         PIC X(01).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-DATE           PIC X(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-PREV-DATE      PIC X(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-DESC           PIC X(30).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-RESULT         PIC X(40).
           05 FILLER              PIC X(9) VALUE SPACES.
       01  WS-FTR-LINE.
           05 FILLER              PIC X(20) VALUE
              'CHANGES REJECTED:   '.
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT CLF-FILE.
           IF NOT CLF-SUCCESS
               DISPLAY 'CLF-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' CLF-ST
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O CAL-FILE.
           IF NOT CAL-SUCCESS
               OPEN OUTPUT CAL-FILE
               CLOSE CAL-FILE
               OPEN I-O CAL-FILE
           END-IF.
           IF NOT CAL-SUCCESS
               DISPLAY 'CAL-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-CALFILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CLL-FILE.
           IF NOT CLL-SUCCESS
               DISPLAY 'CLL-FILE DOES NOT OPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H120-READ-CONTROL.
           READ CLF-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       H100-END. EXIT.

       H120-READ-CONTROL.
           MOVE 'N'  TO WS-CTL-SW.
           MOVE ZERO TO WS-BUS-DATE.
           MOVE ZERO TO CAL-DATE.
           READ CAL-FILE KEY CAL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CTL-FOUND TO TRUE
                   MOVE CAL-BUS-DATE TO WS-BUS-DATE
           END-READ.
       H120-END. EXIT.

       H200-PRINT-HEADERS.
           MOVE WS-BUS-DATE TO WS-H-DATE.
           WRITE CLL-REC FROM WS-HDR-LINE-1.
           WRITE CLL-REC FROM WS-HDR-LINE-2.
       H200-END. EXIT.

      *    A HOLIDAY CAN ONLY BE ADDED OR REMOVED AHEAD OF THE
      *    BUSINESS DATE - DAYS ALREADY WORKED CANNOT BE UNDONE.
       H300-PROCESS.
           ADD 1 TO WS-TOT-READ.
           MOVE ZERO TO WS-DATE-INT.
           IF CLF-DATE NUMERIC
               MOVE CLF-DATE-N TO WS-CHK-DATE
               PERFORM H320-CHECK-DATE
           END-IF.
           IF NOT CLF-ADD-HOLIDAY AND NOT CLF-DEL-HOLIDAY
              AND NOT CLF-SET-DATE
               MOVE 'REJECTED - INVALID ACTION' TO WS-D-RESULT
               ADD 1 TO WS-TOT-REJECTED
           ELSE IF WS-DATE-INT = ZERO
               MOVE 'REJECTED - INVALID DATE' TO WS-D-RESULT
               ADD 1 TO WS-TOT-REJECTED
           ELSE IF WS-SAT-SUN
               MOVE 'REJECTED - DATE FALLS ON A WEEKEND'
                                         TO WS-D-RESULT
               ADD 1 TO WS-TOT-REJECTED
           ELSE IF CLF-SET-DATE
               PERFORM H360-SET-BUSINESS-DATE
           ELSE IF WS-CTL-FOUND AND CLF-DATE-N NOT > WS-BUS-DATE
               MOVE 'REJECTED - NOT AFTER THE BUSINESS DATE'
                                         TO WS-D-RESULT
               ADD 1 TO WS-TOT-REJECTED
           ELSE IF CLF-ADD-HOLIDAY
               PERFORM H340-ADD-HOLIDAY
           ELSE
               PERFORM H350-DEL-HOLIDAY
           END-IF.
           PERFORM H380-WRITE-REPORT.
           READ CLF-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       H300-END. EXIT.

      *    WS-DATE-INT IS LEFT ZERO FOR A DATE THAT IS NOT A REAL
      *    CALENDAR DATE.
       H320-CHECK-DATE.
           IF WS-CHK-DATE NOT < 19000101 AND WS-CHK-DATE NOT > 21001231
               COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CHK-DATE)
           END-IF.
           IF WS-DATE-INT NOT = ZERO
               COMPUTE WS-WORK-INT = WS-DATE-INT - 1
               DIVIDE WS-WORK-INT BY 7 GIVING WS-WEEKS
                      REMAINDER WS-WEEKDAY
           END-IF.
       H320-END. EXIT.

       H340-ADD-HOLIDAY.
           MOVE CLF-DATE-N TO CAL-DATE.
           SET CAL-HOLIDAY TO TRUE.
           MOVE SPACES     TO CAL-DATA.
           MOVE CLF-DESC   TO CAL-HOL-DESC.
           WRITE CAL-REC
               INVALID KEY
                   MOVE 'REJECTED - ALREADY A HOLIDAY' TO WS-D-RESULT
                   ADD 1 TO WS-TOT-REJECTED
               NOT INVALID KEY
                   MOVE 'HOLIDAY ADDED' TO WS-D-RESULT
                   ADD 1 TO WS-TOT-ADDED
           END-WRITE.
       H340-END. EXIT.

       H350-DEL-HOLIDAY.
           MOVE CLF-DATE-N TO CAL-DATE.
           DELETE CAL-FILE
               INVALID KEY
                   MOVE 'REJECTED - NOT A HOLIDAY' TO WS-D-RESULT
                   ADD 1 TO WS-TOT-REJECTED
               NOT INVALID KEY
                   MOVE 'HOLIDAY REMOVED' TO WS-D-RESULT
                   ADD 1 TO WS-TOT-REMOVED
           END-DELETE.
       H350-END. EXIT.

      *    THE NEW BUSINESS DATE MUST BE A WORKING DAY.  THE
      *    PREVIOUS BUSINESS DATE IS TAKEN FROM THE CARD WHEN GIVEN,
      *    OTHERWISE THE OLD BUSINESS DATE MOVES DOWN INTO IT.
       H360-SET-BUSINESS-DATE.
           MOVE CLF-DATE-N TO CAL-DATE.
           READ CAL-FILE KEY CAL-KEY
               INVALID KEY
                   MOVE 'N' TO WS-HOL-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HOL-SW
           END-READ.
           PERFORM H120-READ-CONTROL.
           IF WS-HOL-FOUND
               MOVE 'REJECTED - DATE IS A HOLIDAY' TO WS-D-RESULT
               ADD 1 TO WS-TOT-REJECTED
           ELSE
               MOVE ZERO TO CAL-DATE
               SET CAL-CONTROL TO TRUE
               IF CLF-PREV-DATE NUMERIC AND CLF-PREV-DATE-N NOT = ZERO
                  AND CLF-PREV-DATE-N < CLF-DATE-N
                   MOVE CLF-PREV-DATE-N TO CAL-PREV-DATE
               ELSE
                   MOVE WS-BUS-DATE     TO CAL-PREV-DATE
               END-IF
               MOVE CLF-DATE-N  TO CAL-BUS-DATE
               MOVE WS-RUN-DATE TO CAL-ROLL-DATE
               MOVE WS-RUN-TIME TO CAL-ROLL-TIME
               IF WS-CTL-FOUND
                   REWRITE CAL-REC
                   MOVE 'BUSINESS DATE CHANGED' TO WS-D-RESULT
               ELSE
                   WRITE CAL-REC
                   MOVE 'BUSINESS DATE SET' TO WS-D-RESULT
               END-IF
               ADD 1 TO WS-TOT-DATE-SET
               PERFORM H120-READ-CONTROL
           END-IF.
       H360-END. EXIT.

       H380-WRITE-REPORT.
           MOVE CLF-ACTION     TO WS-D-ACTION.
           MOVE CLF-DATE       TO WS-D-DATE.
           MOVE CLF-PREV-DATE  TO WS-D-PREV-DATE.
           MOVE CLF-DESC       TO WS-D-DESC.
           WRITE CLL-REC FROM WS-DTL-LINE.
       H380-END. EXIT.

       H400-PRINT-FOOTER.
           MOVE WS-TOT-REJECTED TO WS-F-COUNT.
           WRITE CLL-REC FROM WS-FTR-LINE.
       H400-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE CLF-FILE.
           CLOSE CAL-FILE.
           CLOSE CLL-FILE.
           DISPLAY '=================================================='.
           DISPLAY 'CALLOAD RUN SUMMARY'.
           DISPLAY 'CALENDAR CARDS READ ....... ' WS-TOT-READ.
           DISPLAY 'HOLIDAYS ADDED ............ ' WS-TOT-ADDED.
           DISPLAY 'HOLIDAYS REMOVED .......... ' WS-TOT-REMOVED.
           DISPLAY 'BUSINESS DATE CHANGES ..... ' WS-TOT-DATE-SET.
           DISPLAY 'CHANGES REJECTED .......... ' WS-TOT-REJECTED.
           DISPLAY 'BUSINESS DATE NOW ......... ' WS-BUS-DATE.
           DISPLAY '=================================================='.
           DISPLAY 'PROGRAM IS EXIT'
           STOP RUN.
       H999-END. EXIT.
