       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CALDATE.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE   ASSIGN TO CALFILE
                             STATUS ST-CALFILE
                             ORGANIZATION IS INDEXED
                             ACCESS IS RANDOM
                             RECORD KEY IS CAL-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE.
           COPY CALREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ST-CALFILE          PIC 9(02).
              88 CAL-SUCCESS              VALUE 00 97.
           05 WS-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-FILE-OPEN             VALUE 'Y'.
           05 WS-CTL-SW           PIC X(01) VALUE 'N'.
              88 WS-CTL-LOADED            VALUE 'Y'.
           05 WS-BUS-DATE         PIC 9(08) VALUE ZERO.
           05 WS-PREV-DATE        PIC 9(08) VALUE ZERO.
           05 WS-CHK-DATE         PIC 9(08) VALUE ZERO.
           05 WS-DATE-INT         PIC S9(09) COMP-3 VALUE ZERO.
           05 WS-FROM-INT         PIC S9(09) COMP-3 VALUE ZERO.
           05 WS-WORK-INT         PIC S9(09) COMP-3 VALUE ZERO.
           05 WS-WEEKS            PIC S9(09) COMP-3 VALUE ZERO.
      *    DAY OF THE WEEK, 0 = MONDAY.  DAY ONE OF THE INTEGER
      *    DATE SCALE (1 JANUARY 1601) WAS A MONDAY.
           05 WS-WEEKDAY          PIC 9(01) VALUE ZERO.
              88 WS-SAT-SUN               VALUE 5 6.
           05 WS-TRIES            PIC 9(03) VALUE ZERO.

       LINKAGE SECTION.
           COPY CALAREA.
       PROCEDURE DIVISION USING WS-CAL-AREA.
      *    THE CALENDAR IS OPENED AND ITS CONTROL RECORD READ ON THE
      *    FIRST CALL; BOTH STAY IN STORAGE FOR THE REST OF THE RUN.
       0000-MAIN.
           MOVE ZERO TO WS-CAL-RC.
           IF WS-CAL-FUNC-CLOSE
               PERFORM H900-CLOSE-CALENDAR
           ELSE
               IF NOT WS-CTL-LOADED
                   PERFORM H100-OPEN-CALENDAR
               END-IF
               IF WS-CTL-LOADED
                   MOVE WS-BUS-DATE  TO WS-CAL-BUS-DATE
                   MOVE WS-PREV-DATE TO WS-CAL-PREV-DATE
                   EVALUATE TRUE
                       WHEN WS-CAL-FUNC-DATE
                           CONTINUE
                       WHEN WS-CAL-FUNC-CHECK
                           PERFORM H300-CHECK-DAY
                       WHEN WS-CAL-FUNC-NEXT
                           PERFORM H400-NEXT-BUSINESS-DAY
                       WHEN WS-CAL-FUNC-DAYS
                           PERFORM H500-COUNT-DAYS
                       WHEN OTHER
                           SET WS-CAL-BAD-FUNC TO TRUE
                   END-EVALUATE
               ELSE
                   SET WS-CAL-NO-CALENDAR TO TRUE
                   MOVE ZERO TO WS-CAL-BUS-DATE
                   MOVE ZERO TO WS-CAL-PREV-DATE
               END-IF
           END-IF.
           GOBACK.
       0000-END. EXIT.

      *    A CALENDAR LEFT OPEN BY AN EARLIER CALL THAT FOUND NO
      *    CONTROL RECORD IS NOT OPENED AGAIN - THE READ IS RETRIED.
       H100-OPEN-CALENDAR.
           IF NOT WS-FILE-OPEN
               OPEN INPUT CAL-FILE
               IF CAL-SUCCESS
                   SET WS-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'CAL-FILE DOES NOT OPENED'
                   DISPLAY 'STATUS CODE: ' ST-CALFILE
               END-IF
           END-IF.
           IF WS-FILE-OPEN
               MOVE ZERO TO CAL-DATE
               READ CAL-FILE KEY CAL-KEY
                   INVALID KEY
                       DISPLAY 'CAL-FILE HAS NO CONTROL RECORD'
                   NOT INVALID KEY
                       MOVE CAL-BUS-DATE  TO WS-BUS-DATE
                       MOVE CAL-PREV-DATE TO WS-PREV-DATE
                       SET WS-CTL-LOADED TO TRUE
               END-READ
           END-IF.
       H100-END. EXIT.

      *    WS-DATE-INT IS LEFT ZERO FOR A DATE THAT IS NOT A REAL
      *    CALENDAR DATE.
       H200-VALIDATE-DATE.
           MOVE ZERO TO WS-DATE-INT.
           IF WS-CHK-DATE NOT < 19000101 AND WS-CHK-DATE NOT > 21001231
               COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CHK-DATE)
           END-IF.
       H200-END. EXIT.

       H250-CLASSIFY-DAY.
           MOVE SPACES TO WS-CAL-HOL-DESC.
           COMPUTE WS-WORK-INT = WS-DATE-INT - 1.
           DIVIDE WS-WORK-INT BY 7 GIVING WS-WEEKS
                  REMAINDER WS-WEEKDAY.
           IF WS-SAT-SUN
               SET WS-CAL-WEEKEND TO TRUE
           ELSE
               MOVE WS-CHK-DATE TO CAL-DATE
               READ CAL-FILE KEY CAL-KEY
                   INVALID KEY
                       SET WS-CAL-BUSINESS-DAY TO TRUE
                   NOT INVALID KEY
                       SET WS-CAL-HOLIDAY TO TRUE
                       MOVE CAL-HOL-DESC TO WS-CAL-HOL-DESC
               END-READ
           END-IF.
       H250-END. EXIT.

       H300-CHECK-DAY.
           MOVE WS-CAL-IN-DATE TO WS-CHK-DATE.
           PERFORM H200-VALIDATE-DATE.
           IF WS-DATE-INT = ZERO
               SET WS-CAL-BAD-DATE TO TRUE
               MOVE SPACE TO WS-CAL-DAY-SW
           ELSE
               PERFORM H250-CLASSIFY-DAY
           END-IF.
       H300-END. EXIT.

      *    A RUN OF HOLIDAYS LONGER THAN TWO MONTHS CAN ONLY BE A
      *    LOADING ERROR, SO THE SEARCH GIVES UP THERE.
       H400-NEXT-BUSINESS-DAY.
           MOVE ZERO TO WS-CAL-OUT-DATE.
           MOVE WS-CAL-IN-DATE TO WS-CHK-DATE.
           PERFORM H200-VALIDATE-DATE.
           IF WS-DATE-INT = ZERO
               SET WS-CAL-BAD-DATE TO TRUE
           ELSE
               MOVE ZERO TO WS-TRIES
               PERFORM H250-CLASSIFY-DAY
               PERFORM H420-STEP-DAY
                       UNTIL WS-CAL-BUSINESS-DAY OR WS-TRIES > 60
               IF WS-CAL-BUSINESS-DAY
                   MOVE WS-CHK-DATE TO WS-CAL-OUT-DATE
               ELSE
                   SET WS-CAL-BAD-DATE TO TRUE
               END-IF
           END-IF.
       H400-END. EXIT.

       H420-STEP-DAY.
           ADD 1 TO WS-TRIES.
           ADD 1 TO WS-DATE-INT.
           COMPUTE WS-CHK-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           PERFORM H250-CLASSIFY-DAY.
       H420-END. EXIT.

       H500-COUNT-DAYS.
           MOVE ZERO TO WS-CAL-DAYS.
           MOVE WS-CAL-IN-DATE TO WS-CHK-DATE.
           PERFORM H200-VALIDATE-DATE.
           MOVE WS-DATE-INT TO WS-FROM-INT.
           IF WS-CAL-TO-DATE = ZERO
               MOVE WS-BUS-DATE TO WS-CHK-DATE
           ELSE
               MOVE WS-CAL-TO-DATE TO WS-CHK-DATE
           END-IF.
           PERFORM H200-VALIDATE-DATE.
           IF WS-FROM-INT = ZERO OR WS-DATE-INT = ZERO
               SET WS-CAL-BAD-DATE TO TRUE
           ELSE
               COMPUTE WS-CAL-DAYS = WS-DATE-INT - WS-FROM-INT
           END-IF.
       H500-END. EXIT.

       H900-CLOSE-CALENDAR.
           IF WS-FILE-OPEN
               CLOSE CAL-FILE
           END-IF.
           MOVE 'N' TO WS-OPEN-SW.
           MOVE 'N' TO WS-CTL-SW.
       H900-END. EXIT.
