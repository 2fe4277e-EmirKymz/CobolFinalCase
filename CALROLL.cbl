       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CALROLL.
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
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
           05 WS-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-FILE-OPEN             VALUE 'Y'.
           05 WS-ROLLED-SW        PIC X(01) VALUE 'N'.
              88 WS-ROLLED                VALUE 'Y'.
           05 WS-OLD-DATE         PIC 9(08) VALUE ZERO.
           05 WS-NEW-DATE         PIC 9(08) VALUE ZERO.
           05 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 WS-RUN-TIME         PIC 9(08) VALUE ZERO.
           05 WS-DATE-INT         PIC S9(09) COMP-3 VALUE ZERO.
           05 WS-DAYS-SKIPPED     PIC S9(07) VALUE ZERO.
           COPY CALAREA.

       PROCEDURE DIVISION.
      *    END OF DAY - MOVES THE BUSINESS DATE ON TO THE NEXT
      *    WORKING DAY.  RUNCTL ONLY RELEASES THIS STEP ONCE THE
      *    DAY'S POSTING AND REPORTING STEPS ARE COMPLETE.
       0000-MAIN.
           PERFORM H100-FIND-NEXT-DATE
           PERFORM H200-ROLL-CALENDAR
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-FIND-NEXT-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           SET WS-CAL-FUNC-DATE TO TRUE.
           CALL WS-CALDATE USING WS-CAL-AREA.
           IF NOT WS-CAL-OK
               DISPLAY 'CALROLL: NO BUSINESS DATE ON CAL-FILE'
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-CAL-BUS-DATE TO WS-OLD-DATE.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OLD-DATE) + 1.
           COMPUTE WS-CAL-IN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           SET WS-CAL-FUNC-NEXT TO TRUE.
           CALL WS-CALDATE USING WS-CAL-AREA.
           IF NOT WS-CAL-OK
               DISPLAY 'CALROLL: NO BUSINESS DAY FOUND AFTER '
                       WS-OLD-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-CAL-OUT-DATE TO WS-NEW-DATE.
           SET WS-CAL-FUNC-DAYS TO TRUE.
           MOVE WS-OLD-DATE     TO WS-CAL-IN-DATE.
           MOVE WS-NEW-DATE     TO WS-CAL-TO-DATE.
           CALL WS-CALDATE USING WS-CAL-AREA.
           COMPUTE WS-DAYS-SKIPPED = WS-CAL-DAYS - 1.
      *    CALDATE HOLDS THE CALENDAR OPEN FOR INPUT - IT IS RELEASED
      *    BEFORE THE CONTROL RECORD IS UPDATED HERE.
           SET WS-CAL-FUNC-CLOSE TO TRUE.
           CALL WS-CALDATE USING WS-CAL-AREA.
       H100-END. EXIT.

       H200-ROLL-CALENDAR.
           OPEN I-O CAL-FILE.
           IF NOT CAL-SUCCESS
               DISPLAY 'CAL-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-CALFILE
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-FILE-OPEN TO TRUE.
           MOVE ZERO TO CAL-DATE.
           READ CAL-FILE KEY CAL-KEY
               INVALID KEY
                   DISPLAY 'CAL-FILE HAS NO CONTROL RECORD'
                   MOVE 8 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-READ.
           IF CAL-BUS-DATE NOT = WS-OLD-DATE
               DISPLAY 'CALROLL: BUSINESS DATE CHANGED DURING THE RUN'
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-OLD-DATE TO CAL-PREV-DATE.
           MOVE WS-NEW-DATE TO CAL-BUS-DATE.
           MOVE WS-RUN-DATE TO CAL-ROLL-DATE.
           MOVE WS-RUN-TIME TO CAL-ROLL-TIME.
           REWRITE CAL-REC.
           IF CAL-SUCCESS
               SET WS-ROLLED TO TRUE
           ELSE
               DISPLAY 'CAL-FILE NOT REWRITTEN'
               DISPLAY 'STATUS CODE: ' ST-CALFILE
               MOVE 8 TO RETURN-CODE
           END-IF.
       H200-END. EXIT.

       H999-PROGRAM-EXIT.
           IF WS-FILE-OPEN
               CLOSE CAL-FILE
           END-IF.
           DISPLAY '=================================================='.
           DISPLAY 'CALROLL RUN SUMMARY'.
           DISPLAY 'BUSINESS DATE CLOSED ...... ' WS-OLD-DATE.
           IF WS-ROLLED
               DISPLAY 'NEW BUSINESS DATE ......... ' WS-NEW-DATE
               DISPLAY 'NON-BUSINESS DAYS SKIPPED . ' WS-DAYS-SKIPPED
           ELSE
               DISPLAY 'CALENDAR NOT ROLLED'
           END-IF.
           DISPLAY '=================================================='.
           DISPLAY 'PROGRAM IS EXIT'
           STOP RUN.
       H999-END. EXIT.
