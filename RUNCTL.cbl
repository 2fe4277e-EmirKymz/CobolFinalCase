           05 CHK-STATUS          PIC X(01).
              88 CHK-COMPLETE              VALUE 'C'.
              88 CHK-INPROGRESS            VALUE 'I'.
           05 FILLER              PIC X(178).
       FD  RCL-FILE RECORDING MODE F.
       01  RCL-REC                PIC X(100).

              88 WS-RESTART-OK             VALUE 'Y'.
           05 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 WS-RUN-TIME         PIC 9(08) VALUE ZERO.
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
           05 WS-PRED-JOB         PIC X(08) VALUE SPACES.
           05 WS-TOT-LISTED       PIC 9(05) VALUE ZERO.
           05 PX                  PIC 9(04) COMP VALUE ZERO.
      *    NIGHTLY STREAM PREDECESSOR RULES - A STEP IS RELEASED
      *    ONLY WHEN ITS PREDECESSORS SHOW COMPLETE FOR THE SAME
      *    BUSINESS DATE.  A STEP MAY HAVE SEVERAL ENTRIES AND NEEDS
      *    ALL OF THEM.  A JOB WITHOUT AN ENTRY HAS NO PREDECESSOR
      *    AND IS ALWAYS RELEASED.
           05 WS-PRED-RULES.
              10 FILLER           PIC X(16) VALUE
                 'MAINPROGEDITPROG'.
                 'FXREVAL MAINPROG'.
              10 FILLER           PIC X(16) VALUE
                 'AUDCUT  MAINPROG'.
              10 FILLER           PIC X(16) VALUE
                 'HOLDRPT MAINPROG'.
              10 FILLER           PIC X(16) VALUE
                 'GLDETL  GLEXTR  '.
              10 FILLER           PIC X(16) VALUE
                 'FEECHRG MAINPROG'.
              10 FILLER           PIC X(16) VALUE
                 'AUDMON  MAINPROG'.
              10 FILLER           PIC X(16) VALUE
                 'CALROLL MAINPROG'.
              10 FILLER           PIC X(16) VALUE
                 'CALROLL INTACCR '.
              10 FILLER           PIC X(16) VALUE
                 'CALROLL FXREVAL '.
              10 FILLER           PIC X(16) VALUE
                 'CALROLL FEECHRG '.
              10 FILLER           PIC X(16) VALUE
                 'CALROLL GLEXTR  '.
              10 FILLER           PIC X(16) VALUE
                 'CALROLL RECONCIL'.
              10 FILLER           PIC X(16) VALUE
                 'CALROLL TRIALBAL'.
              10 FILLER           PIC X(16) VALUE
                 'CALROLL AUDMON  '.
              10 FILLER           PIC X(16) VALUE
                 'ODAGING MAINPROG'.
              10 FILLER           PIC X(16) VALUE
                 'ODAGING INTACCR '.
              10 FILLER           PIC X(16) VALUE
                 'ODAGING FEECHRG '.
              10 FILLER           PIC X(16) VALUE
                 'CALROLL ODAGING '.
              10 FILLER           PIC X(16) VALUE
                 'CLOSRPT MAINPROG'.
              10 FILLER           PIC X(16) VALUE
                 'CALROLL CLOSRPT '.
              10 FILLER           PIC X(16) VALUE
                 'GLEXTR  INTACCR '.
              10 FILLER           PIC X(16) VALUE
                 'GLEXTR  FEECHRG '.
              10 FILLER           PIC X(16) VALUE
                 'GLEXTR  FXREVAL '.
              10 FILLER           PIC X(16) VALUE
                 'ACTSTMT INTACCR '.
              10 FILLER           PIC X(16) VALUE
                 'ACTSTMT FEECHRG '.
              10 FILLER           PIC X(16) VALUE
                 'ACTSTMT FXREVAL '.
              10 FILLER           PIC X(16) VALUE
                 'RECONCILINTACCR '.
              10 FILLER           PIC X(16) VALUE
                 'RECONCILFEECHRG '.
              10 FILLER           PIC X(16) VALUE
                 'RECONCILFXREVAL '.
              10 FILLER           PIC X(16) VALUE
                 'CALROLL HOLDRPT '.
           05 WS-PRED-TABLE REDEFINES WS-PRED-RULES.
              10 WS-PRED-ENTRY OCCURS 39 TIMES.
                 15 WS-PRED-STEP     PIC X(08).
                 15 WS-PRED-NEEDS    PIC X(08).
           COPY CALAREA.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(42) VALUE
       0000-END. EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT PRM-FILE.
           IF NOT PRM-SUCCESS
                   PERFORM H999-PROGRAM-EXIT
           END-READ.
           CLOSE PRM-FILE.
      *    A CARD WITHOUT A DATE IS FOR THE CURRENT BUSINESS DATE -
      *    EXCEPT THE END OF CALROLL, WHICH BY THEN HAS MOVED THE
      *    CALENDAR ON AND IS CLOSING THE PREVIOUS ONE.
           IF PRM-DATE NOT NUMERIC OR PRM-DATE-N = ZERO
               SET WS-CAL-FUNC-DATE TO TRUE
               CALL WS-CALDATE USING WS-CAL-AREA
               IF NOT WS-CAL-OK
                   DISPLAY 'BUSINESS DATE NOT AVAILABLE'
                   DISPLAY 'CALDATE RC: ' WS-CAL-RC
                   MOVE 8 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               IF PRM-END AND PRM-JOB = 'CALROLL'
                   MOVE WS-CAL-PREV-DATE TO WS-RUN-DATE
               ELSE
                   MOVE WS-CAL-BUS-DATE TO WS-RUN-DATE
               END-IF
               MOVE WS-RUN-DATE TO PRM-DATE-N
           END-IF.
           OPEN I-O RCF-FILE.
       H300-REGISTER-START.
           PERFORM H320-CHECK-PREDECESSOR.
           IF WS-PRED-JOB NOT = SPACES
               DISPLAY 'RUNCTL: ' PRM-JOB ' NOT RELEASED - '
                       WS-PRED-JOB ' NOT COMPLETE FOR ' PRM-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE PRM-JOB    TO RCF-JOB.
           MOVE PRM-DATE-N TO RCF-DATE.
           END-READ.
       H300-END. EXIT.

      *    WS-PRED-JOB IS LEFT HOLDING THE FIRST PREDECESSOR THAT IS
      *    NOT COMPLETE, OR SPACES WHEN THE STEP MAY BE RELEASED.
       H320-CHECK-PREDECESSOR.
           MOVE SPACES TO WS-PRED-JOB.
           PERFORM VARYING PX FROM 1 BY 1
                   UNTIL PX > 39 OR WS-PRED-JOB NOT = SPACES
               IF WS-PRED-STEP (PX) = PRM-JOB
                   PERFORM H340-VERIFY-PRED-DONE
                   IF NOT WS-FOUND
                       MOVE WS-PRED-NEEDS (PX) TO WS-PRED-JOB
                   END-IF
               END-IF
           END-PERFORM.
       H320-END. EXIT.

       H340-VERIFY-PRED-DONE.
           MOVE 'N'         TO WS-FOUND-SW.
           MOVE WS-PRED-NEEDS (PX) TO RCF-JOB.
           MOVE PRM-DATE-N  TO RCF-DATE.
           READ RCF-FILE KEY RCF-KEY
               INVALID KEY
      *    A SECOND MAINPROG START ON THE SAME DATE IS ONLY A
      *    LEGITIMATE CHECKPOINT RESTART WHEN CTRL1 ON CHK-FILE
      *    STILL SAYS IN-PROGRESS - OTHERWISE IT WOULD DOUBLE-POST
      *    THE DAY.  A COMPLETED FEECHRG IS NEVER RERUN FOR THE SAME
      *    DATE, AS IT WOULD CHARGE EVERY FEE TWICE.  OTHER STEPS
      *    MAY BE RERUN FREELY.
       H360-SECOND-START.
           IF PRM-JOB = 'MAINPROG'
               PERFORM H380-CHECK-RESTART
                   PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.
           IF PRM-JOB = 'FEECHRG' AND RCF-COMPLETE
               DISPLAY 'RUNCTL: FEECHRG ALREADY COMPLETE FOR '
                       PRM-DATE ' - FEES WOULD BE CHARGED TWICE'
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET RCF-STARTED  TO TRUE.
           MOVE WS-RUN-TIME TO RCF-START-TIME.
           MOVE ZERO        TO RCF-END-TIME.
