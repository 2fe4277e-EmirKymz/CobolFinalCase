                             RECORD KEY IS CHK-KEY.
           SELECT REJ-FILE   ASSIGN TO REJFILE
                             STATUS REJ-ST.
           SELECT PRM-FILE   ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT AUD-FILE   ASSIGN TO AUDFILE
                             STATUS AUD-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC.
           05 OUT-TRN-REF    PIC X(16).
           05 FILLER         PIC X(01).
           05 OUT-FINAL      PIC X(140).
       FD  INP-FILE RECORDING MODE F.
           COPY INPREC.
           05 CHK-TOT-OTHER    PIC 9(08).
           05 CHK-TOT-XFER     PIC 9(08).
           05 CHK-TOT-XFER-REJ PIC 9(08).
           05 CHK-TOT-HOLD     PIC 9(08).
           05 CHK-TOT-HOLD-REJ PIC 9(08).
           05 CHK-TOT-REV      PIC 9(08).
           05 CHK-TOT-REV-REJ  PIC 9(08).
           05 CHK-TOT-DEL-REJ  PIC 9(08).
           05 CHK-TOT-CLOSE    PIC 9(08).
           05 CHK-TOT-CLOSE-REJ PIC 9(08).
      *    LAST 'MP' REFERENCE SEQUENCE GIVEN OUT FOR CHK-REF-DATE,
      *    SO A SECOND RUN ON THE SAME BUSINESS DATE CARRIES ON
      *    FROM IT INSTEAD OF HANDING OUT THE SAME REFERENCES.
           05 CHK-REF-DATE     PIC 9(08).
           05 CHK-REF-SEQ      PIC 9(06).
      *    CHECKPOINT INTERVAL IN FORCE - A RESTART LOOKS THIS MANY
      *    RECORDS PAST CHK-LAST-SEQ FOR WORK ALREADY APPLIED.
           05 CHK-EVERY        PIC 9(04).
       FD  REJ-FILE RECORDING MODE F.
           COPY REJREC.
      *    OPTIONAL RUN CARD - COLUMNS 1-4 OVERRIDE THE CHECKPOINT
      *    INTERVAL (0001 TO 1000).  NO FILE OR A BLANK CARD KEEPS
      *    THE DEFAULT.
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           05 PRM-CHK-EVERY    PIC X(04).
           05 PRM-CHK-EVERY-N REDEFINES PRM-CHK-EVERY
                               PIC 9(04).
       FD  AUD-FILE RECORDING MODE F.
           COPY AUDREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-SUBPROG     PIC X(7) VALUE 'SUBPROG'.
           05 WS-CALDATE     PIC X(7) VALUE 'CALDATE'.
           05 OUT-ST         PIC 9(2).
              88 OUT-SUCCESS          VALUE 00.
           05 INP-ST         PIC 9(2).
              88 CHK-SUCCESS          VALUE 00 97.
           05 REJ-ST         PIC 9(2).
              88 REJ-SUCCESS          VALUE 00.
           05 PRM-ST         PIC 9(2).
              88 PRM-SUCCESS          VALUE 00.
           05 AUD-ST         PIC 9(2).
              88 AUD-SUCCESS          VALUE 00.
      *    RECORDS BETWEEN CHECKPOINTS.  SUBPROG'S MASTERS AND AUDIT
      *    TRAIL AND OUR OWN OUT/REJ FILES ARE ONLY FLUSHED AT A
      *    CHECKPOINT, SO A RUN THAT DIES WITHOUT REACHING
      *    H999-PROGRAM-EXIT MAY HAVE APPLIED UP TO THIS MANY RECORDS
      *    PAST THE LAST ONE.  THE RESTART LOOKS THEIR TRANSACTION
      *    REFERENCES UP ON AUD-FILE, OUT-FILE AND REJ-FILE AND PASSES
      *    OVER EVERY RECORD ALREADY APPLIED (H160-LOAD-WINDOW).
           05 WS-CHECKPOINT-EVERY PIC 9(04) VALUE 0100.
           05 WS-CHECKPOINT-MAX   PIC 9(04) VALUE 1000.
           05 WS-PRM-BAD     PIC X(01) VALUE 'N'.
           05 WS-REC-SEQ     PIC 9(08) VALUE ZERO.
           05 WS-RESTART-SEQ PIC 9(08) VALUE ZERO.
           05 WS-RESTART-SW  PIC X(01) VALUE 'N'.
              88 WS-RESTARTING        VALUE 'Y'.
           05 WS-APPLIED-SW  PIC X(01) VALUE 'N'.
              88 WS-ALREADY-APPLIED   VALUE 'Y'.
           05 WS-SCAN-END-SW PIC X(01) VALUE 'N'.
              88 WS-SCAN-END          VALUE 'Y'.
           05 WS-SCAN-REV-SW PIC X(01) VALUE 'N'.
              88 WS-SCAN-REVERSAL     VALUE 'Y'.
           05 WS-WIN-SIZE    PIC 9(04) VALUE ZERO.
           05 WS-WIN-COUNT   PIC 9(04) VALUE ZERO.
           05 WS-WIN-SEQ     PIC 9(08) VALUE ZERO.
           05 WS-WIN-REF     PIC X(16).
           05 WS-WIN-REF-SEQ PIC 9(06) VALUE ZERO.
           05 WX             PIC 9(04) VALUE ZERO.
           05 WS-CHK-OPENED  PIC X(01) VALUE 'N'.
           05 WS-SUB-OPENED  PIC X(01) VALUE 'N'.
           05 WS-SUB-LOST    PIC X(01) VALUE 'N'.
           05 WS-OPT-TYPE    PIC 9(02).
              88 OPT-VALID            VALUE 1 THRU 10.
           05 WS-TOT-READ       PIC 9(08) VALUE ZERO.
           05 WS-TOT-VALID      PIC 9(08) VALUE ZERO.
           05 WS-TOT-REJECTED   PIC 9(08) VALUE ZERO.
           05 WS-TOT-XFER       PIC 9(08) VALUE ZERO.
           05 WS-TOT-XFER-REJ   PIC 9(08) VALUE ZERO.
           05 WS-TOT-XFER-POSTED PIC 9(08) VALUE ZERO.
           05 WS-TOT-HOLD       PIC 9(08) VALUE ZERO.
           05 WS-TOT-HOLD-REJ   PIC 9(08) VALUE ZERO.
           05 WS-TOT-REV        PIC 9(08) VALUE ZERO.
           05 WS-TOT-REV-REJ    PIC 9(08) VALUE ZERO.
           05 WS-TOT-DEL-REJ    PIC 9(08) VALUE ZERO.
           05 WS-TOT-CLOSE      PIC 9(08) VALUE ZERO.
           05 WS-TOT-CLOSE-REJ  PIC 9(08) VALUE ZERO.
           05 WS-TOT-RESKIP     PIC 9(08) VALUE ZERO.
           05 WS-RUN-DATE       PIC 9(08) VALUE ZERO.
           05 WS-REF-SEQ        PIC 9(06) VALUE ZERO.
      *    TRANSACTION REFERENCES OF THE RECORDS AFTER THE LAST
      *    CHECKPOINT ON A RESTART, FLAGGED 'Y' WHEN ONE OF THEM IS
      *    FOUND ON AUD-FILE, OUT-FILE OR REJ-FILE.  A REVERSAL IS
      *    AUDITED UNDER THE REFERENCE OF THE ENTRY IT REVERSES, SO
      *    FOR AN 'E' RECORD THAT REFERENCE IS KEPT AS WELL.
       01  WS-WIN-TABLE.
           05 WS-WIN-ENTRY OCCURS 1000 TIMES.
              10 WS-WIN-TRN-REF    PIC X(16).
              10 WS-WIN-REV-REF    PIC X(16).
              10 WS-WIN-DONE       PIC X(01).
           COPY SUBAREA.
           COPY CALAREA.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
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
           PERFORM H110-READ-PARAMETERS.
           OPEN INPUT INP-FILE.
           READ INP-FILE.
           IF NOT INP-SUCCESS
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H150-INIT-CHECKPOINT.
           IF WS-RESTARTING
               OPEN EXTEND OUT-FILE
               OPEN EXTEND REJ-FILE
           ELSE
           END-IF.
       H100-END. EXIT.

       H110-READ-PARAMETERS.
           OPEN INPUT PRM-FILE.
           IF PRM-SUCCESS
               READ PRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM H115-CHECK-INTERVAL
               END-READ
               CLOSE PRM-FILE
           END-IF.
           IF WS-PRM-BAD = 'Y'
               DISPLAY 'CHECKPOINT INTERVAL NOT 0001 TO 1000: '
                       PRM-CHK-EVERY
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.

       H115-CHECK-INTERVAL.
           IF PRM-CHK-EVERY NOT = SPACES
               IF PRM-CHK-EVERY NOT NUMERIC
                  OR PRM-CHK-EVERY-N = ZERO
                  OR PRM-CHK-EVERY-N > WS-CHECKPOINT-MAX
                   MOVE 'Y' TO WS-PRM-BAD
               ELSE
                   MOVE PRM-CHK-EVERY-N TO WS-CHECKPOINT-EVERY
               END-IF
           END-IF.
       H115-END. EXIT.

       H150-INIT-CHECKPOINT.
           OPEN I-O CHK-FILE.
           IF NOT CHK-SUCCESS
                   MOVE ZERO    TO CHK-TOT-OTHER
                   MOVE ZERO    TO CHK-TOT-XFER
                   MOVE ZERO    TO CHK-TOT-XFER-REJ
                   MOVE ZERO    TO CHK-TOT-HOLD
                   MOVE ZERO    TO CHK-TOT-HOLD-REJ
                   MOVE ZERO    TO CHK-TOT-REV
                   MOVE ZERO    TO CHK-TOT-REV-REJ
                   MOVE ZERO    TO CHK-TOT-DEL-REJ
                   MOVE ZERO    TO CHK-TOT-CLOSE
                   MOVE ZERO    TO CHK-TOT-CLOSE-REJ
                   MOVE ZERO    TO CHK-REF-DATE
                   MOVE ZERO    TO CHK-REF-SEQ
                   MOVE ZERO    TO CHK-EVERY
                   SET CHK-COMPLETE TO TRUE
                   WRITE CHK-REC
               NOT INVALID KEY
                   IF CHK-INPROGRESS
                       SET WS-RESTARTING TO TRUE
                       MOVE CHK-LAST-SEQ     TO WS-RESTART-SEQ
                       MOVE CHK-TOT-READ     TO WS-TOT-READ
                       MOVE CHK-TOT-VALID    TO WS-TOT-VALID
                       MOVE CHK-TOT-OTHER    TO WS-TOT-OTHER
                       MOVE CHK-TOT-XFER     TO WS-TOT-XFER
                       MOVE CHK-TOT-XFER-REJ TO WS-TOT-XFER-REJ
                       MOVE CHK-TOT-HOLD     TO WS-TOT-HOLD
                       MOVE CHK-TOT-HOLD-REJ TO WS-TOT-HOLD-REJ
                       MOVE CHK-TOT-REV      TO WS-TOT-REV
                       MOVE CHK-TOT-REV-REJ  TO WS-TOT-REV-REJ
                       MOVE CHK-TOT-DEL-REJ  TO WS-TOT-DEL-REJ
                       MOVE CHK-TOT-CLOSE    TO WS-TOT-CLOSE
                       MOVE CHK-TOT-CLOSE-REJ TO WS-TOT-CLOSE-REJ
                   ELSE
                       MOVE ZERO TO WS-RESTART-SEQ
                   END-IF
           END-READ.
           IF CHK-REF-DATE = WS-RUN-DATE
               MOVE CHK-REF-SEQ TO WS-REF-SEQ
           ELSE
               MOVE ZERO TO WS-REF-SEQ
           END-IF.
      *    A NEW RUN IS MARKED IN PROGRESS FROM THE START, SO A RUN
      *    THAT DIES BEFORE ITS FIRST CHECKPOINT IS STILL RESTARTED
      *    AND CHECKED FOR WORK ALREADY APPLIED.
           IF WS-RESTARTING
               PERFORM H160-LOAD-WINDOW
           ELSE
               MOVE ZERO TO CHK-LAST-SEQ
               MOVE ZERO TO CHK-LAST-UID
               MOVE WS-CHECKPOINT-EVERY TO CHK-EVERY
               PERFORM H215-SAVE-TOTALS
               SET CHK-INPROGRESS TO TRUE
               REWRITE CHK-REC
           END-IF.
       H150-END. EXIT.

      *    RESTART - THE RECORDS AFTER THE LAST CHECKPOINT, UP TO THE
      *    INTERVAL THE FAILED RUN WAS USING, MAY ALREADY HAVE BEEN
      *    APPLIED.  THEIR REFERENCES ARE COLLECTED (A RECORD WITHOUT
      *    ONE GETS THE SAME 'MP' REFERENCE IT WAS GIVEN BEFORE, AS THE
      *    SEQUENCE CARRIES ON FROM THE CHECKPOINT), THE INPUT IS
      *    REWOUND, AND EVERY REFERENCE THE RUN'S AUDIT RECORDS, OUTPUT
      *    LINES OR REJECTS ALREADY CARRY IS MARKED AS DONE.
       H160-LOAD-WINDOW.
           MOVE CHK-EVERY TO WS-WIN-SIZE.
           IF WS-WIN-SIZE > WS-CHECKPOINT-MAX
               MOVE WS-CHECKPOINT-MAX TO WS-WIN-SIZE
           END-IF.
           MOVE WS-REF-SEQ TO WS-WIN-REF-SEQ.
           MOVE ZERO TO WS-WIN-COUNT.
           MOVE 1    TO WS-WIN-SEQ.
           PERFORM H162-WINDOW-RECORD
                   UNTIL INP-EOF OR WS-WIN-COUNT NOT < WS-WIN-SIZE.
           MOVE WS-WIN-REF-SEQ TO WS-REF-SEQ.
           CLOSE INP-FILE.
           OPEN INPUT INP-FILE.
           READ INP-FILE.
           IF NOT INP-SUCCESS
               DISPLAY 'INPUT DOES NOT REOPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H170-SCAN-AUDIT.
           PERFORM H175-SCAN-OUTPUT.
           PERFORM H180-SCAN-REJECTS.
           IF WS-CHECKPOINT-EVERY > CHK-EVERY
               MOVE WS-CHECKPOINT-EVERY TO CHK-EVERY
               REWRITE CHK-REC
           END-IF.
       H160-END. EXIT.

       H162-WINDOW-RECORD.
           IF WS-WIN-SEQ > WS-RESTART-SEQ
               IF INP-TRN-REF = SPACES
                   PERFORM H205-ASSIGN-REFERENCE
               END-IF
               ADD 1 TO WS-WIN-COUNT
               MOVE INP-TRN-REF TO WS-WIN-TRN-REF (WS-WIN-COUNT)
               IF INP-OPRT = 'E'
                   MOVE INP-REV-REF TO WS-WIN-REV-REF (WS-WIN-COUNT)
               ELSE
                   MOVE SPACES      TO WS-WIN-REV-REF (WS-WIN-COUNT)
               END-IF
               MOVE 'N'         TO WS-WIN-DONE (WS-WIN-COUNT)
           END-IF.
           ADD 1 TO WS-WIN-SEQ.
           READ INP-FILE.
       H162-END. EXIT.

      *    AUD-FILE IS SHARED WITH EVERY OTHER RUN, SO ONLY THE
      *    BUSINESS DATE'S ENTRIES ARE LOOKED AT.  SUBPROG HAS NOT
      *    OPENED IT YET.
       H170-SCAN-AUDIT.
           OPEN INPUT AUD-FILE.
           IF AUD-SUCCESS
               MOVE 'N' TO WS-SCAN-END-SW
               READ AUD-FILE
                   AT END SET WS-SCAN-END TO TRUE
               END-READ
               PERFORM H172-AUDIT-ENTRY UNTIL WS-SCAN-END
               CLOSE AUD-FILE
           END-IF.
       H170-END. EXIT.

       H172-AUDIT-ENTRY.
           IF AUD-DATE = WS-RUN-DATE
               MOVE AUD-TRN-REF TO WS-WIN-REF
               IF AUD-REVERSAL
                   SET WS-SCAN-REVERSAL TO TRUE
               END-IF
               PERFORM H190-MARK-DONE
               MOVE 'N' TO WS-SCAN-REV-SW
           END-IF.
           READ AUD-FILE
               AT END SET WS-SCAN-END TO TRUE
           END-READ.
       H172-END. EXIT.

       H175-SCAN-OUTPUT.
           OPEN INPUT OUT-FILE.
           IF OUT-SUCCESS
               MOVE 'N' TO WS-SCAN-END-SW
               READ OUT-FILE
                   AT END SET WS-SCAN-END TO TRUE
               END-READ
               PERFORM H177-OUTPUT-LINE UNTIL WS-SCAN-END
               CLOSE OUT-FILE
           END-IF.
       H175-END. EXIT.

       H177-OUTPUT-LINE.
           MOVE OUT-TRN-REF TO WS-WIN-REF.
           PERFORM H190-MARK-DONE.
           READ OUT-FILE
               AT END SET WS-SCAN-END TO TRUE
           END-READ.
       H177-END. EXIT.

       H180-SCAN-REJECTS.
           OPEN INPUT REJ-FILE.
           IF REJ-SUCCESS
               MOVE 'N' TO WS-SCAN-END-SW
               READ REJ-FILE
                   AT END SET WS-SCAN-END TO TRUE
               END-READ
               PERFORM H182-REJECT-LINE UNTIL WS-SCAN-END
               CLOSE REJ-FILE
           END-IF.
       H180-END. EXIT.

       H182-REJECT-LINE.
           MOVE REJ-TRN-REF TO WS-WIN-REF.
           PERFORM H190-MARK-DONE.
           READ REJ-FILE
               AT END SET WS-SCAN-END TO TRUE
           END-READ.
       H182-END. EXIT.

       H190-MARK-DONE.
           IF WS-WIN-REF NOT = SPACES
               PERFORM H192-MATCH-REF
                       VARYING WX FROM 1 BY 1
                       UNTIL WX > WS-WIN-COUNT
           END-IF.
       H190-END. EXIT.

       H192-MATCH-REF.
           IF WS-SCAN-REVERSAL
               IF WS-WIN-REV-REF (WX) = WS-WIN-REF
                   MOVE 'Y' TO WS-WIN-DONE (WX)
               END-IF
           ELSE
               IF WS-WIN-TRN-REF (WX) = WS-WIN-REF
                   MOVE 'Y' TO WS-WIN-DONE (WX)
               END-IF
           END-IF.
       H192-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-REC-SEQ.
           IF WS-REC-SEQ <= WS-RESTART-SEQ
               CONTINUE
           ELSE
               ADD 1 TO WS-TOT-READ
               IF INP-TRN-REF = SPACES
                   PERFORM H205-ASSIGN-REFERENCE
               END-IF
               PERFORM H207-CHECK-APPLIED
               IF WS-ALREADY-APPLIED
                   ADD 1 TO WS-TOT-RESKIP
               ELSE
                   PERFORM H202-APPLY-RECORD
               END-IF
               IF FUNCTION MOD(WS-REC-SEQ, WS-CHECKPOINT-EVERY) = 0
                   PERFORM H210-WRITE-CHECKPOINT
               END-IF
           READ INP-FILE.
       H200-END. EXIT.

       H202-APPLY-RECORD.
           EVALUATE INP-OPRT
                WHEN 'W'   SET WS-FUNC-WRITE TO TRUE
                WHEN 'U'   SET WS-FUNC-UPDATE TO TRUE
                WHEN 'D'   SET WS-FUNC-DELETE TO TRUE
                WHEN 'R'   SET WS-FUNC-READ TO TRUE
                WHEN 'B'   SET WS-FUNC-BALANCE TO TRUE
                WHEN 'L'   SET WS-FUNC-LIMIT TO TRUE
                WHEN 'T'   SET WS-FUNC-TRANSFER TO TRUE
                WHEN 'H'   SET WS-FUNC-HOLD TO TRUE
                WHEN 'E'   SET WS-FUNC-REVERSE TO TRUE
                WHEN 'C'   SET WS-FUNC-CLOSURE TO TRUE
                WHEN OTHER SET WS-FUNC-OTHER TO TRUE
           END-EVALUATE.
           MOVE WS-SUB-FUNC TO WS-OPT-TYPE.
           PERFORM H220-CHECK-VALID.
       H202-END. EXIT.

      *    INPUT THAT BYPASSED EDITPROG, STOGEN AND RESUBMIT HAS NO
      *    REFERENCE YET - ONE IS MADE UP FROM THE BUSINESS DATE AND
      *    THE NEXT SEQUENCE FOR THAT DATE, KEPT ON CTRL1 WITH THE
      *    CHECKPOINT SO IT SURVIVES A RESTART OR A SECOND RUN.
       H205-ASSIGN-REFERENCE.
           ADD 1 TO WS-REF-SEQ.
           MOVE 'MP'        TO INP-TRN-SOURCE.
           MOVE WS-RUN-DATE TO INP-TRN-DATE.
           MOVE WS-REF-SEQ  TO INP-TRN-SEQ.
       H205-END. EXIT.

      *    ONLY THE RECORDS IN THE RESTART WINDOW CAN HAVE BEEN
      *    APPLIED ALREADY; ON A NORMAL RUN THE WINDOW IS EMPTY.
       H207-CHECK-APPLIED.
           MOVE 'N' TO WS-APPLIED-SW.
           IF WS-REC-SEQ - WS-RESTART-SEQ NOT > WS-WIN-COUNT
               COMPUTE WX = WS-REC-SEQ - WS-RESTART-SEQ
               IF WS-WIN-DONE (WX) = 'Y'
                   SET WS-ALREADY-APPLIED TO TRUE
               END-IF
           END-IF.
       H207-END. EXIT.

      *    SUBPROG KEEPS ITS FILES OPEN ACROSS CALLS, SO THE MASTERS,
      *    THE AUDIT TRAIL AND OUR OWN OUTPUT ARE FLUSHED FIRST - THE
      *    CHECKPOINT RECORD NEVER GETS AHEAD OF WHAT IS ON DISK.
       H210-WRITE-CHECKPOINT.
           IF WS-SUB-OPENED = 'Y'
               SET WS-FUNC-COMMIT TO TRUE
               MOVE ZEROS TO WS-SUB-RC
               CALL WS-SUBPROG USING WS-SUB-AREA
               IF WS-SUB-RC NOT = ZERO
                   MOVE 'N' TO WS-SUB-OPENED
                   DISPLAY 'SUBPROG CHECKPOINT FAILED'
                   PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.
           CLOSE OUT-FILE.
           CLOSE REJ-FILE.
           OPEN EXTEND OUT-FILE.
           OPEN EXTEND REJ-FILE.
           IF NOT OUT-SUCCESS OR NOT REJ-SUCCESS
               DISPLAY 'OUTFILE/REJFILE DOES NOT REOPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-REC-SEQ  TO CHK-LAST-SEQ.
           MOVE INP-UID     TO CHK-LAST-UID.
           MOVE WS-CHECKPOINT-EVERY TO CHK-EVERY.
           PERFORM H215-SAVE-TOTALS.
           SET CHK-INPROGRESS TO TRUE.
           REWRITE CHK-REC.
           MOVE WS-TOT-OTHER    TO CHK-TOT-OTHER.
           MOVE WS-TOT-XFER     TO CHK-TOT-XFER.
           MOVE WS-TOT-XFER-REJ TO CHK-TOT-XFER-REJ.
           MOVE WS-TOT-HOLD     TO CHK-TOT-HOLD.
           MOVE WS-TOT-HOLD-REJ TO CHK-TOT-HOLD-REJ.
           MOVE WS-TOT-REV      TO CHK-TOT-REV.
           MOVE WS-TOT-REV-REJ  TO CHK-TOT-REV-REJ.
           MOVE WS-TOT-DEL-REJ  TO CHK-TOT-DEL-REJ.
           MOVE WS-TOT-CLOSE    TO CHK-TOT-CLOSE.
           MOVE WS-TOT-CLOSE-REJ TO CHK-TOT-CLOSE-REJ.
           MOVE WS-RUN-DATE     TO CHK-REF-DATE.
           MOVE WS-REF-SEQ      TO CHK-REF-SEQ.
       H215-END. EXIT.

       H220-CHECK-VALID.
                    WHEN WS-FUNC-BALANCE  ADD 1 TO WS-TOT-BALANCE
                    WHEN WS-FUNC-LIMIT    ADD 1 TO WS-TOT-LIMIT
                    WHEN WS-FUNC-TRANSFER ADD 1 TO WS-TOT-XFER
                    WHEN WS-FUNC-HOLD     ADD 1 TO WS-TOT-HOLD
                    WHEN WS-FUNC-REVERSE  ADD 1 TO WS-TOT-REV
                    WHEN WS-FUNC-CLOSURE  ADD 1 TO WS-TOT-CLOSE
               END-EVALUATE
               MOVE INP-UID      TO WS-SUB-UID
               MOVE ZEROS        TO WS-SUB-RC
               MOVE INP-NAME     TO WS-SUB-NAME
               MOVE INP-SURNAME  TO WS-SUB-SURNAME
               MOVE INP-DVZ      TO WS-SUB-DVZ
               MOVE INP-AMOUNT   TO WS-SUB-AMOUNT
               MOVE INP-TRN-REF  TO WS-SUB-TRN-REF
               IF WS-FUNC-REVERSE
                   MOVE ZERO        TO WS-SUB-BALANCE
                   MOVE INP-REV-REF TO WS-SUB-REV-REF
               ELSE
                   MOVE INP-BALANCE TO WS-SUB-BALANCE
                   MOVE SPACES      TO WS-SUB-REV-REF
               END-IF
               IF WS-FUNC-TRANSFER
                  OR (WS-FUNC-CLOSURE AND INP-TGT-UID NUMERIC)
                   MOVE INP-TGT-UID TO WS-SUB-UID-2
               ELSE
                   MOVE ZEROS TO WS-SUB-UID-2
               END-IF
               MOVE SPACES TO OUT-REC
               CALL WS-SUBPROG USING WS-SUB-AREA
               MOVE 'Y' TO WS-SUB-OPENED
               IF WS-SUB-FATAL
                   MOVE 'N' TO WS-SUB-OPENED
                   MOVE 'Y' TO WS-SUB-LOST
                   DISPLAY 'SUBPROG FILES LOST - RUN STOPPED'
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               IF WS-FUNC-BALANCE AND WS-SUB-RC NOT = ZERO
                   ADD 1 TO WS-TOT-BAL-REJ
               END-IF
                   ADD 1 TO WS-TOT-XFER-REJ
                   PERFORM H235-WRITE-XFER-REJECT
               END-IF
               IF WS-FUNC-HOLD AND WS-SUB-RC NOT = ZERO
                   ADD 1 TO WS-TOT-HOLD-REJ
                   PERFORM H237-WRITE-HOLD-REJECT
               END-IF
               IF WS-FUNC-REVERSE AND WS-SUB-RC NOT = ZERO
                   ADD 1 TO WS-TOT-REV-REJ
                   PERFORM H238-WRITE-REV-REJECT
               END-IF
               IF WS-FUNC-DELETE AND WS-SUB-RC NOT = ZERO
                   ADD 1 TO WS-TOT-DEL-REJ
                   PERFORM H239-WRITE-CLOSE-REJECT
               END-IF
               IF WS-FUNC-CLOSURE AND WS-SUB-RC NOT = ZERO
                   ADD 1 TO WS-TOT-CLOSE-REJ
                   PERFORM H239-WRITE-CLOSE-REJECT
               END-IF
               MOVE INP-TRN-REF TO OUT-TRN-REF
               MOVE WS-SUB-DATA TO OUT-FINAL
               WRITE OUT-REC
           ELSE
           MOVE 'INVALID OPERATION CODE' TO REJ-REASON.
           MOVE INP-CYCLE TO REJ-CYCLE.
           MOVE INP-REC   TO REJ-ORIG-REC.
           MOVE INP-TRN-REF TO REJ-TRN-REF.
           WRITE REJ-REC.
       H230-END. EXIT.

               WHEN 01 MOVE 'SOURCE ACCOUNT NOT FOUND' TO REJ-REASON
               WHEN 02 MOVE 'TRANSFER OVERDRAFT REJECT' TO REJ-REASON
               WHEN 03 MOVE 'TARGET ACCOUNT NOT FOUND' TO REJ-REASON
               WHEN 05 MOVE 'SOURCE ACCOUNT FROZEN' TO REJ-REASON
               WHEN 06 MOVE 'SOURCE FUNDS UNDER HOLD' TO REJ-REASON
               WHEN OTHER MOVE 'TRANSFER REJECTED' TO REJ-REASON
           END-EVALUATE.
           MOVE INP-CYCLE TO REJ-CYCLE.
           MOVE INP-REC   TO REJ-ORIG-REC.
           MOVE INP-TRN-REF TO REJ-TRN-REF.
           WRITE REJ-REC.
       H235-END. EXIT.

      *    A HOLD THAT CANNOT BE PLACED OR RELEASED IS A LEGAL OR
      *    COLLATERAL INSTRUCTION THAT DID NOT TAKE EFFECT, SO IT IS
      *    SENT BACK FOR REPAIR RATHER THAN JUST COUNTED.
       H237-WRITE-HOLD-REJECT.
           MOVE INP-UID   TO REJ-UID.
           MOVE INP-OPRT  TO REJ-OPRT.
           MOVE 003       TO REJ-REASON-CD.
           EVALUATE WS-SUB-RC
               WHEN 01 MOVE 'HOLD ACCOUNT NOT FOUND' TO REJ-REASON
               WHEN 02 MOVE 'HOLD NOT FOUND FOR RELEASE' TO REJ-REASON
               WHEN 03 MOVE 'INVALID HOLD DETAILS' TO REJ-REASON
               WHEN 04 MOVE 'HOLD REFERENCE ALREADY ACTIVE'
                                                 TO REJ-REASON
               WHEN OTHER MOVE 'HOLD REJECTED' TO REJ-REASON
           END-EVALUATE.
           MOVE INP-CYCLE TO REJ-CYCLE.
           MOVE INP-REC   TO REJ-ORIG-REC.
           MOVE INP-TRN-REF TO REJ-TRN-REF.
           WRITE REJ-REC.
       H237-END. EXIT.

      *    A REVERSAL THAT CANNOT POST LEAVES THE ORIGINAL ENTRY
      *    STANDING, SO IT IS SENT BACK FOR REPAIR LIKE A TRANSFER.
       H238-WRITE-REV-REJECT.
           MOVE INP-UID   TO REJ-UID.
           MOVE INP-OPRT  TO REJ-OPRT.
           MOVE 004       TO REJ-REASON-CD.
           EVALUATE WS-SUB-RC
               WHEN 01 MOVE 'ORIGINAL ENTRY NOT FOUND' TO REJ-REASON
               WHEN 02 MOVE 'ENTRY ALREADY REVERSED' TO REJ-REASON
               WHEN 03 MOVE 'REVERSAL OVERDRAFT REJECT' TO REJ-REASON
               WHEN 04 MOVE 'REVERSAL ACCOUNT NOT FOUND'
                                                 TO REJ-REASON
               WHEN OTHER MOVE 'REVERSAL REJECTED' TO REJ-REASON
           END-EVALUATE.
           MOVE INP-CYCLE TO REJ-CYCLE.
           MOVE INP-REC   TO REJ-ORIG-REC.
           MOVE INP-TRN-REF TO REJ-TRN-REF.
           WRITE REJ-REC.
       H238-END. EXIT.

      *    A CLOSURE OR DELETION THAT IS REFUSED LEAVES THE CUSTOMER
      *    UNTOUCHED; THE RECORD GOES BACK FOR REPAIR ONCE THE HOLD,
      *    OVERDRAFT OR BALANCE THAT STOPPED IT HAS BEEN DEALT WITH.
       H239-WRITE-CLOSE-REJECT.
           MOVE INP-UID   TO REJ-UID.
           MOVE INP-OPRT  TO REJ-OPRT.
           MOVE 005       TO REJ-REASON-CD.
           EVALUATE WS-SUB-RC
               WHEN 01 MOVE 'CLOSURE ACCOUNT NOT FOUND' TO REJ-REASON
               WHEN 02 MOVE 'SUB-ACCOUNT OVERDRAWN' TO REJ-REASON
               WHEN 03 MOVE 'ACCOUNT UNDER HOLD' TO REJ-REASON
               WHEN 04 MOVE 'PAYEE ACCOUNT NOT FOUND' TO REJ-REASON
               WHEN 05 MOVE 'SUSPENSE ACCOUNT NOT FOUND' TO REJ-REASON
               WHEN 06 MOVE 'DELETE BALANCE NOT ZERO' TO REJ-REASON
               WHEN 07 MOVE 'SUSPENSE ACCOUNT NOT CLOSABLE'
                                                 TO REJ-REASON
               WHEN OTHER MOVE 'CLOSURE REJECTED' TO REJ-REASON
           END-EVALUATE.
           MOVE INP-CYCLE TO REJ-CYCLE.
           MOVE INP-REC   TO REJ-ORIG-REC.
           MOVE INP-TRN-REF TO REJ-TRN-REF.
           WRITE REJ-REC.
       H239-END. EXIT.

       H999-PROGRAM-EXIT.
           IF WS-SUB-OPENED = 'Y'
               SET WS-FUNC-CLOSE TO TRUE
               CALL WS-SUBPROG USING WS-SUB-AREA
               MOVE 'N' TO WS-SUB-OPENED
           END-IF.
           CLOSE INP-FILE.
           CLOSE OUT-FILE.
           CLOSE REJ-FILE.
      *    ON AN ABEND EVERYTHING UP TO THE CURRENT RECORD HAS JUST
      *    BEEN CLOSED TO DISK, SO THE CHECKPOINT IS MOVED UP TO IT
      *    AND A RESTART DOES NOT POST THOSE RECORDS A SECOND TIME.
      *    WHEN SUBPROG LOST ITS FILES THE CURRENT RECORD WAS NEVER
      *    APPLIED, SO THE LAST CHECKPOINT STANDS AND IT IS RETRIED.
           IF WS-CHK-OPENED = 'Y'
               IF INP-EOF
                   SET CHK-COMPLETE TO TRUE
                   MOVE WS-REC-SEQ TO CHK-LAST-SEQ
                   PERFORM H215-SAVE-TOTALS
                   REWRITE CHK-REC
               ELSE
                   IF WS-REC-SEQ > WS-RESTART-SEQ
                      AND WS-SUB-LOST = 'N'
                       SET CHK-INPROGRESS TO TRUE
                       MOVE WS-REC-SEQ TO CHK-LAST-SEQ
                       MOVE INP-UID    TO CHK-LAST-UID
                       PERFORM H215-SAVE-TOTALS
                       REWRITE CHK-REC
                   END-IF
               END-IF
               CLOSE CHK-FILE
           END-IF.
           DISPLAY '=================================================='.
           DISPLAY 'MAINPROG RUN SUMMARY'.
           DISPLAY 'RECORDS READ .............. ' WS-TOT-READ.
           DISPLAY 'CHECKPOINT INTERVAL ....... ' WS-CHECKPOINT-EVERY.
           DISPLAY 'ALREADY APPLIED - SKIPPED . ' WS-TOT-RESKIP.
           DISPLAY 'VALID OPERATIONS .......... ' WS-TOT-VALID.
           DISPLAY 'REJECTED OPERATIONS ....... ' WS-TOT-REJECTED.
           DISPLAY '  WRITE  (W) .............. ' WS-TOT-WRITE.
           DISPLAY '  UPDATE (U) .............. ' WS-TOT-UPDATE.
           DISPLAY '  DELETE (D) .............. ' WS-TOT-DELETE.
           DISPLAY '  DELETE (D) REJECTED ..... ' WS-TOT-DEL-REJ.
           DISPLAY '  READ   (R) .............. ' WS-TOT-READF.
           DISPLAY '  BALANCE(B) .............. ' WS-TOT-BALANCE.
           COMPUTE WS-TOT-BAL-POSTED =
                   WS-TOT-XFER - WS-TOT-XFER-REJ.
           DISPLAY '  TRANSFER(T) POSTED ...... ' WS-TOT-XFER-POSTED.
           DISPLAY '  TRANSFER(T) REJECTED .... ' WS-TOT-XFER-REJ.
           DISPLAY '  HOLD   (H) .............. ' WS-TOT-HOLD.
           DISPLAY '  HOLD   (H) REJECTED ..... ' WS-TOT-HOLD-REJ.
           DISPLAY '  REVERSAL(E) ............. ' WS-TOT-REV.
           DISPLAY '  REVERSAL(E) REJECTED .... ' WS-TOT-REV-REJ.
           DISPLAY '  CLOSURE(C) .............. ' WS-TOT-CLOSE.
           DISPLAY '  CLOSURE(C) REJECTED ..... ' WS-TOT-CLOSE-REJ.
           DISPLAY '  OTHER      .............. ' WS-TOT-OTHER.
           DISPLAY '=================================================='.
       H910-END. EXIT.
