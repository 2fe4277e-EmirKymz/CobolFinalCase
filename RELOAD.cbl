                             STATUS EXT-ST.
           SELECT AEX-FILE   ASSIGN TO AEXFILE
                             STATUS AEX-ST.
           SELECT AEO-FILE   ASSIGN TO AEOFILE
                             STATUS AEO-ST.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             STATUS ST-IDXFILE
                             ORGANIZATION IS INDEXED
       01  PRM-REC.
           05 PRM-FORCE           PIC X(05).
              88 PRM-FORCED                VALUE 'FORCE'.
           05 FILLER              PIC X(01).
           05 PRM-LAYOUT          PIC X(03).
              88 PRM-OLD-LAYOUT            VALUE 'OLD'.
       FD  EXT-FILE RECORDING MODE F.
           COPY IDXREC REPLACING ==IDX-REC==     BY ==EXT-REC==
                                 ==IDX-KEY==     BY ==EXT-KEY==
                                 ==ACC-DVZ==     BY ==AEX-DVZ==
                                 ==ACC-DATE==    BY ==AEX-DATE==
                                 ==ACC-BALANCE== BY ==AEX-BALANCE==
                                 ==ACC-OD-LIMIT== BY ==AEX-OD-LIMIT==
                                 ==ACC-OD-SINCE== BY ==AEX-OD-SINCE==.
      *    SUB-ACCOUNT EXTRACT AS UNLOADED BEFORE ACC-OD-SINCE WAS
      *    ADDED TO ACCREC (26 BYTES).  READ ONLY WHEN THE PARAMETER
      *    CARD ASKS FOR THE OLD LAYOUT, TO CARRY AN EXISTING ACC-FILE
      *    ACROSS INTO THE CURRENT LAYOUT.
       FD  AEO-FILE RECORDING MODE F.
       01  AEO-REC.
           03 AEO-KEY.
              05 AEO-UID           PIC S9(05) COMP-3.
              05 AEO-DVZ           PIC S9(03) COMP.
           03 AEO-DATE         PIC S9(09) COMP-3.
           03 AEO-BALANCE      PIC S9(15) COMP-3.
           03 AEO-OD-LIMIT     PIC S9(15) COMP-3.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  ACC-FILE.
           05 AEX-ST              PIC 9(02).
              88 AEX-EOF                  VALUE 10.
              88 AEX-SUCCESS              VALUE 00.
           05 AEO-ST              PIC 9(02).
              88 AEO-SUCCESS              VALUE 00.
           05 ST-IDXFILE          PIC 9(02).
              88 IDX-SUCCESS              VALUE 00 97.
              88 IDX-EOF                  VALUE 10.
              88 RLR-SUCCESS              VALUE 00.
           05 WS-FORCE-SW         PIC X(01) VALUE 'N'.
              88 WS-FORCED                 VALUE 'Y'.
           05 WS-OLD-LAYOUT-SW    PIC X(01) VALUE 'N'.
              88 WS-OLD-LAYOUT             VALUE 'Y'.
           05 WS-NOT-EMPTY-SW     PIC X(01) VALUE 'N'.
              88 WS-NOT-EMPTY              VALUE 'Y'.
           05 WS-VERIFY-SW        PIC X(01) VALUE 'Y'.
                       IF PRM-FORCED
                           SET WS-FORCED TO TRUE
                       END-IF
                       IF PRM-OLD-LAYOUT
                           SET WS-OLD-LAYOUT TO TRUE
                       END-IF
               END-READ
               CLOSE PRM-FILE
           END-IF.
       H250-END. EXIT.

       H300-LOAD-ACC.
           IF WS-OLD-LAYOUT
               PERFORM H370-LOAD-OLD-ACC
           ELSE
               PERFORM H310-LOAD-NEW-ACC
           END-IF.
       H300-END. EXIT.

       H310-LOAD-NEW-ACC.
           OPEN INPUT AEX-FILE.
           IF NOT AEX-SUCCESS
               DISPLAY 'AEX-FILE DOES NOT OPENED'
           PERFORM H350-LOAD-ACC-REC UNTIL WS-EOF.
           CLOSE AEX-FILE.
           CLOSE ACC-FILE.
       H310-END. EXIT.

       H350-LOAD-ACC-REC.
           ADD 1 TO WS-AEX-COUNT.
           END-READ.
       H350-END. EXIT.

      *    OLD-LAYOUT EXTRACT: EACH FIELD IS CARRIED ACROSS ON ITS
      *    OWN AND THE OVERDRAWN-SINCE DATE STARTS AT ZERO.  ODAGING
      *    AGES AN ACCOUNT LOADED THIS WAY FROM ITS LAST POSTING DATE
      *    AND THE NEXT POSTING THAT LEAVES IT NEGATIVE SETS THE DATE.
       H370-LOAD-OLD-ACC.
           OPEN INPUT AEO-FILE.
           IF NOT AEO-SUCCESS
               DISPLAY 'AEO-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' AEO-ST
               MOVE 8 TO RETURN-CODE
               PERFORM H900-FINAL-EXIT
           END-IF.
           OPEN OUTPUT ACC-FILE.
           IF NOT ACC-SUCCESS
               DISPLAY 'ACC-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-ACCFILE
               MOVE 8 TO RETURN-CODE
               PERFORM H900-FINAL-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           READ AEO-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM H380-LOAD-OLD-ACC-REC UNTIL WS-EOF.
           CLOSE AEO-FILE.
           CLOSE ACC-FILE.
       H370-END. EXIT.

       H380-LOAD-OLD-ACC-REC.
           ADD 1 TO WS-AEX-COUNT.
           ADD AEO-BALANCE TO WS-AEX-HASH.
           MOVE AEO-UID      TO ACC-UID.
           MOVE AEO-DVZ      TO ACC-DVZ.
           MOVE AEO-DATE     TO ACC-DATE.
           MOVE AEO-BALANCE  TO ACC-BALANCE.
           MOVE AEO-OD-LIMIT TO ACC-OD-LIMIT.
           MOVE ZERO         TO ACC-OD-SINCE.
           WRITE ACC-REC.
           READ AEO-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       H380-END. EXIT.

      *    THE MASTERS ARE RE-READ AFTER THE LOAD AND THE COUNTS
      *    AND BALANCE HASH TOTALS MUST COME BACK IDENTICAL TO THE
      *    EXTRACT SIDE BEFORE THE RELOAD IS DECLARED GOOD.
