       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CUSTINQ.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE   ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             STATUS ST-IDXFILE
                             ORGANIZATION IS INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY IS IDX-KEY.
           SELECT ACC-FILE   ASSIGN TO ACCFILE
                             STATUS ST-ACCFILE
                             ORGANIZATION IS INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY IS ACC-KEY.
           SELECT STO-FILE   ASSIGN TO STOFILE
                             STATUS ST-STOFILE
                             ORGANIZATION IS INDEXED
                             ACCESS IS SEQUENTIAL
                             RECORD KEY IS STO-KEY.
           SELECT FX-FILE    ASSIGN TO FXFILE
                             STATUS ST-FXFILE
                             ORGANIZATION IS INDEXED
                             ACCESS IS RANDOM
                             RECORD KEY IS FX-DVZ.
           SELECT ARC-FILE   ASSIGN TO ARCFILE
                             STATUS ARC-ST.
           SELECT ACA-FILE   ASSIGN TO ACAFILE
                             STATUS ACA-ST.
           SELECT REJ-FILE   ASSIGN TO REJFILE
                             STATUS REJ-ST.
           SELECT AUD-FILE   ASSIGN TO AUDFILE
                             STATUS ST-AUDFILE.
           SELECT INQ-FILE   ASSIGN TO INQFILE
                             STATUS INQ-ST.
       DATA DIVISION.
       FILE SECTION.
      *    ONE CARD PER INQUIRY.  'S' SEARCHES THE MASTER AND THE
      *    DORMANT ARCHIVE BY SURNAME AND/OR NAME - EACH IS A
      *    LEADING PART OF THE NAME, BLANK MEANS ANY.  'P' PRINTS
      *    THE FULL PROFILE OF ONE UID WITH ITS LAST N MOVEMENTS.
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           05 PRM-FUNC            PIC X(01).
              88 PRM-SEARCH                VALUE 'S'.
              88 PRM-PROFILE               VALUE 'P'.
           05 PRM-UID             PIC X(05).
           05 PRM-UID-N REDEFINES PRM-UID
                                  PIC 9(05).
           05 PRM-SURNAME         PIC X(15).
           05 PRM-NAME            PIC X(15).
           05 PRM-MOV-COUNT       PIC X(02).
           05 PRM-MOV-COUNT-N REDEFINES PRM-MOV-COUNT
                                  PIC 9(02).
       FD  IDX-FILE.
           COPY IDXREC.
       FD  ACC-FILE.
           COPY ACCREC.
       FD  STO-FILE.
           COPY STOREC.
       FD  FX-FILE.
           COPY FXREC.
       FD  ARC-FILE RECORDING MODE F.
           COPY IDXREC REPLACING ==IDX-REC==     BY ==ARC-REC==
                                 ==IDX-KEY==     BY ==ARC-KEY==
                                 ==IDX-UID==     BY ==ARC-UID==
                                 ==IDX-DVZ==     BY ==ARC-DVZ==
                                 ==IDX-NAME==    BY ==ARC-NAME==
                                 ==IDX-SURNAME== BY ==ARC-SURNAME==
                                 ==IDX-DATE==    BY ==ARC-DATE==
                                 ==IDX-BALANCE== BY ==ARC-BALANCE==
                                 ==IDX-OD-LIMIT== BY ==ARC-OD-LIMIT==.
       FD  ACA-FILE RECORDING MODE F.
           COPY ACCREC REPLACING ==ACC-REC==     BY ==ACA-REC==
                                 ==ACC-KEY==     BY ==ACA-KEY==
                                 ==ACC-UID==     BY ==ACA-UID==
                                 ==ACC-DVZ==     BY ==ACA-DVZ==
                                 ==ACC-DATE==    BY ==ACA-DATE==
                                 ==ACC-BALANCE== BY ==ACA-BALANCE==
                                 ==ACC-OD-LIMIT== BY ==ACA-OD-LIMIT==
                                 ==ACC-OD-SINCE== BY ==ACA-OD-SINCE==.
       FD  REJ-FILE RECORDING MODE F.
           COPY REJREC.
       FD  AUD-FILE RECORDING MODE F.
           COPY AUDREC.
       FD  INQ-FILE RECORDING MODE F.
       01  INQ-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 PRM-ST              PIC 9(02).
              88 PRM-SUCCESS              VALUE 00.
           05 ST-IDXFILE          PIC 9(02).
              88 IDX-SUCCESS              VALUE 00 97.
           05 ST-ACCFILE          PIC 9(02).
              88 ACC-SUCCESS              VALUE 00 97.
           05 ST-STOFILE          PIC 9(02).
              88 STO-SUCCESS              VALUE 00 97.
           05 ST-FXFILE           PIC 9(02).
              88 FX-SUCCESS               VALUE 00 97.
           05 ARC-ST              PIC 9(02).
              88 ARC-SUCCESS              VALUE 00.
           05 ACA-ST              PIC 9(02).
              88 ACA-SUCCESS              VALUE 00.
           05 REJ-ST              PIC 9(02).
              88 REJ-SUCCESS              VALUE 00.
           05 ST-AUDFILE          PIC 9(02).
              88 AUD-SUCCESS              VALUE 00.
           05 INQ-ST              PIC 9(02).
              88 INQ-SUCCESS              VALUE 00.
           05 WS-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-EOF                    VALUE 'Y'.
           05 WS-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
              88 WS-SCAN-EOF               VALUE 'Y'.
           05 WS-FX-OPEN-SW       PIC X(01) VALUE 'N'.
              88 WS-FX-OPEN                VALUE 'Y'.
           05 WS-MATCH-SW         PIC X(01) VALUE 'N'.
              88 WS-MATCH                  VALUE 'Y'.
           05 WS-IDX-FOUND-SW     PIC X(01) VALUE 'N'.
              88 WS-IDX-FOUND              VALUE 'Y'.
           05 WS-RATE-FOUND-SW    PIC X(01) VALUE 'N'.
              88 WS-RATE-FOUND             VALUE 'Y'.
           05 WS-BASE-DVZ         PIC S9(03) VALUE 949.
           05 WS-CUR-RATE         PIC S9(05)V9(06) COMP-3 VALUE ZERO.
           05 WS-BASE-EQUIV       PIC S9(13)V9(02) COMP-3 VALUE ZERO.
           05 WS-BASE-TOTAL       PIC S9(13)V9(02) COMP-3 VALUE ZERO.
           05 WS-AMOUNT           PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-SUR-LEN          PIC 9(02) COMP VALUE ZERO.
           05 WS-NAM-LEN          PIC 9(02) COMP VALUE ZERO.
           05 WS-SEC-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-MOV-WANTED       PIC 9(02) VALUE ZERO.
           05 WS-MOV-DEFAULT      PIC 9(02) VALUE 10.
           05 WS-MOV-MAX          PIC 9(02) VALUE 50.
           05 WS-MOV-USED         PIC 9(02) VALUE ZERO.
           05 WS-MOV-NEXT         PIC 9(02) VALUE ZERO.
           05 WS-TOT-CARDS        PIC 9(05) VALUE ZERO.
           05 WS-TOT-SEARCHES     PIC 9(05) VALUE ZERO.
           05 WS-TOT-PROFILES     PIC 9(05) VALUE ZERO.
           05 WS-TOT-CANDIDATES   PIC 9(07) VALUE ZERO.
           05 WS-TOT-BAD-CARDS    PIC 9(05) VALUE ZERO.
           05 MX                  PIC 9(04) COMP VALUE ZERO.
           05 NX                  PIC 9(04) COMP VALUE ZERO.
      *    THE LAST N MOVEMENTS ARE KEPT IN A RING - EACH NEW ONE
      *    OVERWRITES THE OLDEST ONCE N ARE HELD, SO ONE PASS OF
      *    THE AUDIT FILE LEAVES EXACTLY THE MOST RECENT N.
           05 WS-MOV-TABLE.
              10 WS-MOV-ENTRY OCCURS 50 TIMES.
                 15 WS-MOV-DATE      PIC 9(08).
                 15 WS-MOV-TIME      PIC 9(08).
                 15 WS-MOV-OPRT      PIC X(01).
                 15 WS-MOV-DVZ       PIC S9(03).
                 15 WS-MOV-OLD-BAL   PIC S9(15) COMP-3.
                 15 WS-MOV-NEW-BAL   PIC S9(15) COMP-3.
                 15 WS-MOV-REV-SW    PIC X(01).
                 15 WS-MOV-TRN-REF   PIC X(16).

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(100) VALUE
              'CUSTOMER INQUIRY REPORT'.
       01  WS-REQ-LINE.
           05 FILLER              PIC X(10) VALUE 'INQUIRY:  '.
           05 WS-R-FUNC           PIC X(08).
           05 FILLER              PIC X(6) VALUE ' UID: '.
           05 WS-R-UID            PIC X(05).
           05 FILLER              PIC X(10) VALUE ' SURNAME: '.
           05 WS-R-SURNAME        PIC X(15).
           05 FILLER              PIC X(7) VALUE ' NAME: '.
           05 WS-R-NAME           PIC X(15).
           05 FILLER              PIC X(24) VALUE SPACES.
       01  WS-SEC-LINE.
           05 FILLER              PIC X(4) VALUE '--- '.
           05 WS-S-TITLE          PIC X(96).
       01  WS-MSG-LINE.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-M-TEXT           PIC X(96).
       01  WS-CND-HDR-LINE.
           05 FILLER              PIC X(50) VALUE
              'UID   SURNAME         NAME            DVZ LAST ACT'.
           05 FILLER              PIC X(50) VALUE
              ' STATUS'.
       01  WS-CND-LINE.
           05 WS-C-UID            PIC 9(05).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-C-SURNAME        PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-C-NAME           PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-C-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-C-DATE           PIC 9(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-C-STATUS         PIC X(08).
           05 FILLER              PIC X(41) VALUE SPACES.
       01  WS-MST-LINE-1.
           05 FILLER              PIC X(6) VALUE 'UID:  '.
           05 WS-P-UID            PIC 9(05).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-P-NAME           PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-P-SURNAME        PIC X(15).
           05 FILLER              PIC X(16) VALUE
              '  PRIMARY DVZ: '.
           05 WS-P-DVZ            PIC ZZ9.
           05 FILLER              PIC X(37) VALUE SPACES.
       01  WS-MST-LINE-2.
           05 FILLER              PIC X(16) VALUE
              'LAST ACTIVITY: '.
           05 WS-P-DATE           PIC 9(08).
           05 FILLER              PIC X(11) VALUE
              '  BALANCE: '.
           05 WS-P-BALANCE        PIC -(14)9.
           05 FILLER              PIC X(12) VALUE
              '  OD LIMIT: '.
           05 WS-P-LIMIT          PIC -(14)9.
           05 FILLER              PIC X(23) VALUE SPACES.
       01  WS-ACC-HDR-LINE.
           05 FILLER              PIC X(45) VALUE
              'DVZ         BALANCE        OD LIMIT LAST MOV'.
           05 FILLER              PIC X(55) VALUE
              '        BASE EQUIVALENT'.
       01  WS-ACC-LINE.
           05 WS-A-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-A-BALANCE        PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-A-LIMIT          PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-A-DATE           PIC 9(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-A-BASE           PIC -(13)9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-A-NOTE           PIC X(07).
           05 FILLER              PIC X(29) VALUE SPACES.
       01  WS-BAS-LINE.
           05 FILLER              PIC X(45) VALUE
              'TOTAL BASE EQUIVALENT (DVZ 949) ............ '.
           05 WS-B-TOTAL          PIC -(13)9.99.
           05 FILLER              PIC X(38) VALUE SPACES.
       01  WS-STO-HDR-LINE.
           05 FILLER              PIC X(49) VALUE
              'ORDER DIR OP OTHER UID DVZ          AMOUNT   FREQ'.
           05 FILLER              PIC X(51) VALUE
              ' NEXT DUE END DATE'.
       01  WS-STO-LINE.
           05 WS-O-ORDER          PIC 9(05).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-O-DIR            PIC X(03).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-O-OPRT           PIC X(01).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-O-OTHER          PIC X(05).
           05 FILLER              PIC X(5) VALUE SPACES.
           05 WS-O-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-O-AMOUNT         PIC -(14)9.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-O-FREQ           PIC X(01).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-O-NEXT           PIC 9(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-O-END            PIC 9(08).
           05 FILLER              PIC X(35) VALUE SPACES.
       01  WS-REJ-HDR-LINE.
           05 FILLER              PIC X(41) VALUE
              'OP RSN REASON                         CY'.
           05 FILLER              PIC X(59) VALUE
              ' TRANSACTION REF'.
       01  WS-REJ-LINE.
           05 WS-J-OPRT           PIC X(01).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-J-REASON-CD      PIC 9(03).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-J-REASON         PIC X(30).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-J-CYCLE          PIC Z9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-J-TRN-REF        PIC X(16).
           05 FILLER              PIC X(43) VALUE SPACES.
       01  WS-MOV-HDR-LINE.
           05 FILLER              PIC X(40) VALUE
              'DATE     TIME     OP DVZ     NEW BALANCE'.
           05 FILLER              PIC X(60) VALUE
              '          AMOUNT REV TRANSACTION REF'.
       01  WS-MOV-LINE.
           05 WS-V-DATE           PIC 9(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-V-TIME           PIC 9(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-V-OPRT           PIC X(01).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-V-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-V-NEW-BAL        PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-V-AMOUNT         PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-V-REV            PIC X(03).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-V-TRN-REF        PIC X(16).
           05 FILLER              PIC X(23) VALUE SPACES.
       01  WS-BLANK-LINE          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PRINT-HEADERS
           PERFORM H300-PROCESS UNTIL WS-EOF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT PRM-FILE.
           IF NOT PRM-SUCCESS
               DISPLAY 'PRM-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' PRM-ST
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT INQ-FILE.
           IF NOT INQ-SUCCESS
               DISPLAY 'INQ-FILE DOES NOT OPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT IDX-FILE.
           IF NOT IDX-SUCCESS
               DISPLAY 'IDX-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-IDXFILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT ACC-FILE.
           IF NOT ACC-SUCCESS
               DISPLAY 'ACC-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-ACCFILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT FX-FILE.
           IF NOT FX-SUCCESS
               DISPLAY 'FX-FILE DOES NOT OPENED - '
                       'BASE EQUIVALENTS WILL NOT BE PRODUCED'
           ELSE
               SET WS-FX-OPEN TO TRUE
           END-IF.
           READ PRM-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       H100-END. EXIT.

       H200-PRINT-HEADERS.
           WRITE INQ-REC FROM WS-HDR-LINE-1.
       H200-END. EXIT.

       H300-PROCESS.
           ADD 1 TO WS-TOT-CARDS.
           WRITE INQ-REC FROM WS-BLANK-LINE.
           MOVE PRM-UID     TO WS-R-UID.
           MOVE PRM-SURNAME TO WS-R-SURNAME.
           MOVE PRM-NAME    TO WS-R-NAME.
           IF PRM-SEARCH
               MOVE 'SEARCH'  TO WS-R-FUNC
               WRITE INQ-REC FROM WS-REQ-LINE
               PERFORM H400-SEARCH
           ELSE IF PRM-PROFILE
               MOVE 'PROFILE' TO WS-R-FUNC
               WRITE INQ-REC FROM WS-REQ-LINE
               PERFORM H500-PROFILE
           ELSE
               MOVE PRM-FUNC  TO WS-R-FUNC
               WRITE INQ-REC FROM WS-REQ-LINE
               MOVE 'REFUSED - FUNCTION MUST BE S OR P' TO WS-M-TEXT
               WRITE INQ-REC FROM WS-MSG-LINE
               ADD 1 TO WS-TOT-BAD-CARDS
           END-IF.
           READ PRM-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       H300-END. EXIT.

      *    THE MASTER IS KEYED ON UID ONLY, SO A NAME SEARCH READS
      *    IT END TO END; THE DORMANT ARCHIVE IS SEARCHED AS WELL
      *    SO AN ARCHIVED CUSTOMER CAN STILL BE FOUND.
       H400-SEARCH.
           MOVE ZERO TO WS-SUR-LEN.
           MOVE ZERO TO WS-NAM-LEN.
           INSPECT PRM-SURNAME TALLYING WS-SUR-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT PRM-NAME TALLYING WS-NAM-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-SUR-LEN = ZERO AND WS-NAM-LEN = ZERO
               MOVE 'REFUSED - GIVE A SURNAME OR A NAME TO SEARCH'
                    TO WS-M-TEXT
               WRITE INQ-REC FROM WS-MSG-LINE
               ADD 1 TO WS-TOT-BAD-CARDS
           ELSE
               PERFORM H410-LIST-CANDIDATES
           END-IF.
       H400-END. EXIT.

       H410-LIST-CANDIDATES.
           ADD 1 TO WS-TOT-SEARCHES.
           MOVE ZERO TO WS-SEC-COUNT.
           MOVE 'CANDIDATES' TO WS-S-TITLE.
           WRITE INQ-REC FROM WS-SEC-LINE.
           WRITE INQ-REC FROM WS-CND-HDR-LINE.
           MOVE ZERO TO IDX-UID.
           MOVE 'N'  TO WS-SCAN-EOF-SW.
           START IDX-FILE KEY NOT LESS THAN IDX-KEY
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START.
           PERFORM H420-SEARCH-MASTER UNTIL WS-SCAN-EOF.
           OPEN INPUT ARC-FILE.
           IF ARC-SUCCESS
               MOVE 'N' TO WS-SCAN-EOF-SW
               READ ARC-FILE
                   AT END SET WS-SCAN-EOF TO TRUE
               END-READ
               PERFORM H440-SEARCH-ARCHIVE UNTIL WS-SCAN-EOF
               CLOSE ARC-FILE
           ELSE
               MOVE 'DORMANT ARCHIVE NOT AVAILABLE - NOT SEARCHED'
                    TO WS-M-TEXT
               WRITE INQ-REC FROM WS-MSG-LINE
           END-IF.
           IF WS-SEC-COUNT = ZERO
               MOVE 'NO CUSTOMER MATCHES THE SEARCH' TO WS-M-TEXT
               WRITE INQ-REC FROM WS-MSG-LINE
           END-IF.
       H410-END. EXIT.

       H420-SEARCH-MASTER.
           READ IDX-FILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
           IF NOT WS-SCAN-EOF
               MOVE IDX-SURNAME TO WS-C-SURNAME
               MOVE IDX-NAME    TO WS-C-NAME
               PERFORM H460-MATCH-NAME
               IF WS-MATCH
                   MOVE IDX-UID  TO WS-C-UID
                   MOVE IDX-DVZ  TO WS-C-DVZ
                   MOVE IDX-DATE TO WS-C-DATE
                   MOVE 'LIVE'   TO WS-C-STATUS
                   WRITE INQ-REC FROM WS-CND-LINE
                   ADD 1 TO WS-SEC-COUNT
                   ADD 1 TO WS-TOT-CANDIDATES
               END-IF
           END-IF.
       H420-END. EXIT.

       H440-SEARCH-ARCHIVE.
           MOVE ARC-SURNAME TO WS-C-SURNAME.
           MOVE ARC-NAME    TO WS-C-NAME.
           PERFORM H460-MATCH-NAME.
           IF WS-MATCH
               MOVE ARC-UID    TO WS-C-UID
               MOVE ARC-DVZ    TO WS-C-DVZ
               MOVE ARC-DATE   TO WS-C-DATE
               MOVE 'ARCHIVED' TO WS-C-STATUS
               WRITE INQ-REC FROM WS-CND-LINE
               ADD 1 TO WS-SEC-COUNT
               ADD 1 TO WS-TOT-CANDIDATES
           END-IF.
           READ ARC-FILE
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       H440-END. EXIT.

      *    THE CANDIDATE NAME IS IN THE CANDIDATE LINE FIELDS; EACH
      *    GIVEN SEARCH TEXT MUST MATCH THE START OF ITS FIELD.
       H460-MATCH-NAME.
           SET WS-MATCH TO TRUE.
           IF WS-SUR-LEN > ZERO
               IF WS-C-SURNAME (1:WS-SUR-LEN) NOT =
                  PRM-SURNAME (1:WS-SUR-LEN)
                   MOVE 'N' TO WS-MATCH-SW
               END-IF
           END-IF.
           IF WS-NAM-LEN > ZERO
               IF WS-C-NAME (1:WS-NAM-LEN) NOT =
                  PRM-NAME (1:WS-NAM-LEN)
                   MOVE 'N' TO WS-MATCH-SW
               END-IF
           END-IF.
       H460-END. EXIT.

       H500-PROFILE.
           IF PRM-UID NOT NUMERIC
               MOVE 'REFUSED - UID NOT NUMERIC' TO WS-M-TEXT
               WRITE INQ-REC FROM WS-MSG-LINE
               ADD 1 TO WS-TOT-BAD-CARDS
           ELSE
               PERFORM H505-BUILD-PROFILE
           END-IF.
       H500-END. EXIT.

       H505-BUILD-PROFILE.
           ADD 1 TO WS-TOT-PROFILES.
           IF PRM-MOV-COUNT NOT NUMERIC OR PRM-MOV-COUNT-N = ZERO
               MOVE WS-MOV-DEFAULT  TO WS-MOV-WANTED
           ELSE
               MOVE PRM-MOV-COUNT-N TO WS-MOV-WANTED
           END-IF.
           IF WS-MOV-WANTED > WS-MOV-MAX
               MOVE WS-MOV-MAX TO WS-MOV-WANTED
           END-IF.
           PERFORM H510-PRINT-MASTER.
           PERFORM H520-PRINT-SUB-ACCOUNTS.
           PERFORM H540-PRINT-ORDERS.
           PERFORM H560-PRINT-ARCHIVE.
           PERFORM H580-PRINT-REJECTS.
           PERFORM H600-PRINT-MOVEMENTS.
       H505-END. EXIT.

       H510-PRINT-MASTER.
           MOVE 'CUSTOMER MASTER' TO WS-S-TITLE.
           WRITE INQ-REC FROM WS-SEC-LINE.
           MOVE 'N'       TO WS-IDX-FOUND-SW.
           MOVE PRM-UID-N TO IDX-UID.
           READ IDX-FILE KEY IDX-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-IDX-FOUND TO TRUE
           END-READ.
           IF WS-IDX-FOUND
               MOVE IDX-UID      TO WS-P-UID
               MOVE IDX-NAME     TO WS-P-NAME
               MOVE IDX-SURNAME  TO WS-P-SURNAME
               MOVE IDX-DVZ      TO WS-P-DVZ
               MOVE IDX-DATE     TO WS-P-DATE
               MOVE IDX-BALANCE  TO WS-P-BALANCE
               MOVE IDX-OD-LIMIT TO WS-P-LIMIT
               WRITE INQ-REC FROM WS-MST-LINE-1
               WRITE INQ-REC FROM WS-MST-LINE-2
           ELSE
               MOVE 'NOT ON THE CUSTOMER MASTER' TO WS-M-TEXT
               WRITE INQ-REC FROM WS-MSG-LINE
           END-IF.
       H510-END. EXIT.

       H520-PRINT-SUB-ACCOUNTS.
           MOVE 'CURRENCY SUB-ACCOUNTS' TO WS-S-TITLE.
           WRITE INQ-REC FROM WS-SEC-LINE.
           WRITE INQ-REC FROM WS-ACC-HDR-LINE.
           MOVE ZERO      TO WS-SEC-COUNT.
           MOVE ZERO      TO WS-BASE-TOTAL.
           MOVE PRM-UID-N TO ACC-UID.
           MOVE ZERO      TO ACC-DVZ.
           MOVE 'N'       TO WS-SCAN-EOF-SW.
           START ACC-FILE KEY NOT LESS THAN ACC-KEY
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START.
           PERFORM H525-SUB-ACCOUNT-NEXT UNTIL WS-SCAN-EOF.
           IF WS-SEC-COUNT = ZERO
               MOVE 'NO SUB-ACCOUNTS' TO WS-M-TEXT
               WRITE INQ-REC FROM WS-MSG-LINE
           ELSE
               MOVE WS-BASE-TOTAL TO WS-B-TOTAL
               WRITE INQ-REC FROM WS-BAS-LINE
           END-IF.
       H520-END. EXIT.

       H525-SUB-ACCOUNT-NEXT.
           READ ACC-FILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
           IF NOT WS-SCAN-EOF
               IF ACC-UID NOT = PRM-UID-N
                   SET WS-SCAN-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-SEC-COUNT
                   PERFORM H530-FIND-RATE
                   MOVE ACC-DVZ      TO WS-A-DVZ
                   MOVE ACC-BALANCE  TO WS-A-BALANCE
                   MOVE ACC-OD-LIMIT TO WS-A-LIMIT
                   MOVE ACC-DATE     TO WS-A-DATE
                   IF WS-RATE-FOUND
                       COMPUTE WS-BASE-EQUIV ROUNDED =
                               ACC-BALANCE * WS-CUR-RATE
                       ADD WS-BASE-EQUIV TO WS-BASE-TOTAL
                       MOVE WS-BASE-EQUIV TO WS-A-BASE
                       MOVE SPACES        TO WS-A-NOTE
                   ELSE
                       MOVE ZERO          TO WS-A-BASE
                       MOVE 'NO RATE'     TO WS-A-NOTE
                   END-IF
                   WRITE INQ-REC FROM WS-ACC-LINE
               END-IF
           END-IF.
       H525-END. EXIT.

       H530-FIND-RATE.
           MOVE 'N'  TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-CUR-RATE.
           IF ACC-DVZ = WS-BASE-DVZ
               SET WS-RATE-FOUND TO TRUE
               MOVE 1 TO WS-CUR-RATE
           ELSE
               IF WS-FX-OPEN
                   MOVE ACC-DVZ TO FX-DVZ
                   READ FX-FILE KEY FX-DVZ
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-RATE-FOUND TO TRUE
                           MOVE FX-RATE TO WS-CUR-RATE
                   END-READ
               END-IF
           END-IF.
       H530-END. EXIT.

      *    ORDERS ARE SHOWN IN BOTH DIRECTIONS - 'OUT' WHERE THE
      *    CUSTOMER PAYS, 'IN ' WHERE THE CUSTOMER IS THE TARGET.
       H540-PRINT-ORDERS.
           MOVE 'ACTIVE STANDING ORDERS' TO WS-S-TITLE.
           WRITE INQ-REC FROM WS-SEC-LINE.
           OPEN INPUT STO-FILE.
           IF STO-SUCCESS
               PERFORM H542-SCAN-ORDERS
           ELSE
               MOVE 'STANDING ORDER FILE NOT AVAILABLE' TO WS-M-TEXT
               WRITE INQ-REC FROM WS-MSG-LINE
           END-IF.
       H540-END. EXIT.

       H542-SCAN-ORDERS.
           WRITE INQ-REC FROM WS-STO-HDR-LINE.
           MOVE ZERO TO WS-SEC-COUNT.
           MOVE 'N'  TO WS-SCAN-EOF-SW.
           READ STO-FILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
           PERFORM H545-ORDER-NEXT UNTIL WS-SCAN-EOF.
           CLOSE STO-FILE.
           IF WS-SEC-COUNT = ZERO
               MOVE 'NO ACTIVE STANDING ORDERS' TO WS-M-TEXT
               WRITE INQ-REC FROM WS-MSG-LINE
           END-IF.
       H542-END. EXIT.

       H545-ORDER-NEXT.
           IF STO-ACTIVE
              AND (STO-UID = PRM-UID-N OR STO-TGT-UID = PRM-UID-N)
               ADD 1 TO WS-SEC-COUNT
               MOVE STO-ORDER-NO  TO WS-O-ORDER
               MOVE STO-OPRT      TO WS-O-OPRT
               IF STO-UID = PRM-UID-N
                   MOVE 'OUT'       TO WS-O-DIR
                   IF STO-OPRT = 'T'
                       MOVE STO-TGT-UID TO WS-O-OTHER
                   ELSE
                       MOVE SPACES      TO WS-O-OTHER
                   END-IF
               ELSE
                   MOVE 'IN '       TO WS-O-DIR
                   MOVE STO-UID     TO WS-O-OTHER
               END-IF
               MOVE STO-DVZ       TO WS-O-DVZ
               MOVE STO-AMOUNT    TO WS-O-AMOUNT
               MOVE STO-FREQ      TO WS-O-FREQ
               MOVE STO-NEXT-DATE TO WS-O-NEXT
               MOVE STO-END-DATE  TO WS-O-END
               WRITE INQ-REC FROM WS-STO-LINE
           END-IF.
           READ STO-FILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       H545-END. EXIT.

       H560-PRINT-ARCHIVE.
           MOVE 'DORMANT ARCHIVE' TO WS-S-TITLE.
           WRITE INQ-REC FROM WS-SEC-LINE.
           MOVE ZERO TO WS-SEC-COUNT.
           OPEN INPUT ARC-FILE.
           IF ARC-SUCCESS
               MOVE 'N' TO WS-SCAN-EOF-SW
               READ ARC-FILE
                   AT END SET WS-SCAN-EOF TO TRUE
               END-READ
               PERFORM H565-ARCHIVE-MASTER UNTIL WS-SCAN-EOF
               CLOSE ARC-FILE
           ELSE
               MOVE 'ARCHIVE MASTER FILE NOT AVAILABLE' TO WS-M-TEXT
               WRITE INQ-REC FROM WS-MSG-LINE
           END-IF.
           OPEN INPUT ACA-FILE.
           IF ACA-SUCCESS
               MOVE 'N' TO WS-SCAN-EOF-SW
               READ ACA-FILE
                   AT END SET WS-SCAN-EOF TO TRUE
               END-READ
               PERFORM H570-ARCHIVE-SUB UNTIL WS-SCAN-EOF
               CLOSE ACA-FILE
           ELSE
               MOVE 'ARCHIVE SUB-ACCOUNT FILE NOT AVAILABLE'
                    TO WS-M-TEXT
               WRITE INQ-REC FROM WS-MSG-LINE
           END-IF.
           IF WS-SEC-COUNT = ZERO
               MOVE 'NOT ON THE DORMANT ARCHIVE' TO WS-M-TEXT
               WRITE INQ-REC FROM WS-MSG-LINE
           END-IF.
       H560-END. EXIT.

       H565-ARCHIVE-MASTER.
           IF ARC-UID = PRM-UID-N
               ADD 1 TO WS-SEC-COUNT
               MOVE ARC-UID      TO WS-P-UID
               MOVE ARC-NAME     TO WS-P-NAME
               MOVE ARC-SURNAME  TO WS-P-SURNAME
               MOVE ARC-DVZ      TO WS-P-DVZ
               MOVE ARC-DATE     TO WS-P-DATE
               MOVE ARC-BALANCE  TO WS-P-BALANCE
               MOVE ARC-OD-LIMIT TO WS-P-LIMIT
               WRITE INQ-REC FROM WS-MST-LINE-1
               WRITE INQ-REC FROM WS-MST-LINE-2
           END-IF.
           READ ARC-FILE
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       H565-END. EXIT.

       H570-ARCHIVE-SUB.
           IF ACA-UID = PRM-UID-N
               ADD 1 TO WS-SEC-COUNT
               MOVE ACA-DVZ      TO WS-A-DVZ
               MOVE ACA-BALANCE  TO WS-A-BALANCE
               MOVE ACA-OD-LIMIT TO WS-A-LIMIT
               MOVE ACA-DATE     TO WS-A-DATE
               MOVE ZERO         TO WS-A-BASE
               MOVE 'ARCHIVE'    TO WS-A-NOTE
               WRITE INQ-REC FROM WS-ACC-LINE
           END-IF.
           READ ACA-FILE
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       H570-END. EXIT.

       H580-PRINT-REJECTS.
           MOVE 'OPEN REJECTS' TO WS-S-TITLE.
           WRITE INQ-REC FROM WS-SEC-LINE.
           OPEN INPUT REJ-FILE.
           IF REJ-SUCCESS
               PERFORM H582-SCAN-REJECTS
           ELSE
               MOVE 'REJECT FILE NOT AVAILABLE' TO WS-M-TEXT
               WRITE INQ-REC FROM WS-MSG-LINE
           END-IF.
       H580-END. EXIT.

       H582-SCAN-REJECTS.
           WRITE INQ-REC FROM WS-REJ-HDR-LINE.
           MOVE ZERO TO WS-SEC-COUNT.
           MOVE 'N'  TO WS-SCAN-EOF-SW.
           READ REJ-FILE
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
           PERFORM H585-REJECT-NEXT UNTIL WS-SCAN-EOF.
           CLOSE REJ-FILE.
           IF WS-SEC-COUNT = ZERO
               MOVE 'NO OPEN REJECTS' TO WS-M-TEXT
               WRITE INQ-REC FROM WS-MSG-LINE
           END-IF.
       H582-END. EXIT.

       H585-REJECT-NEXT.
           IF REJ-UID = PRM-UID-N
               ADD 1 TO WS-SEC-COUNT
               MOVE REJ-OPRT      TO WS-J-OPRT
               MOVE REJ-REASON-CD TO WS-J-REASON-CD
               MOVE REJ-REASON    TO WS-J-REASON
               MOVE REJ-CYCLE     TO WS-J-CYCLE
               MOVE REJ-TRN-REF   TO WS-J-TRN-REF
               WRITE INQ-REC FROM WS-REJ-LINE
           END-IF.
           READ REJ-FILE
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       H585-END. EXIT.

       H600-PRINT-MOVEMENTS.
           MOVE 'LAST MOVEMENTS ON THE AUDIT TRAIL' TO WS-S-TITLE.
           WRITE INQ-REC FROM WS-SEC-LINE.
           OPEN INPUT AUD-FILE.
           IF AUD-SUCCESS
               PERFORM H610-SCAN-AUDIT
           ELSE
               MOVE 'AUDIT FILE NOT AVAILABLE' TO WS-M-TEXT
               WRITE INQ-REC FROM WS-MSG-LINE
           END-IF.
       H600-END. EXIT.

       H610-SCAN-AUDIT.
           MOVE ZERO TO WS-MOV-USED.
           MOVE 1    TO WS-MOV-NEXT.
           MOVE 'N'  TO WS-SCAN-EOF-SW.
           READ AUD-FILE
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
           PERFORM H620-KEEP-MOVEMENT UNTIL WS-SCAN-EOF.
           CLOSE AUD-FILE.
           IF WS-MOV-USED = ZERO
               MOVE 'NO MOVEMENTS ON THE AUDIT TRAIL' TO WS-M-TEXT
               WRITE INQ-REC FROM WS-MSG-LINE
           ELSE
               WRITE INQ-REC FROM WS-MOV-HDR-LINE
               IF WS-MOV-USED < WS-MOV-WANTED
                   MOVE 1 TO MX
               ELSE
                   MOVE WS-MOV-NEXT TO MX
               END-IF
               PERFORM H640-PRINT-MOVEMENT
                       VARYING NX FROM 1 BY 1
                       UNTIL NX > WS-MOV-USED
           END-IF.
       H610-END. EXIT.

       H620-KEEP-MOVEMENT.
           IF AUD-UID = PRM-UID-N
               MOVE WS-MOV-NEXT      TO MX
               MOVE AUD-DATE         TO WS-MOV-DATE (MX)
               MOVE AUD-TIME         TO WS-MOV-TIME (MX)
               MOVE AUD-OPRT         TO WS-MOV-OPRT (MX)
               MOVE AUD-NEW-DVZ      TO WS-MOV-DVZ (MX)
               MOVE AUD-OLD-BALANCE  TO WS-MOV-OLD-BAL (MX)
               MOVE AUD-NEW-BALANCE  TO WS-MOV-NEW-BAL (MX)
               MOVE AUD-REV-SW       TO WS-MOV-REV-SW (MX)
               MOVE AUD-TRN-REF      TO WS-MOV-TRN-REF (MX)
               IF WS-MOV-USED < WS-MOV-WANTED
                   ADD 1 TO WS-MOV-USED
               END-IF
               IF WS-MOV-NEXT = WS-MOV-WANTED
                   MOVE 1 TO WS-MOV-NEXT
               ELSE
                   ADD 1 TO WS-MOV-NEXT
               END-IF
           END-IF.
           READ AUD-FILE
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       H620-END. EXIT.

       H640-PRINT-MOVEMENT.
           COMPUTE WS-AMOUNT = WS-MOV-NEW-BAL (MX)
                             - WS-MOV-OLD-BAL (MX).
           MOVE WS-MOV-DATE (MX)    TO WS-V-DATE.
           MOVE WS-MOV-TIME (MX)    TO WS-V-TIME.
           MOVE WS-MOV-OPRT (MX)    TO WS-V-OPRT.
           MOVE WS-MOV-DVZ (MX)     TO WS-V-DVZ.
           MOVE WS-MOV-NEW-BAL (MX) TO WS-V-NEW-BAL.
           MOVE WS-AMOUNT           TO WS-V-AMOUNT.
           IF WS-MOV-REV-SW (MX) = 'R'
               MOVE 'REV'  TO WS-V-REV
           ELSE
               MOVE SPACES TO WS-V-REV
           END-IF.
           MOVE WS-MOV-TRN-REF (MX) TO WS-V-TRN-REF.
           WRITE INQ-REC FROM WS-MOV-LINE.
           IF MX = WS-MOV-WANTED
               MOVE 1 TO MX
           ELSE
               ADD 1 TO MX
           END-IF.
       H640-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE PRM-FILE.
           CLOSE INQ-FILE.
           CLOSE IDX-FILE.
           CLOSE ACC-FILE.
           IF WS-FX-OPEN
               CLOSE FX-FILE
           END-IF.
           DISPLAY '=================================================='.
           DISPLAY 'CUSTINQ RUN SUMMARY'.
           DISPLAY 'INQUIRY CARDS READ ........ ' WS-TOT-CARDS.
           DISPLAY 'NAME SEARCHES ............. ' WS-TOT-SEARCHES.
           DISPLAY 'CANDIDATES LISTED ......... ' WS-TOT-CANDIDATES.
           DISPLAY 'PROFILES PRINTED .......... ' WS-TOT-PROFILES.
           DISPLAY 'CARDS REFUSED ............. ' WS-TOT-BAD-CARDS.
           DISPLAY '=================================================='.
           DISPLAY 'PROGRAM IS EXIT'
           STOP RUN.
       H999-END. EXIT.
