       IDENTIFICATION DIVISION.

       PROGRAM-ID.    AUDMON.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE   ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT AUD-FILE   ASSIGN TO AUDFILE
                             STATUS ST-AUDFILE.
           SELECT FX-FILE    ASSIGN TO FXFILE
                             STATUS ST-FXFILE
                             ORGANIZATION IS INDEXED
                             ACCESS IS SEQUENTIAL
                             RECORD KEY IS FX-DVZ.
           SELECT ALT-FILE   ASSIGN TO ALTFILE
                             STATUS ST-ALTFILE
                             ORGANIZATION IS INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY IS ALT-KEY.
           SELECT AMR-FILE   ASSIGN TO AMRFILE
                             STATUS AMR-ST.
           SELECT SRT-FILE   ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
      *    MONITORING PARAMETERS.  AMOUNTS ARE IN BASE CURRENCY
      *    UNITS, WINDOWS IN CALENDAR DAYS.  THE STRUCTURING BAND
      *    IS THE PERCENTAGE OF THE SINGLE MOVEMENT THRESHOLD AT
      *    WHICH A POSTING COUNTS AS JUST UNDER IT.  A RAPID
      *    IN-AND-OUT IS A DEBIT OF AT LEAST RAPID-PCT OF A T
      *    CREDIT RECEIVED WITHIN RAPID-DAYS.
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           05 PRM-RUN-DATE        PIC X(08).
           05 PRM-RUN-DATE-N REDEFINES PRM-RUN-DATE
                                  PIC 9(08).
           05 PRM-LARGE-AMT       PIC X(15).
           05 PRM-LARGE-AMT-N REDEFINES PRM-LARGE-AMT
                                  PIC 9(15).
           05 PRM-BAND-PCT        PIC X(03).
           05 PRM-BAND-PCT-N REDEFINES PRM-BAND-PCT
                                  PIC 9(03).
           05 PRM-STR-COUNT       PIC X(03).
           05 PRM-STR-COUNT-N REDEFINES PRM-STR-COUNT
                                  PIC 9(03).
           05 PRM-STR-DAYS        PIC X(03).
           05 PRM-STR-DAYS-N REDEFINES PRM-STR-DAYS
                                  PIC 9(03).
           05 PRM-RAPID-DAYS      PIC X(03).
           05 PRM-RAPID-DAYS-N REDEFINES PRM-RAPID-DAYS
                                  PIC 9(03).
           05 PRM-RAPID-PCT       PIC X(03).
           05 PRM-RAPID-PCT-N REDEFINES PRM-RAPID-PCT
                                  PIC 9(03).
           05 PRM-REACT-DAYS      PIC X(03).
           05 PRM-REACT-DAYS-N REDEFINES PRM-REACT-DAYS
                                  PIC 9(03).
           05 PRM-REACT-AMT       PIC X(15).
           05 PRM-REACT-AMT-N REDEFINES PRM-REACT-AMT
                                  PIC 9(15).
       FD  AUD-FILE RECORDING MODE F.
           COPY AUDREC.
       FD  FX-FILE.
           COPY FXREC.
       FD  ALT-FILE.
           COPY ALTREC.
       FD  AMR-FILE RECORDING MODE F.
       01  AMR-REC                PIC X(100).
       SD  SRT-FILE.
       01  SRT-REC.
           05 SRT-UID             PIC 9(05).
           05 SRT-DATE            PIC 9(08).
           05 SRT-TIME            PIC 9(08).
           05 SRT-SEQ             PIC 9(09).
           05 SRT-OPRT            PIC X(01).
           05 SRT-DVZ             PIC 9(03).
           05 SRT-DR-CR           PIC X(01).
              88 SRT-DEBIT                 VALUE 'D'.
              88 SRT-CREDIT                VALUE 'C'.
           05 SRT-AMOUNT          PIC 9(15).
           05 SRT-RATE-SW         PIC X(01).
              88 SRT-RATE-FOUND            VALUE 'Y'.
           05 SRT-BASE-AMT        PIC S9(13)V9(02) COMP-3.
           05 SRT-TRN-REF         PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 PRM-ST              PIC 9(02).
              88 PRM-SUCCESS              VALUE 00.
           05 ST-AUDFILE          PIC 9(02).
              88 AUD-SUCCESS              VALUE 00.
           05 ST-FXFILE           PIC 9(02).
              88 FX-SUCCESS               VALUE 00 97.
              88 FX-EOF                   VALUE 10.
           05 ST-ALTFILE          PIC 9(02).
              88 ALT-SUCCESS              VALUE 00 97.
              88 ALT-EOF                  VALUE 10.
           05 AMR-ST              PIC 9(02).
              88 AMR-SUCCESS              VALUE 00.
           05 WS-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-EOF                    VALUE 'Y'.
           05 WS-SRT-EOF-SW       PIC X(01) VALUE 'N'.
              88 WS-SRT-EOF                VALUE 'Y'.
           05 WS-FIRST-SW         PIC X(01) VALUE 'Y'.
              88 WS-FIRST-KEY              VALUE 'Y'.
           05 WS-STR-RAISED-SW    PIC X(01) VALUE 'N'.
              88 WS-STR-RAISED             VALUE 'Y'.
           05 WS-REA-RAISED-SW    PIC X(01) VALUE 'N'.
              88 WS-REA-RAISED             VALUE 'Y'.
           05 WS-RAPID-SW         PIC X(01) VALUE 'N'.
              88 WS-RAPID-FOUND            VALUE 'Y'.
           05 WS-ALT-NEW-SW       PIC X(01) VALUE 'N'.
              88 WS-ALT-NEW                VALUE 'Y'.
           05 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
           05 WS-FROM-DATE        PIC 9(08) VALUE ZERO.
           05 WS-RUN-INT          PIC 9(07) VALUE ZERO.
           05 WS-FROM-INT         PIC 9(07) VALUE ZERO.
           05 WS-MOV-INT          PIC 9(07) VALUE ZERO.
           05 WS-REACT-INT        PIC 9(07) VALUE ZERO.
           05 WS-DAYS             PIC 9(07) VALUE ZERO.
           05 WS-WINDOW           PIC 9(03) VALUE ZERO.
           05 WS-BASE-DVZ         PIC S9(03) VALUE 949.
           05 WS-LARGE-AMT        PIC S9(13)V9(02) COMP-3 VALUE ZERO.
           05 WS-BAND-FLOOR       PIC S9(13)V9(02) COMP-3 VALUE ZERO.
           05 WS-REACT-AMT        PIC S9(13)V9(02) COMP-3 VALUE ZERO.
           05 WS-RAPID-MIN        PIC S9(13)V9(02) COMP-3 VALUE ZERO.
           05 WS-AMOUNT           PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-READ-SEQ         PIC 9(09) VALUE ZERO.
           05 WS-CUR-UID          PIC 9(05) VALUE ZERO.
           05 WS-BAND-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-OUT-COUNT        PIC ZZ9.
           05 WS-OUT-DAYS         PIC ZZ9.
           05 WS-ALT-TYPE         PIC X(02).
           05 WS-ALT-DETAIL       PIC X(30).
           05 WS-HIS-NEW-KIND     PIC X(01).
           05 WS-TOT-READ         PIC 9(08) VALUE ZERO.
           05 WS-TOT-SELECTED     PIC 9(08) VALUE ZERO.
           05 WS-TOT-TODAY        PIC 9(08) VALUE ZERO.
           05 WS-TOT-NO-RATE      PIC 9(08) VALUE ZERO.
           05 WS-TOT-HIS-FULL     PIC 9(08) VALUE ZERO.
           05 WS-TOT-NEW-LG       PIC 9(08) VALUE ZERO.
           05 WS-TOT-NEW-ST       PIC 9(08) VALUE ZERO.
           05 WS-TOT-NEW-RP       PIC 9(08) VALUE ZERO.
           05 WS-TOT-NEW-RA       PIC 9(08) VALUE ZERO.
           05 WS-TOT-ON-FILE      PIC 9(08) VALUE ZERO.
           05 WS-TOT-OPEN-OLD     PIC 9(08) VALUE ZERO.
           05 WS-DVZ-SUB          PIC 9(04) COMP VALUE ZERO.
           05 HX                  PIC 9(04) COMP VALUE ZERO.
      *    BASE CURRENCY RATES SUBSCRIPTED BY CURRENCY CODE PLUS
      *    ONE, AS IN GLEXTR.
           05 WS-FX-TABLE.
              10 WS-FX-ENTRY OCCURS 1000 TIMES.
                 15 WS-FX-LOAD-SW    PIC X(01) VALUE 'N'.
                    88 WS-FX-LOADED           VALUE 'Y'.
                 15 WS-FX-TBL-RATE   PIC S9(05)V9(06) COMP-3 VALUE
                                     ZERO.
      *    EARLIER MOVEMENTS OF THE CURRENT UID INSIDE THE LOOK-BACK
      *    WINDOW THAT A LATER MOVEMENT IS TESTED AGAINST - 'B' FOR
      *    A POSTING IN THE STRUCTURING BAND, 'C' FOR A T CREDIT.
           05 WS-HIS-COUNT        PIC 9(04) COMP VALUE ZERO.
           05 WS-HIS-TABLE.
              10 WS-HIS-ENTRY OCCURS 500 TIMES.
                 15 WS-HIS-KIND      PIC X(01).
                 15 WS-HIS-DATE      PIC 9(08).
                 15 WS-HIS-INT       PIC 9(07).
                 15 WS-HIS-BASE      PIC S9(13)V9(02) COMP-3.
           COPY CALAREA.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(47) VALUE
              'AUDIT MOVEMENT MONITORING ALERT REPORT - DATE: '.
           05 WS-H-DATE           PIC 9(08).
           05 FILLER              PIC X(14) VALUE
              '  LOOK-BACK : '.
           05 WS-H-FROM-DATE      PIC 9(08).
           05 FILLER              PIC X(23) VALUE SPACES.
       01  WS-PRM-LINE-1.
           05 FILLER              PIC X(28) VALUE
              'SINGLE MOVEMENT THRESHOLD . '.
           05 WS-P-LARGE          PIC ZZZZZZZZZZZZZZ9.
           05 FILLER              PIC X(57) VALUE SPACES.
       01  WS-PRM-LINE-2.
           05 FILLER              PIC X(28) VALUE
              'STRUCTURING BAND PCT ...... '.
           05 WS-P-BAND-PCT       PIC ZZ9.
           05 FILLER              PIC X(08) VALUE '  COUNT '.
           05 WS-P-STR-COUNT      PIC ZZ9.
           05 FILLER              PIC X(07) VALUE '  DAYS '.
           05 WS-P-STR-DAYS       PIC ZZ9.
           05 FILLER              PIC X(48) VALUE SPACES.
       01  WS-PRM-LINE-3.
           05 FILLER              PIC X(28) VALUE
              'RAPID IN-OUT DAYS ......... '.
           05 WS-P-RAPID-DAYS     PIC ZZ9.
           05 FILLER              PIC X(06) VALUE '  PCT '.
           05 WS-P-RAPID-PCT      PIC ZZ9.
           05 FILLER              PIC X(60) VALUE SPACES.
       01  WS-PRM-LINE-4.
           05 FILLER              PIC X(28) VALUE
              'REACTIVATION DAYS ......... '.
           05 WS-P-REACT-DAYS     PIC ZZ9.
           05 FILLER              PIC X(13) VALUE '  MIN AMOUNT '.
           05 WS-P-REACT-AMT      PIC ZZZZZZZZZZZZZZ9.
           05 FILLER              PIC X(41) VALUE SPACES.
      *    EVERY ALERT IS PRINTED WITH ITS FULL ALT-FILE KEY - RAISED
      *    DATE, UID, TYPE, AUDIT TIME, CURRENCY AND REFERENCE - AS
      *    THAT IS WHAT COMPLIANCE KEYS ON THE ALTMAINT CARD.  THE
      *    NIGHT'S ALERTS CARRY THEIR DETAIL TEXT ON A SECOND LINE.
       01  WS-HDR-LINE-2.
           05 FILLER              PIC X(50) VALUE
              'RAISED   UID   TY AUD TIME DVZ O          AMOUNT  '.
           05 FILLER              PIC X(50) VALUE
              'BASE EQUIVALENT TRANSACTION REF  NEW'.
       01  WS-DTL-LINE.
           05 WS-D-DATE           PIC 9(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-UID            PIC 9(05).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-TYPE           PIC X(02).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-AUD-TIME       PIC 9(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-DVZ            PIC 9(03).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-OPRT           PIC X(01).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-AMOUNT         PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-BASE           PIC -(12)9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-TRN-REF        PIC X(16).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-NEW            PIC X(03).
           05 FILLER              PIC X(14) VALUE SPACES.
       01  WS-DTL-LINE-2.
           05 FILLER              PIC X(18) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE 'DETAIL: '.
           05 WS-D-DETAIL         PIC X(30).
           05 FILLER              PIC X(44) VALUE SPACES.
       01  WS-OPN-HDR-LINE.
           05 FILLER              PIC X(100) VALUE
              'ALERTS FROM EARLIER RUNS STILL AWAITING REVIEW'.
       01  WS-OPN-HDR-LINE-2.
           05 FILLER              PIC X(48) VALUE
              'RAISED   UID   TY AUD TIME DVZ  BASE EQUIVALENT '.
           05 FILLER              PIC X(52) VALUE
              'TRANSACTION REF  DETAIL'.
       01  WS-OPN-LINE.
           05 WS-O-DATE           PIC 9(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-O-UID            PIC 9(05).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-O-TYPE           PIC X(02).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-O-AUD-TIME       PIC 9(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-O-DVZ            PIC 9(03).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-O-BASE           PIC -(12)9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-O-TRN-REF        PIC X(16).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-O-DETAIL         PIC X(30).
           05 FILLER              PIC X(05) VALUE SPACES.
       01  WS-NON-LINE.
           05 FILLER              PIC X(100) VALUE
              'NONE'.
       01  WS-FTR-LINE-1.
           05 FILLER              PIC X(28) VALUE
              'MOVEMENTS IN LOOK-BACK .... '.
           05 WS-F-SELECTED       PIC ZZZZZZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.
       01  WS-FTR-LINE-2.
           05 FILLER              PIC X(28) VALUE
              'MOVEMENTS OF THE DAY ...... '.
           05 WS-F-TODAY          PIC ZZZZZZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.
       01  WS-FTR-LINE-3.
           05 FILLER              PIC X(28) VALUE
              'NOT CONVERTED - NO RATE ... '.
           05 WS-F-NO-RATE        PIC ZZZZZZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.
       01  WS-FTR-LINE-4.
           05 FILLER              PIC X(28) VALUE
              'NEW ALERTS LG/ST/RP/RA .... '.
           05 WS-F-NEW-LG         PIC ZZZZZZZ9.
           05 FILLER              PIC X(3) VALUE ' / '.
           05 WS-F-NEW-ST         PIC ZZZZZZZ9.
           05 FILLER              PIC X(3) VALUE ' / '.
           05 WS-F-NEW-RP         PIC ZZZZZZZ9.
           05 FILLER              PIC X(3) VALUE ' / '.
           05 WS-F-NEW-RA         PIC ZZZZZZZ9.
           05 FILLER              PIC X(31) VALUE SPACES.
       01  WS-FTR-LINE-5.
           05 FILLER              PIC X(28) VALUE
              'ALREADY ON FILE (RERUN) ... '.
           05 WS-F-ON-FILE        PIC ZZZZZZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.
       01  WS-FTR-LINE-6.
           05 FILLER              PIC X(28) VALUE
              'EARLIER ALERTS STILL OPEN . '.
           05 WS-F-OPEN-OLD       PIC ZZZZZZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PRINT-HEADERS
      *    THE LOOK-BACK WINDOW OF THE AUDIT TRAIL IS SORTED INTO
      *    UID AND TIME ORDER SO EACH CUSTOMER'S MOVEMENTS ARE SEEN
      *    TOGETHER AND IN THE ORDER THEY WERE POSTED.
           SORT SRT-FILE ON ASCENDING KEY SRT-UID SRT-DATE SRT-TIME
                                          SRT-SEQ
                INPUT PROCEDURE IS H300-SELECT-MOVEMENTS
                OUTPUT PROCEDURE IS H400-SCAN-MOVEMENTS
           PERFORM H800-LIST-OPEN-ALERTS
           PERFORM H900-PRINT-FOOTER
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT PRM-FILE.
           IF NOT PRM-SUCCESS
               DISPLAY 'PRM-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' PRM-ST
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ PRM-FILE
               AT END
                   DISPLAY 'PRM-FILE IS EMPTY'
                   PERFORM H999-PROGRAM-EXIT
           END-READ.
           CLOSE PRM-FILE.
           PERFORM H120-CHECK-PARAMETERS.
           OPEN I-O ALT-FILE.
           IF NOT ALT-SUCCESS
               OPEN OUTPUT ALT-FILE
               CLOSE ALT-FILE
               OPEN I-O ALT-FILE
           END-IF.
           IF NOT ALT-SUCCESS
               DISPLAY 'ALT-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-ALTFILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT AMR-FILE.
           IF NOT AMR-SUCCESS
               DISPLAY 'AMR-FILE DOES NOT OPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-LOAD-RATES.
       H100-END. EXIT.

       H110-LOAD-RATES.
           OPEN INPUT FX-FILE.
           IF NOT FX-SUCCESS
               DISPLAY 'FX-FILE DOES NOT OPENED - '
                       'ONLY BASE CURRENCY MOVEMENTS WILL BE CHECKED'
           ELSE
               READ FX-FILE NEXT RECORD
                   AT END SET FX-EOF TO TRUE
               END-READ
               PERFORM UNTIL FX-EOF
                   COMPUTE WS-DVZ-SUB = FX-DVZ + 1
                   SET WS-FX-LOADED (WS-DVZ-SUB) TO TRUE
                   MOVE FX-RATE TO WS-FX-TBL-RATE (WS-DVZ-SUB)
                   READ FX-FILE NEXT RECORD
                       AT END SET FX-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FX-FILE
           END-IF.
      *    THE BASE CURRENCY CONVERTS AT ONE WHETHER OR NOT IT IS
      *    CARRIED ON THE RATE FILE.
           COMPUTE WS-DVZ-SUB = WS-BASE-DVZ + 1.
           IF NOT WS-FX-LOADED (WS-DVZ-SUB)
               SET WS-FX-LOADED (WS-DVZ-SUB) TO TRUE
               MOVE 1 TO WS-FX-TBL-RATE (WS-DVZ-SUB)
           END-IF.
       H110-END. EXIT.

      *    EVERY THRESHOLD AND WINDOW COMES FROM THE PARAMETER CARD;
      *    THE RUN IS REFUSED RATHER THAN GUESSING A MISSING ONE.
       H120-CHECK-PARAMETERS.
           IF PRM-RUN-DATE NOT NUMERIC OR PRM-RUN-DATE-N = ZERO
               SET WS-CAL-FUNC-DATE TO TRUE
               CALL WS-CALDATE USING WS-CAL-AREA
               IF NOT WS-CAL-OK
                   DISPLAY 'BUSINESS DATE NOT AVAILABLE'
                   DISPLAY 'CALDATE RC: ' WS-CAL-RC
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE WS-CAL-BUS-DATE TO WS-RUN-DATE
           ELSE
               MOVE PRM-RUN-DATE-N TO WS-RUN-DATE
           END-IF.
           IF PRM-LARGE-AMT  NOT NUMERIC OR
              PRM-BAND-PCT   NOT NUMERIC OR
              PRM-STR-COUNT  NOT NUMERIC OR
              PRM-STR-DAYS   NOT NUMERIC OR
              PRM-RAPID-DAYS NOT NUMERIC OR
              PRM-RAPID-PCT  NOT NUMERIC OR
              PRM-REACT-DAYS NOT NUMERIC OR
              PRM-REACT-AMT  NOT NUMERIC
               DISPLAY 'PRM-FILE MONITORING PARAMETERS NOT NUMERIC'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF PRM-LARGE-AMT-N = ZERO
              OR PRM-BAND-PCT-N = ZERO OR PRM-BAND-PCT-N > 99
              OR PRM-STR-COUNT-N < 2
              OR PRM-STR-DAYS-N = ZERO
              OR PRM-RAPID-DAYS-N = ZERO
              OR PRM-RAPID-PCT-N = ZERO OR PRM-RAPID-PCT-N > 100
              OR PRM-REACT-DAYS-N = ZERO
               DISPLAY 'PRM-FILE MONITORING PARAMETERS OUT OF RANGE'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE PRM-LARGE-AMT-N TO WS-LARGE-AMT.
           MOVE PRM-REACT-AMT-N TO WS-REACT-AMT.
           COMPUTE WS-BAND-FLOOR ROUNDED =
                   WS-LARGE-AMT * PRM-BAND-PCT-N / 100.
      *    THE LOOK-BACK IS THE LONGEST OF THE THREE WINDOWS, SO
      *    EVERY EARLIER MOVEMENT A RULE COULD NEED IS SELECTED.
           MOVE PRM-STR-DAYS-N TO WS-WINDOW.
           IF PRM-RAPID-DAYS-N > WS-WINDOW
               MOVE PRM-RAPID-DAYS-N TO WS-WINDOW
           END-IF.
           IF PRM-REACT-DAYS-N > WS-WINDOW
               MOVE PRM-REACT-DAYS-N TO WS-WINDOW
           END-IF.
           COMPUTE WS-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-FROM-INT = WS-RUN-INT - WS-WINDOW.
           COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-INT).
       H120-END. EXIT.

       H200-PRINT-HEADERS.
           MOVE WS-RUN-DATE      TO WS-H-DATE.
           MOVE WS-FROM-DATE     TO WS-H-FROM-DATE.
           MOVE PRM-LARGE-AMT-N  TO WS-P-LARGE.
           MOVE PRM-BAND-PCT-N   TO WS-P-BAND-PCT.
           MOVE PRM-STR-COUNT-N  TO WS-P-STR-COUNT.
           MOVE PRM-STR-DAYS-N   TO WS-P-STR-DAYS.
           MOVE PRM-RAPID-DAYS-N TO WS-P-RAPID-DAYS.
           MOVE PRM-RAPID-PCT-N  TO WS-P-RAPID-PCT.
           MOVE PRM-REACT-DAYS-N TO WS-P-REACT-DAYS.
           MOVE PRM-REACT-AMT-N  TO WS-P-REACT-AMT.
           WRITE AMR-REC FROM WS-HDR-LINE-1.
           WRITE AMR-REC FROM WS-PRM-LINE-1.
           WRITE AMR-REC FROM WS-PRM-LINE-2.
           WRITE AMR-REC FROM WS-PRM-LINE-3.
           WRITE AMR-REC FROM WS-PRM-LINE-4.
           WRITE AMR-REC FROM WS-HDR-LINE-2.
       H200-END. EXIT.

      *    MOVEMENTS ARE THE B POSTINGS, T LEGS AND W OPENINGS;
      *    'V' REACTIVATIONS ARE CARRIED ALONG AS MARKERS ONLY.
      *    REVERSALS UNDO AN EARLIER MOVEMENT AND ARE NOT SCREENED.
       H300-SELECT-MOVEMENTS.
           OPEN INPUT AUD-FILE.
           IF NOT AUD-SUCCESS
               DISPLAY 'AUD-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-AUDFILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           READ AUD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM H320-RELEASE-MOVEMENT UNTIL WS-EOF.
           CLOSE AUD-FILE.
       H300-END. EXIT.

       H320-RELEASE-MOVEMENT.
           ADD 1 TO WS-TOT-READ.
           IF (AUD-OPRT = 'B' OR AUD-OPRT = 'T' OR AUD-OPRT = 'W'
                              OR AUD-OPRT = 'V')
              AND NOT AUD-REVERSAL
              AND AUD-DATE NOT < WS-FROM-DATE
              AND AUD-DATE NOT > WS-RUN-DATE
               COMPUTE WS-AMOUNT = AUD-NEW-BALANCE - AUD-OLD-BALANCE
               IF WS-AMOUNT NOT = ZERO OR AUD-OPRT = 'V'
                   PERFORM H340-BUILD-SORT-REC
                   RELEASE SRT-REC
                   ADD 1 TO WS-TOT-SELECTED
               END-IF
           END-IF.
           READ AUD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       H320-END. EXIT.

       H340-BUILD-SORT-REC.
           ADD 1 TO WS-READ-SEQ.
           MOVE AUD-UID          TO SRT-UID.
           MOVE AUD-DATE         TO SRT-DATE.
           MOVE AUD-TIME         TO SRT-TIME.
           MOVE WS-READ-SEQ      TO SRT-SEQ.
           MOVE AUD-OPRT         TO SRT-OPRT.
           MOVE AUD-NEW-DVZ      TO SRT-DVZ.
           MOVE AUD-TRN-REF      TO SRT-TRN-REF.
           IF WS-AMOUNT < ZERO
               SET SRT-DEBIT TO TRUE
               COMPUTE WS-AMOUNT = ZERO - WS-AMOUNT
           ELSE
               SET SRT-CREDIT TO TRUE
           END-IF.
           MOVE WS-AMOUNT        TO SRT-AMOUNT.
           COMPUTE WS-DVZ-SUB = AUD-NEW-DVZ + 1.
           IF WS-FX-LOADED (WS-DVZ-SUB)
               MOVE 'Y' TO SRT-RATE-SW
               COMPUTE SRT-BASE-AMT ROUNDED =
                       WS-AMOUNT * WS-FX-TBL-RATE (WS-DVZ-SUB)
           ELSE
               MOVE 'N'  TO SRT-RATE-SW
               MOVE ZERO TO SRT-BASE-AMT
           END-IF.
       H340-END. EXIT.

       H400-SCAN-MOVEMENTS.
           MOVE 'Y' TO WS-FIRST-SW.
           RETURN SRT-FILE
               AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.
           PERFORM H420-SCAN-ONE UNTIL WS-SRT-EOF.
       H400-END. EXIT.

       H420-SCAN-ONE.
           IF WS-FIRST-KEY OR SRT-UID NOT = WS-CUR-UID
               PERFORM H440-NEW-CUSTOMER
           END-IF.
           COMPUTE WS-MOV-INT = FUNCTION INTEGER-OF-DATE(SRT-DATE).
           IF SRT-OPRT = 'V'
               MOVE WS-MOV-INT TO WS-REACT-INT
           ELSE
               IF SRT-DATE = WS-RUN-DATE
                   ADD 1 TO WS-TOT-TODAY
               END-IF
               IF NOT SRT-RATE-FOUND
                   IF SRT-DATE = WS-RUN-DATE
                       ADD 1 TO WS-TOT-NO-RATE
                   END-IF
               ELSE
                   IF SRT-DATE = WS-RUN-DATE
                       PERFORM H500-CHECK-MOVEMENT
                   END-IF
                   PERFORM H460-KEEP-HISTORY
               END-IF
           END-IF.
           RETURN SRT-FILE
               AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.
       H420-END. EXIT.

       H440-NEW-CUSTOMER.
           MOVE 'N'     TO WS-FIRST-SW.
           MOVE SRT-UID TO WS-CUR-UID.
           MOVE ZERO    TO WS-HIS-COUNT.
           MOVE ZERO    TO WS-REACT-INT.
           MOVE 'N'     TO WS-STR-RAISED-SW.
           MOVE 'N'     TO WS-REA-RAISED-SW.
       H440-END. EXIT.

      *    ONLY THE MOVEMENTS A LATER RULE CAN LOOK BACK AT ARE KEPT.
       H460-KEEP-HISTORY.
           IF SRT-BASE-AMT NOT < WS-BAND-FLOOR
              AND SRT-BASE-AMT < WS-LARGE-AMT
               MOVE 'B' TO WS-HIS-NEW-KIND
               PERFORM H470-ADD-HISTORY
           END-IF.
           IF SRT-OPRT = 'T' AND SRT-CREDIT
               MOVE 'C' TO WS-HIS-NEW-KIND
               PERFORM H470-ADD-HISTORY
           END-IF.
       H460-END. EXIT.

       H470-ADD-HISTORY.
           IF WS-HIS-COUNT < 500
               ADD 1 TO WS-HIS-COUNT
               MOVE WS-HIS-NEW-KIND TO WS-HIS-KIND (WS-HIS-COUNT)
               MOVE SRT-DATE     TO WS-HIS-DATE (WS-HIS-COUNT)
               MOVE WS-MOV-INT   TO WS-HIS-INT (WS-HIS-COUNT)
               MOVE SRT-BASE-AMT TO WS-HIS-BASE (WS-HIS-COUNT)
           ELSE
               ADD 1 TO WS-TOT-HIS-FULL
           END-IF.
       H470-END. EXIT.

      *    A MOVEMENT OF THE RUN DATE IS TESTED AGAINST EVERY RULE.
      *    STRUCTURING AND REACTIVATION ARE RAISED ONCE PER
      *    CUSTOMER A NIGHT; LARGE AND RAPID ONCE PER MOVEMENT.
       H500-CHECK-MOVEMENT.
           IF SRT-BASE-AMT NOT < WS-LARGE-AMT
               MOVE 'LG' TO WS-ALT-TYPE
               MOVE 'SINGLE MOVEMENT OVER THRESHOLD'
                                  TO WS-ALT-DETAIL
               PERFORM H700-RAISE-ALERT
           END-IF.
           IF SRT-BASE-AMT NOT < WS-BAND-FLOOR
              AND SRT-BASE-AMT < WS-LARGE-AMT
              AND NOT WS-STR-RAISED
               PERFORM H520-CHECK-STRUCTURING
           END-IF.
           IF SRT-DEBIT AND (SRT-OPRT = 'B' OR SRT-OPRT = 'T')
               PERFORM H540-CHECK-RAPID-OUT
           END-IF.
           IF WS-REACT-INT NOT = ZERO AND NOT WS-REA-RAISED
              AND SRT-BASE-AMT NOT < WS-REACT-AMT
               PERFORM H560-CHECK-REACTIVATED
           END-IF.
       H500-END. EXIT.

       H520-CHECK-STRUCTURING.
           MOVE 1 TO WS-BAND-COUNT.
           PERFORM H525-COUNT-BAND
                   VARYING HX FROM 1 BY 1 UNTIL HX > WS-HIS-COUNT.
           IF WS-BAND-COUNT NOT < PRM-STR-COUNT-N
               MOVE WS-BAND-COUNT    TO WS-OUT-COUNT
               MOVE PRM-STR-DAYS-N   TO WS-OUT-DAYS
               MOVE 'ST' TO WS-ALT-TYPE
               MOVE SPACES TO WS-ALT-DETAIL
               STRING WS-OUT-COUNT ' IN BAND WITHIN '
                      WS-OUT-DAYS ' DAYS'
                      DELIMITED BY SIZE INTO WS-ALT-DETAIL
               PERFORM H700-RAISE-ALERT
               SET WS-STR-RAISED TO TRUE
           END-IF.
       H520-END. EXIT.

       H525-COUNT-BAND.
           IF WS-HIS-KIND (HX) = 'B'
              AND WS-HIS-INT (HX) + PRM-STR-DAYS-N > WS-MOV-INT
               ADD 1 TO WS-BAND-COUNT
           END-IF.
       H525-END. EXIT.

       H540-CHECK-RAPID-OUT.
           MOVE 'N' TO WS-RAPID-SW.
           PERFORM H545-MATCH-CREDIT
                   VARYING HX FROM 1 BY 1
                   UNTIL HX > WS-HIS-COUNT OR WS-RAPID-FOUND.
       H540-END. EXIT.

       H545-MATCH-CREDIT.
           IF WS-HIS-KIND (HX) = 'C'
              AND WS-HIS-INT (HX) + PRM-RAPID-DAYS-N NOT < WS-MOV-INT
               COMPUTE WS-RAPID-MIN ROUNDED =
                       WS-HIS-BASE (HX) * PRM-RAPID-PCT-N / 100
               IF SRT-BASE-AMT NOT < WS-RAPID-MIN
                   SET WS-RAPID-FOUND TO TRUE
                   MOVE 'RP' TO WS-ALT-TYPE
                   MOVE SPACES TO WS-ALT-DETAIL
                   STRING 'T CREDIT OF ' WS-HIS-DATE (HX)
                          ' OUT AGAIN'
                          DELIMITED BY SIZE INTO WS-ALT-DETAIL
                   PERFORM H700-RAISE-ALERT
               END-IF
           END-IF.
       H545-END. EXIT.

       H560-CHECK-REACTIVATED.
           COMPUTE WS-DAYS = WS-MOV-INT - WS-REACT-INT.
           IF WS-DAYS NOT > PRM-REACT-DAYS-N
               MOVE WS-DAYS TO WS-OUT-DAYS
               MOVE 'RA' TO WS-ALT-TYPE
               MOVE SPACES TO WS-ALT-DETAIL
               STRING WS-OUT-DAYS ' DAYS AFTER REACTIVATION'
                      DELIMITED BY SIZE INTO WS-ALT-DETAIL
               PERFORM H700-RAISE-ALERT
               SET WS-REA-RAISED TO TRUE
           END-IF.
       H560-END. EXIT.

      *    AN ALERT ALREADY ON FILE FOR THE SAME KEY WAS RAISED BY AN
      *    EARLIER RUN OF THE SAME NIGHT; IT KEEPS WHATEVER STATUS
      *    COMPLIANCE HAS GIVEN IT AND IS ONLY REPORTED AGAIN.
       H700-RAISE-ALERT.
           MOVE WS-RUN-DATE      TO ALT-DATE.
           MOVE SRT-UID          TO ALT-UID.
           MOVE WS-ALT-TYPE      TO ALT-TYPE.
           MOVE SRT-TIME         TO ALT-AUD-TIME.
           MOVE SRT-OPRT         TO ALT-OPRT.
           MOVE SRT-DVZ          TO ALT-DVZ.
           MOVE SRT-AMOUNT       TO ALT-AMOUNT.
           IF SRT-DEBIT
               COMPUTE ALT-AMOUNT = ZERO - SRT-AMOUNT
           END-IF.
           MOVE SRT-BASE-AMT     TO ALT-BASE-AMT.
           MOVE SRT-TRN-REF      TO ALT-TRN-REF.
           MOVE WS-ALT-DETAIL    TO ALT-DETAIL.
           SET ALT-OPEN          TO TRUE.
           MOVE ZERO             TO ALT-REVIEW-DATE.
           MOVE SPACES           TO ALT-REVIEWER.
           MOVE SPACES           TO ALT-REVIEW-NOTE.
           MOVE 'Y' TO WS-ALT-NEW-SW.
           WRITE ALT-REC
               INVALID KEY
                   MOVE 'N' TO WS-ALT-NEW-SW
           END-WRITE.
           IF WS-ALT-NEW
               MOVE 'NEW' TO WS-D-NEW
               EVALUATE WS-ALT-TYPE
                   WHEN 'LG' ADD 1 TO WS-TOT-NEW-LG
                   WHEN 'ST' ADD 1 TO WS-TOT-NEW-ST
                   WHEN 'RP' ADD 1 TO WS-TOT-NEW-RP
                   WHEN 'RA' ADD 1 TO WS-TOT-NEW-RA
               END-EVALUATE
           ELSE
               MOVE 'DUP' TO WS-D-NEW
               ADD 1 TO WS-TOT-ON-FILE
           END-IF.
           MOVE ALT-DATE         TO WS-D-DATE.
           MOVE SRT-UID          TO WS-D-UID.
           MOVE WS-ALT-TYPE      TO WS-D-TYPE.
           MOVE SRT-TIME         TO WS-D-AUD-TIME.
           MOVE SRT-OPRT         TO WS-D-OPRT.
           MOVE SRT-DVZ          TO WS-D-DVZ.
           MOVE ALT-AMOUNT       TO WS-D-AMOUNT.
           MOVE SRT-BASE-AMT     TO WS-D-BASE.
           MOVE SRT-TRN-REF      TO WS-D-TRN-REF.
           MOVE WS-ALT-DETAIL    TO WS-D-DETAIL.
           WRITE AMR-REC FROM WS-DTL-LINE.
           WRITE AMR-REC FROM WS-DTL-LINE-2.
       H700-END. EXIT.

      *    EARLIER ALERTS STILL OPEN.
       H800-LIST-OPEN-ALERTS.
           MOVE SPACES TO AMR-REC.
           WRITE AMR-REC.
           WRITE AMR-REC FROM WS-OPN-HDR-LINE.
           WRITE AMR-REC FROM WS-OPN-HDR-LINE-2.
           MOVE LOW-VALUES TO ALT-KEY.
           START ALT-FILE KEY IS NOT LESS THAN ALT-KEY
               INVALID KEY SET ALT-EOF TO TRUE
           END-START.
           IF NOT ALT-EOF
               READ ALT-FILE NEXT RECORD
                   AT END SET ALT-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM H820-LIST-ONE
                   UNTIL ALT-EOF OR ALT-DATE NOT < WS-RUN-DATE.
           IF WS-TOT-OPEN-OLD = ZERO
               WRITE AMR-REC FROM WS-NON-LINE
           END-IF.
       H800-END. EXIT.

       H820-LIST-ONE.
           IF ALT-OPEN
               ADD 1 TO WS-TOT-OPEN-OLD
               MOVE ALT-DATE      TO WS-O-DATE
               MOVE ALT-UID       TO WS-O-UID
               MOVE ALT-TYPE      TO WS-O-TYPE
               MOVE ALT-AUD-TIME  TO WS-O-AUD-TIME
               MOVE ALT-DVZ       TO WS-O-DVZ
               MOVE ALT-BASE-AMT  TO WS-O-BASE
               MOVE ALT-TRN-REF   TO WS-O-TRN-REF
               MOVE ALT-DETAIL    TO WS-O-DETAIL
               WRITE AMR-REC FROM WS-OPN-LINE
           END-IF.
           READ ALT-FILE NEXT RECORD
               AT END SET ALT-EOF TO TRUE
           END-READ.
       H820-END. EXIT.

       H900-PRINT-FOOTER.
           MOVE SPACES TO AMR-REC.
           WRITE AMR-REC.
           MOVE WS-TOT-SELECTED  TO WS-F-SELECTED.
           MOVE WS-TOT-TODAY     TO WS-F-TODAY.
           MOVE WS-TOT-NO-RATE   TO WS-F-NO-RATE.
           MOVE WS-TOT-NEW-LG    TO WS-F-NEW-LG.
           MOVE WS-TOT-NEW-ST    TO WS-F-NEW-ST.
           MOVE WS-TOT-NEW-RP    TO WS-F-NEW-RP.
           MOVE WS-TOT-NEW-RA    TO WS-F-NEW-RA.
           MOVE WS-TOT-ON-FILE   TO WS-F-ON-FILE.
           MOVE WS-TOT-OPEN-OLD  TO WS-F-OPEN-OLD.
           WRITE AMR-REC FROM WS-FTR-LINE-1.
           WRITE AMR-REC FROM WS-FTR-LINE-2.
           WRITE AMR-REC FROM WS-FTR-LINE-3.
           WRITE AMR-REC FROM WS-FTR-LINE-4.
           WRITE AMR-REC FROM WS-FTR-LINE-5.
           WRITE AMR-REC FROM WS-FTR-LINE-6.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE ALT-FILE.
           CLOSE AMR-FILE.
           DISPLAY '=================================================='.
           DISPLAY 'AUDMON RUN SUMMARY'.
           DISPLAY 'RUN DATE .................. ' WS-RUN-DATE.
           DISPLAY 'AUDIT RECORDS READ ........ ' WS-TOT-READ.
           DISPLAY 'MOVEMENTS IN LOOK-BACK .... ' WS-TOT-SELECTED.
           DISPLAY 'MOVEMENTS OF THE DAY ...... ' WS-TOT-TODAY.
           DISPLAY 'NOT CONVERTED - NO RATE ... ' WS-TOT-NO-RATE.
           DISPLAY 'NEW LARGE MOVEMENT ALERTS . ' WS-TOT-NEW-LG.
           DISPLAY 'NEW STRUCTURING ALERTS .... ' WS-TOT-NEW-ST.
           DISPLAY 'NEW RAPID IN-OUT ALERTS ... ' WS-TOT-NEW-RP.
           DISPLAY 'NEW REACTIVATION ALERTS ... ' WS-TOT-NEW-RA.
           DISPLAY 'ALERTS ALREADY ON FILE .... ' WS-TOT-ON-FILE.
           DISPLAY 'EARLIER ALERTS STILL OPEN . ' WS-TOT-OPEN-OLD.
           IF WS-TOT-HIS-FULL > ZERO
               DISPLAY 'HISTORY TABLE FULL - SKIPS  ' WS-TOT-HIS-FULL
           END-IF.
           DISPLAY '=================================================='.
           DISPLAY 'PROGRAM IS EXIT'
           STOP RUN.
       H999-END. EXIT.
