       IDENTIFICATION DIVISION.

       PROGRAM-ID.    HOLDRPT.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLD-FILE   ASSIGN TO HLDFILE
                             STATUS ST-HLDFILE
                             ORGANIZATION IS INDEXED
                             ACCESS IS SEQUENTIAL
                             RECORD KEY IS HLD-KEY.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             STATUS ST-IDXFILE
                             ORGANIZATION IS INDEXED
                             ACCESS IS RANDOM
                             RECORD KEY IS IDX-KEY.
           SELECT HLR-FILE   ASSIGN TO HLRFILE
                             STATUS HLR-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  HLD-FILE.
           COPY HLDREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  HLR-FILE RECORDING MODE F.
       01  HLR-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ST-HLDFILE          PIC 9(02).
              88 HLD-SUCCESS              VALUE 00 97.
              88 HLD-EOF                  VALUE 10.
           05 ST-IDXFILE          PIC 9(02).
              88 IDX-SUCCESS              VALUE 00 97.
           05 HLR-ST              PIC 9(02).
              88 HLR-SUCCESS              VALUE 00.
           05 WS-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-EOF                    VALUE 'Y'.
           05 WS-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
           05 WS-WARN-DATE        PIC 9(08) VALUE ZERO.
           05 WS-DATE-INT         PIC S9(09) COMP-3 VALUE ZERO.
      *    HOLDS DUE TO EXPIRE WITHIN THIS MANY DAYS ARE LISTED AS
      *    EXPIRING SO STAFF CAN CHASE A RENEWAL IN GOOD TIME.
           05 WS-WARN-DAYS        PIC 9(03) VALUE 007.
           05 WS-PREV-UID         PIC S9(05) COMP-3 VALUE ZERO.
           05 WS-CUST-SURNAME     PIC X(15) VALUE SPACES.
           05 WS-EVENT            PIC X(08) VALUE SPACES.
           05 WS-TOT-READ         PIC 9(08) VALUE ZERO.
           05 WS-TOT-NEW          PIC 9(08) VALUE ZERO.
           05 WS-TOT-RELEASED     PIC 9(08) VALUE ZERO.
           05 WS-TOT-EXPIRING     PIC 9(08) VALUE ZERO.
           05 WS-TOT-EXPIRED      PIC 9(08) VALUE ZERO.
           05 WS-TOT-ACTIVE       PIC 9(08) VALUE ZERO.
           COPY CALAREA.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(42) VALUE
              'DAILY ACCOUNT HOLD REPORT - RUN DATE:     '.
           05 WS-H-DATE           PIC 9(08).
           05 FILLER              PIC X(50) VALUE SPACES.
       01  WS-HDR-LINE-2.
           05 FILLER              PIC X(54) VALUE
              'UID   SURNAME         DVZ REFERENCE       RS          '.
           05 FILLER              PIC X(46) VALUE
              'AMOUNT PLACED   EXPIRY   EVENT'.
       01  WS-DTL-LINE.
           05 WS-D-UID            PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-SURNAME        PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-DVZ            PIC ZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-REF            PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-REASON         PIC X(02).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-AMOUNT         PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-PLACED         PIC 9(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-EXPIRY         PIC 9(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-EVENT          PIC X(08).
           05 FILLER              PIC X(13) VALUE SPACES.
       01  WS-FTR-LINE.
           05 WS-F-LABEL          PIC X(28).
           05 WS-F-COUNT          PIC ZZZZZZZ9.
           05 FILLER              PIC X(64) VALUE SPACES.

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
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-WARN-DAYS.
           COMPUTE WS-WARN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           OPEN I-O HLD-FILE.
           IF NOT HLD-SUCCESS
               DISPLAY 'HLD-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-HLDFILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT IDX-FILE.
           IF NOT IDX-SUCCESS
               DISPLAY 'IDX-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-IDXFILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT HLR-FILE.
           IF NOT HLR-SUCCESS
               DISPLAY 'HLR-FILE DOES NOT OPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ HLD-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       H100-END. EXIT.

       H200-PRINT-HEADERS.
           MOVE WS-RUN-DATE TO WS-H-DATE.
           WRITE HLR-REC FROM WS-HDR-LINE-1.
           WRITE HLR-REC FROM WS-HDR-LINE-2.
       H200-END. EXIT.

      *    HLD-FILE IS IN UID ORDER, SO THE LISTING COMES OUT BY
      *    CUSTOMER.  ONE HOLD CAN SHOW ON MORE THAN ONE LINE, E.G.
      *    PLACED TODAY AND ALREADY INSIDE THE EXPIRY WARNING WINDOW.
       H300-PROCESS.
           ADD 1 TO WS-TOT-READ.
           IF HLD-UID NOT = WS-PREV-UID OR WS-TOT-READ = 1
               PERFORM H320-GET-CUSTOMER
           END-IF.
           IF HLD-ACTIVE
              AND HLD-EXPIRY-DATE NOT = ZERO
              AND HLD-EXPIRY-DATE < WS-RUN-DATE
               PERFORM H340-EXPIRE-HOLD
           END-IF.
           IF HLD-PLACED-DATE = WS-RUN-DATE
               ADD 1 TO WS-TOT-NEW
               MOVE 'NEW'      TO WS-EVENT
               PERFORM H380-WRITE-DETAIL
           END-IF.
           IF HLD-RELEASED AND HLD-RELEASED-DATE = WS-RUN-DATE
               ADD 1 TO WS-TOT-RELEASED
               MOVE 'RELEASED' TO WS-EVENT
               PERFORM H380-WRITE-DETAIL
           END-IF.
           IF HLD-ACTIVE
               ADD 1 TO WS-TOT-ACTIVE
               IF HLD-EXPIRY-DATE NOT = ZERO
                  AND HLD-EXPIRY-DATE NOT > WS-WARN-DATE
                   ADD 1 TO WS-TOT-EXPIRING
                   MOVE 'EXPIRING' TO WS-EVENT
                   PERFORM H380-WRITE-DETAIL
               END-IF
           END-IF.
           READ HLD-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       H300-END. EXIT.

       H320-GET-CUSTOMER.
           MOVE HLD-UID TO WS-PREV-UID.
           MOVE HLD-UID TO IDX-UID.
           READ IDX-FILE KEY IDX-KEY
               INVALID KEY
                   MOVE '*NOT ON MASTER*' TO WS-CUST-SURNAME
               NOT INVALID KEY
                   MOVE IDX-SURNAME TO WS-CUST-SURNAME
           END-READ.
       H320-END. EXIT.

      *    A HOLD PAST ITS EXPIRY DATE DROPS OFF BY ITSELF - SUBPROG
      *    ALREADY IGNORES IT, AND HERE IT IS MARKED EXPIRED SO IT
      *    LEAVES THE ACTIVE LIST WITHOUT A MANUAL RELEASE.
       H340-EXPIRE-HOLD.
           SET HLD-EXPIRED TO TRUE.
           REWRITE HLD-REC.
           ADD 1 TO WS-TOT-EXPIRED.
           MOVE 'EXPIRED' TO WS-EVENT.
           PERFORM H380-WRITE-DETAIL.
       H340-END. EXIT.

       H380-WRITE-DETAIL.
           MOVE HLD-UID         TO WS-D-UID.
           MOVE WS-CUST-SURNAME TO WS-D-SURNAME.
           MOVE HLD-DVZ         TO WS-D-DVZ.
           MOVE HLD-REF         TO WS-D-REF.
           MOVE HLD-REASON      TO WS-D-REASON.
           MOVE HLD-AMOUNT      TO WS-D-AMOUNT.
           MOVE HLD-PLACED-DATE TO WS-D-PLACED.
           MOVE HLD-EXPIRY-DATE TO WS-D-EXPIRY.
           MOVE WS-EVENT        TO WS-D-EVENT.
           WRITE HLR-REC FROM WS-DTL-LINE.
       H380-END. EXIT.

       H400-PRINT-FOOTER.
           MOVE 'NEW HOLDS ................ ' TO WS-F-LABEL.
           MOVE WS-TOT-NEW TO WS-F-COUNT.
           WRITE HLR-REC FROM WS-FTR-LINE.
           MOVE 'RELEASED HOLDS ........... ' TO WS-F-LABEL.
           MOVE WS-TOT-RELEASED TO WS-F-COUNT.
           WRITE HLR-REC FROM WS-FTR-LINE.
           MOVE 'EXPIRING HOLDS ........... ' TO WS-F-LABEL.
           MOVE WS-TOT-EXPIRING TO WS-F-COUNT.
           WRITE HLR-REC FROM WS-FTR-LINE.
           MOVE 'EXPIRED AND DROPPED ...... ' TO WS-F-LABEL.
           MOVE WS-TOT-EXPIRED TO WS-F-COUNT.
           WRITE HLR-REC FROM WS-FTR-LINE.
           MOVE 'ACTIVE HOLDS ON FILE ..... ' TO WS-F-LABEL.
           MOVE WS-TOT-ACTIVE TO WS-F-COUNT.
           WRITE HLR-REC FROM WS-FTR-LINE.
       H400-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE HLD-FILE.
           CLOSE IDX-FILE.
           CLOSE HLR-FILE.
           DISPLAY '=================================================='.
           DISPLAY 'HOLDRPT RUN SUMMARY'.
           DISPLAY 'HOLDS READ ................ ' WS-TOT-READ.
           DISPLAY 'NEW HOLDS ................. ' WS-TOT-NEW.
           DISPLAY 'RELEASED HOLDS ............ ' WS-TOT-RELEASED.
           DISPLAY 'EXPIRING HOLDS ............ ' WS-TOT-EXPIRING.
           DISPLAY 'EXPIRED AND DROPPED ....... ' WS-TOT-EXPIRED.
           DISPLAY 'ACTIVE HOLDS ON FILE ...... ' WS-TOT-ACTIVE.
           DISPLAY '=================================================='.
           DISPLAY 'PROGRAM IS EXIT'
           STOP RUN.
       H999-END. EXIT.
