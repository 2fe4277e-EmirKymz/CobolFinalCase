       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ALTMAINT.
       AUTHOR.        EMIRCAN KAYMAZ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALC-FILE   ASSIGN TO ALCFILE
                             STATUS ALC-ST.
           SELECT ALT-FILE   ASSIGN TO ALTFILE
                             STATUS ST-ALTFILE
                             ORGANIZATION IS INDEXED
                             ACCESS IS RANDOM
                             RECORD KEY IS ALT-KEY.
           SELECT AML-FILE   ASSIGN TO AMLFILE
                             STATUS AML-ST.
       DATA DIVISION.
       FILE SECTION.
      *    ONE CARD PER ALERT REVIEWED BY COMPLIANCE.  THE ALERT IS
      *    NAMED BY ITS KEY AS PRINTED ON THE AUDMON REPORT - RAISED
      *    DATE, UID, TYPE, AUDIT TIME, CURRENCY AND TRANSACTION
      *    REFERENCE; STATUS 'R' REVIEWED, 'E' ESCALATED, 'O' REOPENS
      *    IT.  A BLANK REVIEW DATE TAKES THE BUSINESS DATE.
       FD  ALC-FILE RECORDING MODE F.
       01  ALC-REC.
           05 ALC-DATE            PIC X(08).
           05 ALC-DATE-N REDEFINES ALC-DATE
                                  PIC 9(08).
           05 ALC-UID             PIC X(05).
           05 ALC-UID-N REDEFINES ALC-UID
                                  PIC 9(05).
           05 ALC-TYPE            PIC X(02).
           05 ALC-AUD-TIME        PIC X(08).
           05 ALC-AUD-TIME-N REDEFINES ALC-AUD-TIME
                                  PIC 9(08).
           05 ALC-DVZ             PIC X(03).
           05 ALC-DVZ-N REDEFINES ALC-DVZ
                                  PIC 9(03).
           05 ALC-TRN-REF         PIC X(16).
           05 ALC-STATUS          PIC X(01).
              88 ALC-VALID-STATUS          VALUE 'R' 'E' 'O'.
           05 ALC-REVIEWER        PIC X(08).
           05 ALC-REVIEW-DATE     PIC X(08).
           05 ALC-REVIEW-DATE-N REDEFINES ALC-REVIEW-DATE
                                  PIC 9(08).
           05 ALC-NOTE            PIC X(30).
       FD  ALT-FILE.
           COPY ALTREC.
       FD  AML-FILE RECORDING MODE F.
       01  AML-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ALC-ST              PIC 9(02).
              88 ALC-EOF                  VALUE 10.
              88 ALC-SUCCESS              VALUE 00.
           05 ST-ALTFILE          PIC 9(02).
              88 ALT-SUCCESS              VALUE 00 97.
           05 AML-ST              PIC 9(02).
              88 AML-SUCCESS              VALUE 00.
           05 WS-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-EOF                    VALUE 'Y'.
           05 WS-ALT-FOUND-SW     PIC X(01) VALUE 'N'.
              88 WS-ALT-FOUND              VALUE 'Y'.
           05 WS-TODAY            PIC 9(08) VALUE ZERO.
           05 WS-CALDATE          PIC X(7) VALUE 'CALDATE'.
           05 WS-TOT-READ         PIC 9(08) VALUE ZERO.
           05 WS-TOT-UPDATED      PIC 9(08) VALUE ZERO.
           05 WS-TOT-REJECTED     PIC 9(08) VALUE ZERO.
           COPY CALAREA.

       01  WS-HDR-LINE-1.
           05 FILLER              PIC X(100) VALUE
              'COMPLIANCE ALERT REVIEW REPORT'.
       01  WS-HDR-LINE-2.
           05 FILLER              PIC X(48) VALUE
              'RAISED   UID   TY AUD TIME DVZ TRANSACTION REF  '.
           05 FILLER              PIC X(52) VALUE
              'O N REVIEWER REVIEWED RESULT'.
       01  WS-DTL-LINE.
           05 WS-D-DATE           PIC X(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-UID            PIC X(05).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-TYPE           PIC X(02).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-AUD-TIME       PIC X(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-DVZ            PIC X(03).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-TRN-REF        PIC X(16).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-OLD-STATUS     PIC X(01).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-NEW-STATUS     PIC X(01).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-REVIEWER       PIC X(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-REVIEW-DATE    PIC X(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-RESULT         PIC X(30).
       01  WS-FTR-LINE.
           05 FILLER              PIC X(20) VALUE
              'REVIEWS REJECTED:   '.
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
           SET WS-CAL-FUNC-DATE TO TRUE.
           CALL WS-CALDATE USING WS-CAL-AREA.
           IF NOT WS-CAL-OK
               DISPLAY 'BUSINESS DATE NOT AVAILABLE'
               DISPLAY 'CALDATE RC: ' WS-CAL-RC
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-CAL-BUS-DATE TO WS-TODAY.
           OPEN INPUT ALC-FILE.
           IF NOT ALC-SUCCESS
               DISPLAY 'ALC-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ALC-ST
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O ALT-FILE.
           IF NOT ALT-SUCCESS
               DISPLAY 'ALT-FILE DOES NOT OPENED'
               DISPLAY 'STATUS CODE: ' ST-ALTFILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT AML-FILE.
           IF NOT AML-SUCCESS
               DISPLAY 'AML-FILE DOES NOT OPENED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ ALC-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       H100-END. EXIT.

       H200-PRINT-HEADERS.
           WRITE AML-REC FROM WS-HDR-LINE-1.
           WRITE AML-REC FROM WS-HDR-LINE-2.
       H200-END. EXIT.

       H300-PROCESS.
           ADD 1 TO WS-TOT-READ.
           MOVE SPACES TO WS-D-OLD-STATUS.
           IF ALC-DATE NOT NUMERIC OR ALC-UID NOT NUMERIC
              OR ALC-AUD-TIME NOT NUMERIC OR ALC-DVZ NOT NUMERIC
               MOVE 'REJECTED - KEY NOT NUMERIC' TO WS-D-RESULT
               ADD 1 TO WS-TOT-REJECTED
           ELSE IF NOT ALC-VALID-STATUS
               MOVE 'REJECTED - INVALID STATUS' TO WS-D-RESULT
               ADD 1 TO WS-TOT-REJECTED
           ELSE IF ALC-STATUS NOT = 'O' AND ALC-REVIEWER = SPACES
               MOVE 'REJECTED - NO REVIEWER' TO WS-D-RESULT
               ADD 1 TO WS-TOT-REJECTED
           ELSE
               PERFORM H320-UPDATE-ALERT
           END-IF.
           PERFORM H360-WRITE-REPORT.
           READ ALC-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       H300-END. EXIT.

       H320-UPDATE-ALERT.
           MOVE ALC-DATE-N      TO ALT-DATE.
           MOVE ALC-UID-N       TO ALT-UID.
           MOVE ALC-TYPE        TO ALT-TYPE.
           MOVE ALC-AUD-TIME-N  TO ALT-AUD-TIME.
           MOVE ALC-DVZ-N       TO ALT-DVZ.
           MOVE ALC-TRN-REF     TO ALT-TRN-REF.
           MOVE 'Y' TO WS-ALT-FOUND-SW.
           READ ALT-FILE KEY ALT-KEY
               INVALID KEY MOVE 'N' TO WS-ALT-FOUND-SW
           END-READ.
           IF NOT WS-ALT-FOUND
               MOVE 'REJECTED - ALERT NOT ON FILE' TO WS-D-RESULT
               ADD 1 TO WS-TOT-REJECTED
           ELSE
               MOVE ALT-STATUS  TO WS-D-OLD-STATUS
               MOVE ALC-STATUS  TO ALT-STATUS
               IF ALT-OPEN
                   MOVE ZERO    TO ALT-REVIEW-DATE
                   MOVE SPACES  TO ALT-REVIEWER
               ELSE
                   IF ALC-REVIEW-DATE NOT NUMERIC
                      OR ALC-REVIEW-DATE-N = ZERO
                       MOVE WS-TODAY TO ALT-REVIEW-DATE
                   ELSE
                       MOVE ALC-REVIEW-DATE-N TO ALT-REVIEW-DATE
                   END-IF
                   MOVE ALC-REVIEWER TO ALT-REVIEWER
               END-IF
               MOVE ALC-NOTE    TO ALT-REVIEW-NOTE
               REWRITE ALT-REC
               MOVE 'UPDATED' TO WS-D-RESULT
               ADD 1 TO WS-TOT-UPDATED
           END-IF.
       H320-END. EXIT.

       H360-WRITE-REPORT.
           MOVE ALC-DATE        TO WS-D-DATE.
           MOVE ALC-UID         TO WS-D-UID.
           MOVE ALC-TYPE        TO WS-D-TYPE.
           MOVE ALC-AUD-TIME    TO WS-D-AUD-TIME.
           MOVE ALC-DVZ         TO WS-D-DVZ.
           MOVE ALC-TRN-REF     TO WS-D-TRN-REF.
           MOVE ALC-STATUS      TO WS-D-NEW-STATUS.
           MOVE ALC-REVIEWER    TO WS-D-REVIEWER.
           MOVE ALC-REVIEW-DATE TO WS-D-REVIEW-DATE.
           WRITE AML-REC FROM WS-DTL-LINE.
       H360-END. EXIT.

       H400-PRINT-FOOTER.
           MOVE WS-TOT-REJECTED TO WS-F-COUNT.
           WRITE AML-REC FROM WS-FTR-LINE.
       H400-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE ALC-FILE.
           CLOSE ALT-FILE.
           CLOSE AML-FILE.
           DISPLAY '=================================================='.
           DISPLAY 'ALTMAINT RUN SUMMARY'.
           DISPLAY 'REVIEW CARDS READ ......... ' WS-TOT-READ.
           DISPLAY 'ALERTS UPDATED ............ ' WS-TOT-UPDATED.
           DISPLAY 'REVIEWS REJECTED .......... ' WS-TOT-REJECTED.
           DISPLAY '=================================================='.
           DISPLAY 'PROGRAM IS EXIT'
           STOP RUN.
       H999-END. EXIT.
