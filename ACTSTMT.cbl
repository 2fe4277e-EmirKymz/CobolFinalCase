                                 ==AUH-NEW-BALANCE==
                                 ==AUD-OLD-LIMIT== BY ==AUH-OLD-LIMIT==
                                 ==AUD-NEW-LIMIT==   BY
                                 ==AUH-NEW-LIMIT==
                                 ==AUD-REV-SW==      BY ==AUH-REV-SW==
                                 ==AUD-REVERSAL==    BY
                                 ==AUH-REVERSAL==
                                 ==AUD-ORIG-REF==    BY
                                 ==AUH-ORIG-REF==
                                 ==AUD-ORIG-DATE==   BY
                                 ==AUH-ORIG-DATE==
                                 ==AUD-ORIG-TIME==   BY
                                 ==AUH-ORIG-TIME==
                                 ==AUD-ORIG-UID==    BY
                                 ==AUH-ORIG-UID==
                                 ==AUD-TRN-REF==     BY ==AUH-TRN-REF==.
       FD  CUT-FILE RECORDING MODE F.
       01  CUT-REC.
           05 CUT-DATE            PIC 9(08).
           05 PRM-FROM-DATE       PIC 9(08).
           05 PRM-TO-DATE         PIC 9(08).
       FD  STM-FILE RECORDING MODE F.
       01  STM-REC                PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
       01  WS-HDR-LINE-2.
           05 FILLER              PIC X(42) VALUE
              'DATE     TIME     UID   OP     OLD BALANCE'.
           05 FILLER              PIC X(55) VALUE
              '     NEW BALANCE          AMOUNT REVERSAL OF'.
           05 FILLER              PIC X(23) VALUE
              'TRANSACTION REF'.
       01  WS-DTL-LINE.
           05 WS-D-DATE           PIC 9(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-NEW-BAL        PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-AMOUNT         PIC -(14)9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-REV-TAG        PIC X(04).
           05 WS-D-ORIG-DATE      PIC X(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-ORIG-TIME      PIC X(08).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-D-TRN-REF        PIC X(16).
           05 FILLER              PIC X(7) VALUE SPACES.
       01  WS-OPN-LINE.
           05 FILLER              PIC X(17) VALUE 'OPENING BALANCE: '.
           05 WS-O-BAL            PIC -(14)9.
           MOVE AUD-OLD-BALANCE TO WS-D-OLD-BAL.
           MOVE AUD-NEW-BALANCE TO WS-D-NEW-BAL.
           MOVE WS-AMOUNT       TO WS-D-AMOUNT.
           IF AUD-REVERSAL
               MOVE 'REV '        TO WS-D-REV-TAG
               MOVE AUD-ORIG-DATE TO WS-D-ORIG-DATE
               MOVE AUD-ORIG-TIME TO WS-D-ORIG-TIME
           ELSE
               MOVE SPACES        TO WS-D-REV-TAG
               MOVE SPACES        TO WS-D-ORIG-DATE
               MOVE SPACES        TO WS-D-ORIG-TIME
           END-IF.
           MOVE AUD-TRN-REF     TO WS-D-TRN-REF.
           WRITE STM-REC FROM WS-DTL-LINE.
       H320-END. EXIT.

