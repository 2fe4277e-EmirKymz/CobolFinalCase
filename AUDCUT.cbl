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
       FD  AUN-FILE RECORDING MODE F.
           COPY AUDREC REPLACING ==AUD-REC==         BY ==AUN-REC==
                                 ==AUD-DATE==        BY ==AUN-DATE==
                                 ==AUN-NEW-BALANCE==
                                 ==AUD-OLD-LIMIT== BY ==AUN-OLD-LIMIT==
                                 ==AUD-NEW-LIMIT==   BY
                                 ==AUN-NEW-LIMIT==
                                 ==AUD-REV-SW==      BY ==AUN-REV-SW==
                                 ==AUD-REVERSAL==    BY
                                 ==AUN-REVERSAL==
                                 ==AUD-ORIG-REF==    BY
                                 ==AUN-ORIG-REF==
                                 ==AUD-ORIG-DATE==   BY
                                 ==AUN-ORIG-DATE==
                                 ==AUD-ORIG-TIME==   BY
                                 ==AUN-ORIG-TIME==
                                 ==AUD-ORIG-UID==    BY
                                 ==AUN-ORIG-UID==
                                 ==AUD-TRN-REF==     BY ==AUN-TRN-REF==.
       FD  CUT-FILE RECORDING MODE F.
       01  CUT-REC.
           05 CUT-DATE            PIC 9(08).
           IF SRT-OPRT = 'U'
               MOVE SRT-NEW-DVZ TO WS-CUR-DVZ
           END-IF.
           IF SRT-OPRT = 'D' OR SRT-OPRT = 'A' OR SRT-OPRT = 'C'
               MOVE 'Y' TO WS-CUR-DEL-SW
           ELSE
               MOVE 'N' TO WS-CUR-DEL-SW
               MOVE WS-CUR-DELTA TO AUN-NEW-BALANCE
               MOVE ZERO         TO AUN-OLD-LIMIT
               MOVE ZERO         TO AUN-NEW-LIMIT
               MOVE SPACE        TO AUN-REV-SW
               MOVE ZERO         TO AUN-ORIG-REF
               MOVE SPACES       TO AUN-TRN-REF
               WRITE AUN-REC
               ADD 1 TO WS-TOT-SUMMARIES
           END-IF.
