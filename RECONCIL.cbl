           IF SRT-OPRT = 'U'
               MOVE SRT-DVZ TO WS-CUR-DVZ
           END-IF.
           IF SRT-OPRT = 'D' OR SRT-OPRT = 'A' OR SRT-OPRT = 'C'
               MOVE 'Y' TO WS-CUR-DEL-SW
           ELSE
               IF SRT-OPRT NOT = 'O'
