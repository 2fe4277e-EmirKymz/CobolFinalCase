           MOVE IDX-DATE     TO ACC-DATE.
           MOVE IDX-BALANCE  TO ACC-BALANCE.
           MOVE IDX-OD-LIMIT TO ACC-OD-LIMIT.
      *    THE MASTER DOES NOT KNOW WHEN IT WENT NEGATIVE, SO AN
      *    OVERDRAWN POSITION IS DATED FROM ITS LAST ACTIVITY.
           IF IDX-BALANCE < ZERO
               MOVE IDX-DATE TO ACC-OD-SINCE
           ELSE
               MOVE ZERO     TO ACC-OD-SINCE
           END-IF.
           WRITE ACC-REC.
           READ IDX-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
