      * LAYOUT, KEYED ON THE CURRENCY CODE.  CARRIES THE
      * CREDIT RATE APPLIED TO POSITIVE BALANCES AND THE
      * DEBIT RATE CHARGED ON OVERDRAWN BALANCES, BOTH AS A
      * PERCENTAGE PER CALENDAR DAY.  SHARED BY INTLOAD
      * (WRITER) AND INTACCR (READER).
      ******************************************************
       01  INT-REC.
