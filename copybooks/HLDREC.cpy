      ******************************************************
      * HLDREC - HLD-FILE ACCOUNT HOLD / LIEN RECORD LAYOUT,
      * KEYED ON CUSTOMER UID PLUS CURRENCY CODE PLUS THE
      * HOLD REFERENCE (COURT ORDER, LIEN OR CASE NUMBER).
      * AN ACTIVE HOLD REDUCES THE AVAILABLE BALANCE OF ITS
      * SUB-ACCOUNT; A FREEZE ('FZ') BLOCKS EVERY DEBIT ON
      * THE CUSTOMER WHATEVER THE AMOUNT.  RELEASED AND
      * EXPIRED HOLDS STAY ON FILE FOR THE DAILY REPORT.
      * SHARED BY SUBPROG (WRITER) AND HOLDRPT.
      ******************************************************
       01  HLD-REC.
           03 HLD-KEY.
              05 HLD-UID           PIC S9(05) COMP-3.
              05 HLD-DVZ           PIC S9(03) COMP.
              05 HLD-REF           PIC X(15).
           03 HLD-AMOUNT       PIC S9(15) COMP-3.
           03 HLD-REASON       PIC X(02).
              88 HLD-GARNISH           VALUE 'GN'.
              88 HLD-COURT-ORDER       VALUE 'CO'.
              88 HLD-LIEN              VALUE 'LN'.
              88 HLD-FREEZE            VALUE 'FZ'.
           03 HLD-PLACED-DATE  PIC 9(08).
           03 HLD-EXPIRY-DATE  PIC 9(08).
           03 HLD-STATUS       PIC X(01).
              88 HLD-ACTIVE            VALUE 'A'.
              88 HLD-RELEASED          VALUE 'R'.
              88 HLD-EXPIRED           VALUE 'E'.
           03 HLD-RELEASED-DATE PIC 9(08).
