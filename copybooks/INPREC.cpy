      * A TRANSFER ('T') RECORD CARRIES THE TARGET CUSTOMER
      * UID IN THE FIRST FIVE BYTES OF THE NAME FIELD - A
      * TRANSFER HAS NO NAME DATA OF ITS OWN.
      * A HOLD ('H') RECORD CARRIES THE ACTION (P PLACE, R
      * RELEASE), REASON CODE AND EXPIRY DATE IN THE NAME
      * FIELD AND THE HOLD REFERENCE IN THE SURNAME FIELD;
      * INP-AMOUNT IS THE AMOUNT TO HOLD.  A ZERO EXPIRY DATE
      * IS A HOLD WITH NO EXPIRY; A RELEASE IGNORES IT.
      * A REVERSAL ('E') RECORD NAMES THE AUDIT ENTRY TO REVERSE:
      * INP-UID IS THE CUSTOMER ON THAT ENTRY, THE ENTRY DATE IS
      * IN THE NAME FIELD AND THE ENTRY TIME IN THE SURNAME
      * FIELD.  INP-DVZ IS ZERO, OR THE ENTRY'S CURRENCY WHEN
      * THE DATE AND TIME ALONE COULD MATCH MORE THAN ONE ENTRY.
      * THE ENTRY'S TRANSACTION REFERENCE (AUD-TRN-REF) GOES IN
      * THE BALANCE FIELD, WHICH A REVERSAL HAS NO USE FOR - IT
      * TELLS APART ENTRIES POSTED TO ONE SUB-ACCOUNT IN THE SAME
      * SECOND, SUCH AS THE FEES OF ONE FEECHRG RUN.
      * A CLOSURE ('C') RECORD CARRIES THE CUSTOMER TO PAY THE
      * REMAINING BALANCES OUT TO IN THE SAME FIVE BYTES AS A
      * TRANSFER TARGET; BLANK OR ZERO PAYS THEM TO THE
      * CLOSED-ACCOUNT SUSPENSE CUSTOMER.
      * INP-TRN-REF IS THE END-TO-END TRANSACTION REFERENCE:
      * A TWO-CHARACTER SOURCE (ED EDITPROG, SO STOGEN, MP
      * MAINPROG WHEN NONE WAS SUPPLIED), A DATE AND A SEQUENCE.
      * STOGEN PUTS THE ORDER NUMBER IN THE SEQUENCE.  RESUBMIT
      * CARRIES THE REFERENCE THROUGH EVERY REPAIR CYCLE.
       01  INP-REC.
           05 INP-OPRT       PIC X(01).
           05 INP-UID        PIC 9(05).
           05 INP-TRANSFER REDEFINES INP-NAME.
              10 INP-TGT-UID    PIC 9(05).
              10 FILLER         PIC X(10).
           05 INP-HOLD REDEFINES INP-NAME.
              10 INP-HLD-ACTION PIC X(01).
              10 INP-HLD-REASON PIC X(02).
              10 INP-HLD-EXPIRY PIC 9(08).
              10 FILLER         PIC X(04).
           05 INP-REVERSAL REDEFINES INP-NAME.
              10 INP-REV-DATE   PIC 9(08).
              10 FILLER         PIC X(07).
           05 INP-SURNAME    PIC X(15).
           05 INP-REVERSAL-2 REDEFINES INP-SURNAME.
              10 INP-REV-TIME   PIC 9(08).
              10 FILLER         PIC X(07).
           05 INP-DVZ        PIC 9(03).
           05 INP-BALANCE    PIC S9(15) SIGN LEADING SEPARATE.
           05 INP-REV-REF REDEFINES INP-BALANCE
                             PIC X(16).
           05 INP-AMOUNT     PIC S9(15) SIGN LEADING SEPARATE.
           05 INP-CYCLE      PIC 9(02).
           05 INP-TRN-REF    PIC X(16).
           05 INP-TRN-REF-R REDEFINES INP-TRN-REF.
              10 INP-TRN-SOURCE PIC X(02).
              10 INP-TRN-DATE   PIC 9(08).
              10 INP-TRN-SEQ    PIC 9(06).
