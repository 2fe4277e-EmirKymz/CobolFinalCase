      ******************************************************
      * CLSREC - CLS-FILE CLOSED-ACCOUNT HISTORY RECORD
      * LAYOUT.  WHEN A CUSTOMER IS CLOSED ('C') OR DELETED
      * ('D') SUBPROG WRITES ONE 'S' RECORD PER SUB-ACCOUNT
      * AND THEN ONE 'M' RECORD WITH THE FINAL MASTER IMAGE,
      * INSTEAD OF LETTING THE RECORDS SIMPLY DISAPPEAR.
      * CLS-BALANCE IS THE BALANCE HELD AT CLOSURE AND
      * CLS-PAID-AMOUNT WHAT WAS PAID OUT OF IT, TO THE
      * NOMINATED CUSTOMER OR TO THE CLOSED-ACCOUNT SUSPENSE
      * CUSTOMER.  SHARED BY SUBPROG (WRITER) AND CLOSRPT.
      ******************************************************
       01  CLS-REC.
           05 CLS-DATE            PIC 9(08).
           05 CLS-TIME            PIC 9(08).
           05 CLS-UID             PIC 9(05).
           05 CLS-OPRT            PIC X(01).
              88 CLS-CLOSURE               VALUE 'C'.
              88 CLS-DELETION              VALUE 'D'.
           05 CLS-TYPE            PIC X(01).
              88 CLS-MASTER                VALUE 'M'.
              88 CLS-SUB-ACCOUNT           VALUE 'S'.
           05 CLS-DVZ             PIC S9(03).
           05 CLS-NAME            PIC X(15).
           05 CLS-SURNAME         PIC X(15).
           05 CLS-LAST-DATE       PIC 9(08).
           05 CLS-BALANCE         PIC S9(15).
           05 CLS-OD-LIMIT        PIC S9(15).
           05 CLS-PAID-AMOUNT     PIC S9(15).
           05 CLS-PAID-UID        PIC 9(05).
           05 CLS-PAID-SW         PIC X(01).
              88 CLS-PAID-NONE             VALUE 'N'.
              88 CLS-PAID-PAYEE            VALUE 'P'.
              88 CLS-PAID-SUSPENSE         VALUE 'S'.
      *    ON THE 'M' RECORD ONLY - SUB-ACCOUNTS CLOSED AND
      *    STANDING ORDERS CANCELLED WITH THE CUSTOMER.
           05 CLS-SUB-COUNT       PIC 9(03).
           05 CLS-STO-COUNT       PIC 9(05).
           05 CLS-TRN-REF         PIC X(16).
