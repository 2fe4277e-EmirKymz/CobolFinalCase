      ******************************************************
      * SUSPUID - CLOSED-ACCOUNT SUSPENSE CUSTOMER.  A CLOSURE
      * THAT NAMES NO PAYEE PAYS THE REMAINING BALANCES TO THIS
      * UID - A MASTER SET UP ONCE WITH AN ORDINARY 'W' RECORD.
      * IT IS AN INTERNAL POSITION, NOT A CUSTOMER: IT IS NEVER
      * CLOSED OR DELETED, AND THE FEE, INTEREST AND DORMANCY
      * BATCHES PASS IT OVER.
      ******************************************************
       01  WS-SUSPENSE-UID        PIC 9(05) VALUE 99999.
