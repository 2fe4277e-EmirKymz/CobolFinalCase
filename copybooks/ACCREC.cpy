      * THE CUSTOMER MASTER (IDXREC) KEEPS THE IDENTITY AND
      * THE PRIMARY-CURRENCY MIRROR BALANCE.  SHARED BY ANY
      * PROGRAM THAT OPENS ACC-FILE, KEYED OR SEQUENTIAL.
      * ACC-OD-SINCE IS THE BUSINESS DATE THE BALANCE LAST
      * WENT BELOW ZERO, ZERO WHILE IT IS NOT OVERDRAWN; EVERY
      * PROGRAM THAT POSTS TO ACC-BALANCE KEEPS IT IN STEP.
      ******************************************************
       01  ACC-REC.
           03 ACC-KEY.
           03 ACC-DATE         PIC S9(09) COMP-3.
           03 ACC-BALANCE      PIC S9(15) COMP-3.
           03 ACC-OD-LIMIT     PIC S9(15) COMP-3.
           03 ACC-OD-SINCE     PIC S9(09) COMP-3.
