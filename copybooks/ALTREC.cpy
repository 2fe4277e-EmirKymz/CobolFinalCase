      ******************************************************
      * ALTREC - ALT-FILE COMPLIANCE ALERT RECORD LAYOUT,
      * KEYED ON THE DATE RAISED, CUSTOMER UID, ALERT TYPE
      * AND THE AUDIT TIME, CURRENCY AND TRANSACTION REFERENCE
      * OF THE MOVEMENT THAT TRIPPED IT, SO A RERUN OF THE SAME
      * NIGHT FINDS ITS OWN ALERTS ALREADY ON FILE INSTEAD OF
      * RAISING THEM TWICE, WHILE SEVERAL MOVEMENTS POSTED IN
      * THE SAME SECOND (FEE POSTINGS, THE LEGS OF A CLOSURE
      * PAYOUT) EACH KEEP AN ALERT OF THEIR OWN.
      * AMOUNTS ARE THE MOVEMENT IN ITS OWN CURRENCY AND ITS
      * BASE CURRENCY EQUIVALENT FROM FX-FILE.  AN ALERT IS
      * RAISED OPEN AND STAYS ON FILE; COMPLIANCE MARKS IT
      * REVIEWED OR ESCALATED.  SHARED BY AUDMON (WRITER)
      * AND ALTMAINT (STATUS MAINTENANCE).
      ******************************************************
       01  ALT-REC.
           05 ALT-KEY.
              10 ALT-DATE         PIC 9(08).
              10 ALT-UID          PIC 9(05).
              10 ALT-TYPE         PIC X(02).
                 88 ALT-LARGE             VALUE 'LG'.
                 88 ALT-STRUCTURING       VALUE 'ST'.
                 88 ALT-RAPID-OUT         VALUE 'RP'.
                 88 ALT-REACTIVATED       VALUE 'RA'.
              10 ALT-AUD-TIME     PIC 9(08).
              10 ALT-DVZ          PIC S9(03) COMP.
              10 ALT-TRN-REF      PIC X(16).
           05 ALT-OPRT            PIC X(01).
           05 ALT-AMOUNT          PIC S9(15) COMP-3.
           05 ALT-BASE-AMT        PIC S9(13)V9(02) COMP-3.
           05 ALT-DETAIL          PIC X(30).
           05 ALT-STATUS          PIC X(01).
              88 ALT-OPEN                 VALUE 'O'.
              88 ALT-REVIEWED             VALUE 'R'.
              88 ALT-ESCALATED            VALUE 'E'.
           05 ALT-REVIEW-DATE     PIC 9(08).
           05 ALT-REVIEWER        PIC X(08).
           05 ALT-REVIEW-NOTE     PIC X(30).
