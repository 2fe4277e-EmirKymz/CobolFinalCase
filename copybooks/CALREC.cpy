      ******************************************************
      * CALREC - CAL-FILE BUSINESS CALENDAR RECORD LAYOUT,
      * KEYED ON A DATE.  THE RECORD KEYED ON ZERO IS THE
      * CONTROL RECORD CARRYING THE CURRENT AND PREVIOUS
      * BUSINESS DATES AND WHEN THE CALENDAR WAS LAST ROLLED;
      * EVERY OTHER RECORD IS A BANK HOLIDAY KEYED ON ITS OWN
      * DATE.  SATURDAYS AND SUNDAYS ARE NEVER BUSINESS DAYS
      * AND ARE NOT HELD ON FILE.  MAINTAINED BY CALLOAD,
      * ROLLED BY CALROLL AND READ THROUGH CALDATE.
      ******************************************************
       01  CAL-REC.
           05 CAL-KEY.
              10 CAL-DATE         PIC 9(08).
                 88 CAL-CONTROL-KEY       VALUE ZERO.
           05 CAL-TYPE            PIC X(01).
              88 CAL-CONTROL              VALUE 'C'.
              88 CAL-HOLIDAY              VALUE 'H'.
           05 CAL-DATA            PIC X(40).
           05 CAL-CONTROL-DATA REDEFINES CAL-DATA.
              10 CAL-BUS-DATE     PIC 9(08).
              10 CAL-PREV-DATE    PIC 9(08).
              10 CAL-ROLL-DATE    PIC 9(08).
              10 CAL-ROLL-TIME    PIC 9(08).
              10 FILLER           PIC X(08).
           05 CAL-HOLIDAY-DATA REDEFINES CAL-DATA.
              10 CAL-HOL-DESC     PIC X(30).
              10 FILLER           PIC X(10).
