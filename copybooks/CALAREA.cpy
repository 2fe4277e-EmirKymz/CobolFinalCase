      ******************************************************
      * CALAREA - CALDATE CALL INTERFACE LAYOUT.  COPIED INTO
      * THE WORKING-STORAGE OF EVERY PROGRAM THAT NEEDS THE
      * BUSINESS DATE AND INTO CALDATE'S LINKAGE SECTION.
      * EVERY CALL RETURNS THE CURRENT AND PREVIOUS BUSINESS
      * DATES; THE FUNCTION CODE SAYS WHAT ELSE IS WANTED.
      ******************************************************
       01  WS-CAL-AREA.
           05 WS-CAL-FUNC       PIC X(01).
      *       B - BUSINESS DATES ONLY.
              88 WS-CAL-FUNC-DATE      VALUE 'B'.
      *       C - IS WS-CAL-IN-DATE A BUSINESS DAY (WS-CAL-DAY-SW).
              88 WS-CAL-FUNC-CHECK     VALUE 'C'.
      *       N - FIRST BUSINESS DAY ON OR AFTER WS-CAL-IN-DATE,
      *           RETURNED IN WS-CAL-OUT-DATE.
              88 WS-CAL-FUNC-NEXT      VALUE 'N'.
      *       D - CALENDAR DAYS FROM WS-CAL-IN-DATE TO
      *           WS-CAL-TO-DATE (THE BUSINESS DATE WHEN ZERO),
      *           RETURNED IN WS-CAL-DAYS.
              88 WS-CAL-FUNC-DAYS      VALUE 'D'.
      *       X - CLOSE THE CALENDAR BEFORE THE CALLER UPDATES IT.
              88 WS-CAL-FUNC-CLOSE     VALUE 'X'.
           05 WS-CAL-RC         PIC 9(02).
              88 WS-CAL-OK             VALUE 00.
              88 WS-CAL-NO-CALENDAR    VALUE 10.
              88 WS-CAL-BAD-DATE       VALUE 20.
              88 WS-CAL-BAD-FUNC       VALUE 30.
           05 WS-CAL-IN-DATE    PIC 9(08).
           05 WS-CAL-TO-DATE    PIC 9(08).
           05 WS-CAL-OUT-DATE   PIC 9(08).
           05 WS-CAL-BUS-DATE   PIC 9(08).
           05 WS-CAL-PREV-DATE  PIC 9(08).
           05 WS-CAL-DAYS       PIC S9(07).
           05 WS-CAL-DAY-SW     PIC X(01).
              88 WS-CAL-BUSINESS-DAY   VALUE 'Y'.
              88 WS-CAL-WEEKEND        VALUE 'W'.
              88 WS-CAL-HOLIDAY        VALUE 'H'.
           05 WS-CAL-HOL-DESC   PIC X(30).
