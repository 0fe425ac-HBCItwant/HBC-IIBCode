      * FISCAL CALENDAR RECORD.
      * MAINTAINED BY SA0650; READ BY THE SA0651 SALES HISTORY AND
      * FLASH.  ONE RECORD PER FISCAL YEAR, IN FCL-FISCAL-YEAR
      * SEQUENCE, EACH YEAR STARTING THE DAY AFTER THE PRIOR YEAR
      * ENDS.  THE YEAR IS 52 OR 53 WHOLE WEEKS CUT 4-5-4 INTO
      * TWELVE PERIODS AND FOUR QUARTERS OF THREE PERIODS EACH;
      * FCL-PERIOD-WEEKS CARRIES THE WEEKS IN EACH PERIOD, AND IN A
      * 53-WEEK YEAR THE EXTRA WEEK FALLS IN PERIOD 12 (4-5-5).
       01  FISCAL-YEAR-RECORD.
           05 FCL-FISCAL-YEAR    PIC 9(4).
           05 FCL-START-DATE     PIC 9(8).
           05 FCL-END-DATE       PIC 9(8).
           05 FCL-WEEKS          PIC 9(2).
              88  FCL-52-WEEK-YEAR    VALUE IS 52.
              88  FCL-53-WEEK-YEAR    VALUE IS 53.
           05 FCL-PERIOD-WEEKS   PIC 9 OCCURS 12 TIMES.
           05 FCL-FILLER1        PIC X(26).
