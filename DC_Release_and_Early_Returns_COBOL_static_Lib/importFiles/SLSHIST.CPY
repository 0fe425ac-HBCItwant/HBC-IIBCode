      * STORE / DAY SALES HISTORY RECORD.
      * MAINTAINED BY THE SA0651 NIGHTLY UPDATE FROM THE CLEAN
      * SAMASTER FILE.  ONE RECORD PER STORE PER RINGING DATE, IN
      * SHR-KEY SEQUENCE, FOR 'CUS' TRANSACTIONS THAT ARE NOT
      * TRAINING OR VOIDED.  GROSS SALES ARE THE 'SL ' AND 'SPA'
      * MERCHANDISE LINES, RETURNS THE 'RTN' LINES (CARRIED AS A
      * POSITIVE AMOUNT), NET SALES GROSS LESS RETURNS.  UNITS ARE
      * SOLD LESS RETURNED.  THE TICKET TOTAL IS THE NET OF
      * UHR-TRAN-TOTAL-2D AND THE AVERAGE TICKET IS THE TICKET TOTAL
      * OVER THE TRANSACTION COUNT.  A LATE POLL FOR A DAY ALREADY ON
      * FILE IS ADDED TO IT.  HISTORY BEFORE THE START OF LAST
      * FISCAL YEAR IS PURGED.
       01  SALES-HISTORY-RECORD.
           05 SHR-KEY.
              10 SHR-STORE          PIC 9(4).
              10 SHR-DATE           PIC 9(8).
           05 SHR-GROSS-SALES       PIC 9(9)V99.
           05 SHR-GROSS-SALES-SIGN  PIC X.
           05 SHR-RETURNS           PIC 9(9)V99.
           05 SHR-RETURNS-SIGN      PIC X.
           05 SHR-NET-SALES         PIC 9(9)V99.
           05 SHR-NET-SALES-SIGN    PIC X.
           05 SHR-TRAN-CNT          PIC 9(7).
           05 SHR-UNITS             PIC 9(7).
           05 SHR-UNITS-SIGN        PIC X.
           05 SHR-TICKET-TOTAL      PIC 9(9)V99.
           05 SHR-TICKET-TOTAL-SIGN PIC X.
           05 SHR-AVG-TICKET        PIC 9(7)V99.
           05 SHR-AVG-TICKET-SIGN   PIC X.
           05 SHR-FILLER1           PIC X(35).
