       IDENTIFICATION DIVISION.
       PROGRAM-ID. SA0651.
      ****************************************************************
      *  SA0651 - STORE SALES HISTORY AND MORNING SALES FLASH
      *
      *  EVERY OTHER REPORT IN THE SUITE COVERS ONE BUSINESS DAY, AND
      *  STORE MANAGEMENT RE-KEYED DAILY TOTALS INTO SPREADSHEETS TO
      *  SEE A WEEK OR A YEAR.  THIS JOB KEEPS A STORE / DAY SALES
      *  HISTORY MASTER (SLSHIST.CPY LAYOUT) FED FROM THE CLEAN
      *  SAMASTER FILE: GROSS SALES, RETURNS, NET SALES, TRANSACTION
      *  COUNT, UNITS AND AVERAGE TICKET FOR 'CUS' TRANSACTIONS,
      *  LEAVING OUT TRAINING AND VOIDED ONES.  TODAY'S ACTIVITY IS
      *  TABLED BY STORE AND RINGING DATE AND MATCHED AGAINST THE OLD
      *  MASTER (SLSHISTI) IN KEY SEQUENCE TO WRITE THE NEW MASTER
      *  (SLSHISTO) - THE HISTORY RUNS TO TWO YEARS OF STORE-DAYS,
      *  TOO MANY TO TABLE THE WAY SA0635 TABLES ITS CONTROLS.  A
      *  LATE POLL FOR A DAY ALREADY ON FILE IS ADDED TO THAT DAY.
      *
      *  AS EACH NEW-MASTER RECORD GOES BY IT IS ALSO BUCKETED FOR
      *  THE FLASHRPT MORNING FLASH, AGAINST THE 4-5-4 FISCAL
      *  CALENDAR SA0650 MAINTAINS (FISCAL): FOR EACH STORE, THE
      *  BUSINESS DAY, WEEK-TO-DATE, PERIOD-TO-DATE, QUARTER-TO-DATE
      *  AND YEAR-TO-DATE, EACH AGAINST THE SAME FISCAL DAYS OF LAST
      *  YEAR WITH THE PERCENT CHANGE, FOLLOWED BY COMP-STORE AND
      *  ALL-STORE TOTALS.  LAST YEAR'S DAYS ARE THE SAME DAY NUMBERS
      *  OF THE PRIOR FISCAL YEAR, SO WEEK 53 OF A LONG YEAR HAS NO
      *  LAST-YEAR DAYS.  A STORE WHOSE FIRST SALES ON FILE ARE AFTER
      *  THE SAME FISCAL DAY LAST YEAR HAS NOT BEEN OPEN A YEAR AND IS
      *  FLAGGED NON-COMP.  HISTORY BEFORE THE FIRST DAY OF LAST
      *  FISCAL YEAR IS PURGED.  A BUSINESS DAY NOT ON THE CALENDAR
      *  STILL UPDATES THE MASTER BUT PRODUCES NO FLASH; A MISSING
      *  OLD MASTER IS A FIRST-TIME LOAD.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMASTER-FILE ASSIGN TO "SAMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMSTR-STATUS.
           SELECT FISCAL-FILE ASSIGN TO "FISCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
           SELECT OLD-HIST-FILE ASSIGN TO "SLSHISTI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-HIST-FILE ASSIGN TO "SLSHISTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT FLASH-RPT-FILE ASSIGN TO "FLASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SAMASTER-FILE.
       COPY SAMUNPAK.
       FD  FISCAL-FILE.
       01  FISCAL-FILE-RECORD      PIC X(60).
       FD  OLD-HIST-FILE.
       01  OLD-HIST-RECORD.
           05  OHR-KEY             PIC X(12).
           05  FILLER              PIC X(108).
       FD  NEW-HIST-FILE.
       01  NEW-HIST-RECORD         PIC X(120).
       FD  FLASH-RPT-FILE.
       01  FLASH-RPT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       COPY FISCAL.
       COPY SLSHIST.
       01  WS-SAMSTR-STATUS        PIC XX  VALUE "00".
           88  SAMSTR-OK                    VALUE "00".
       01  WS-FISCAL-STATUS        PIC XX  VALUE "00".
           88  FISCAL-OK                    VALUE "00".
       01  WS-OLD-STATUS           PIC XX  VALUE "00".
           88  OLD-OK                       VALUE "00".
       01  WS-NEW-STATUS           PIC XX  VALUE "00".
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-EOF-SW               PIC X   VALUE "N".
           88  END-OF-SAMASTER              VALUE "Y".
       01  WS-FISCAL-EOF-SW        PIC X   VALUE "N".
           88  END-OF-FISCAL                VALUE "Y".
       01  WS-OLD-EOF-SW           PIC X   VALUE "N".
           88  END-OF-OLD-MASTER            VALUE "Y".
       01  WS-OLD-OPEN-SW          PIC X   VALUE "N".
           88  OLD-MASTER-OPEN              VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUS-DATE             PIC 9(8) VALUE ZERO.
      *****************************************************************
      *  FISCAL CALENDAR, ONE ENTRY PER FISCAL YEAR.
      *****************************************************************
       01  WS-MAX-FY               PIC S9(4) COMP VALUE 100.
       01  WS-FY-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-FY-TABLE.
           05  WS-FY-ENTRY OCCURS 100 TIMES
                   INDEXED BY FY-IDX FY-SRCH-IDX.
               10  WS-FY-YEAR           PIC 9(4).
               10  WS-FY-START-DATE     PIC 9(8).
               10  WS-FY-END-DATE       PIC 9(8).
               10  WS-FY-WEEKS          PIC 9(2).
               10  WS-FY-PERIOD-WEEKS   PIC 9 OCCURS 12 TIMES.
       01  WS-CAL-SW               PIC X   VALUE "N".
           88  CALENDAR-FOUND               VALUE "Y".
       01  WS-LY-CAL-SW            PIC X   VALUE "N".
           88  LY-CALENDAR-FOUND            VALUE "Y".
      *****************************************************************
      *  WHERE THE BUSINESS DAY FALLS IN THE FISCAL YEAR.  DATES ARE
      *  HELD AS DAY NUMBERS (FUNCTION INTEGER-OF-DATE) SO RANGES CAN
      *  BE COMPARED AND SHIFTED BY WHOLE DAYS.  WS-RANGE 1-5 IS DAY,
      *  WTD, PTD, QTD AND YTD.
      *****************************************************************
       01  WS-BD-INT               PIC 9(8).
       01  WS-FY-START-INT         PIC 9(8).
       01  WS-LY-START-INT         PIC 9(8).
       01  WS-LY-END-INT           PIC 9(8).
       01  WS-LY-SAME-INT          PIC 9(8).
       01  WS-REC-INT              PIC 9(8).
       01  WS-FIRST-INT            PIC 9(8).
       01  WS-DAY-OFF              PIC 9(5).
       01  WS-WEEK-NO              PIC 9(3).
       01  WS-WEEK-REM             PIC 9(3).
       01  WS-PERIOD-NO            PIC 9(2).
       01  WS-QUARTER-NO           PIC 9(2).
       01  WS-CUM-WEEKS            PIC 9(3).
       01  WS-PSTART-WEEK          PIC 9(3).
       01  WS-QSTART-WEEK          PIC 9(3).
       01  WS-CUTOFF-DATE          PIC 9(8) VALUE ZERO.
       01  WS-RANGES.
           05  WS-RANGE OCCURS 5 TIMES.
               10  WS-TY-FROM           PIC 9(8).
               10  WS-TY-TO             PIC 9(8).
               10  WS-LY-FROM           PIC 9(8).
               10  WS-LY-TO             PIC 9(8).
       01  WS-RANGE-LABEL-VALUES.
           05  FILLER              PIC X(4) VALUE "DAY".
           05  FILLER              PIC X(4) VALUE "WTD".
           05  FILLER              PIC X(4) VALUE "PTD".
           05  FILLER              PIC X(4) VALUE "QTD".
           05  FILLER              PIC X(4) VALUE "YTD".
       01  WS-RANGE-LABELS REDEFINES WS-RANGE-LABEL-VALUES.
           05  WS-RANGE-LABEL      PIC X(4) OCCURS 5 TIMES.
       01  WS-B                    PIC S9(4) COMP.
       01  WS-S                    PIC S9(4) COMP.
       01  WS-P                    PIC S9(4) COMP.
      *****************************************************************
      *  TODAY'S ACTIVITY - ONE ENTRY PER STORE PER RINGING DATE.
      *****************************************************************
       01  WS-MAX-TD               PIC S9(4) COMP VALUE 2000.
       01  WS-TD-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-TD-TABLE.
           05  WS-TD-ENTRY OCCURS 2000 TIMES
                   INDEXED BY TD-IDX TD-SRCH-IDX.
               10  WS-TD-KEY.
                   15  WS-TD-STORE      PIC 9(4).
                   15  WS-TD-DATE       PIC 9(8).
               10  WS-TD-GROSS          PIC S9(9)V99  COMP-3.
               10  WS-TD-RETURNS        PIC S9(9)V99  COMP-3.
               10  WS-TD-TRANS          PIC 9(7)      COMP-3.
               10  WS-TD-UNITS          PIC S9(7)     COMP-3.
               10  WS-TD-TICKET         PIC S9(9)V99  COMP-3.
       01  WS-TD-TRUNC-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-TD-FOUND-SW          PIC X   VALUE "N".
           88  TD-ENTRY-FOUND               VALUE "Y".
       01  WS-TD-POS               PIC S9(4) COMP VALUE 1.
       01  WS-SORT-SW              PIC X.
       01  WS-SWAP-TD              PIC X(38).
       01  WS-I                    PIC S9(4) COMP.
       01  WS-SALES-SW             PIC X   VALUE "N".
           88  SALES-TRAN                   VALUE "Y".
       01  WS-AMT-SIGNED           PIC S9(7)V99.
       01  WS-QTY-SIGNED           PIC S9(7).
      *****************************************************************
      *  MATCH KEYS AND THE SIGNED WORKING VIEW OF ONE HISTORY RECORD.
      *****************************************************************
       01  WS-OLD-KEY              PIC X(12).
       01  WS-TODAY-KEY            PIC X(12).
       01  WS-WK-GROSS             PIC S9(9)V99.
       01  WS-WK-RETURNS           PIC S9(9)V99.
       01  WS-WK-NET               PIC S9(9)V99.
       01  WS-WK-TRANS             PIC 9(7).
       01  WS-WK-UNITS             PIC S9(7).
       01  WS-WK-TICKET            PIC S9(9)V99.
       01  WS-WK-AVG               PIC S9(7)V99.
      *****************************************************************
      *  FLASH BUCKETS - SIDE 1 IS THIS YEAR, SIDE 2 LAST YEAR, BY
      *  WS-RANGE.  ONE SET FOR THE CURRENT STORE, ONE EACH FOR THE
      *  COMP-STORE AND ALL-STORE TOTALS, AND ONE THE PRINT ROUTINE
      *  WORKS FROM.
      *****************************************************************
       01  WS-STORE-FLASH.
           05  WS-SF-SIDE OCCURS 2 TIMES.
               10  WS-SF-BKT OCCURS 5 TIMES.
                   15  WS-SF-NET        PIC S9(11)V99 COMP-3.
                   15  WS-SF-TRANS      PIC S9(9)     COMP-3.
                   15  WS-SF-UNITS      PIC S9(9)     COMP-3.
                   15  WS-SF-TICKET     PIC S9(11)V99 COMP-3.
       01  WS-COMP-FLASH.
           05  WS-CF-SIDE OCCURS 2 TIMES.
               10  WS-CF-BKT OCCURS 5 TIMES.
                   15  WS-CF-NET        PIC S9(11)V99 COMP-3.
                   15  WS-CF-TRANS      PIC S9(9)     COMP-3.
                   15  WS-CF-UNITS      PIC S9(9)     COMP-3.
                   15  WS-CF-TICKET     PIC S9(11)V99 COMP-3.
       01  WS-ALL-FLASH.
           05  WS-AF-SIDE OCCURS 2 TIMES.
               10  WS-AF-BKT OCCURS 5 TIMES.
                   15  WS-AF-NET        PIC S9(11)V99 COMP-3.
                   15  WS-AF-TRANS      PIC S9(9)     COMP-3.
                   15  WS-AF-UNITS      PIC S9(9)     COMP-3.
                   15  WS-AF-TICKET     PIC S9(11)V99 COMP-3.
       01  WS-PRT-FLASH.
           05  WS-PF-SIDE OCCURS 2 TIMES.
               10  WS-PF-BKT OCCURS 5 TIMES.
                   15  WS-PF-NET        PIC S9(11)V99 COMP-3.
                   15  WS-PF-TRANS      PIC S9(9)     COMP-3.
                   15  WS-PF-UNITS      PIC S9(9)     COMP-3.
                   15  WS-PF-TICKET     PIC S9(11)V99 COMP-3.
       01  WS-CUR-STORE            PIC 9(4) VALUE ZERO.
       01  WS-STORE-FIRST-DATE     PIC 9(8) VALUE ZERO.
       01  WS-STORE-ACTIVE-SW      PIC X   VALUE "N".
           88  STORE-ACTIVE                 VALUE "Y".
       01  WS-COMP-SW              PIC X   VALUE "N".
           88  COMP-STORE                   VALUE "Y".
       01  WS-PCT-TY               PIC S9(11)V99.
       01  WS-PCT-LY               PIC S9(11)V99.
       01  WS-PCT                  PIC S9(5)V9.
       01  WS-PCT-ED               PIC -----9.9.
       01  WS-PCT-OUT              PIC X(8).
       01  WS-AVG-TICKET           PIC S9(9)V99.
       01  WS-OLD-CNT              PIC 9(7) COMP-3 VALUE 0.
       01  WS-NEW-CNT              PIC 9(7) COMP-3 VALUE 0.
       01  WS-ADDED-CNT            PIC 9(7) COMP-3 VALUE 0.
       01  WS-COMBINED-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-PURGE-CNT            PIC 9(7) COMP-3 VALUE 0.
       01  WS-COMP-CNT             PIC 9(5) COMP-3 VALUE 0.
       01  WS-NONCOMP-CNT          PIC 9(5) COMP-3 VALUE 0.
       01  WS-HDG-1                PIC X(66) VALUE
           "SA0651 STORE SALES FLASH - THIS YEAR VS LAST YEAR".
       01  WS-HDG-2.
           05  FILLER PIC X(13) VALUE "BUSINESS DAY ".
           05  WH-BUS-DATE      PIC 9(8).
           05  FILLER PIC X(14) VALUE "  FISCAL YEAR ".
           05  WH-FISCAL-YEAR   PIC 9(4).
           05  FILLER PIC X(9)  VALUE "  PERIOD ".
           05  WH-PERIOD        PIC Z9.
           05  FILLER PIC X(7)  VALUE "  WEEK ".
           05  WH-WEEK          PIC Z9.
       01  WS-HDG-3.
           05  FILLER PIC X(6)  VALUE SPACES.
           05  FILLER PIC X(15) VALUE "   TY NET SALES".
           05  FILLER PIC X(15) VALUE "   LY NET SALES".
           05  FILLER PIC X(9)  VALUE "   % CHG".
           05  FILLER PIC X(11) VALUE "   TY TRANS".
           05  FILLER PIC X(11) VALUE "   LY TRANS".
           05  FILLER PIC X(9)  VALUE "   % CHG".
           05  FILLER PIC X(11) VALUE "  TY AVG TK".
           05  FILLER PIC X(11) VALUE "  LY AVG TK".
           05  FILLER PIC X(12) VALUE "    TY UNITS".
           05  FILLER PIC X(12) VALUE "    LY UNITS".
       01  WS-NO-CAL-LINE.
           05  FILLER PIC X(40) VALUE
               "** BUSINESS DAY NOT ON FISCAL CALENDAR -".
           05  FILLER PIC X(34) VALUE
               " HISTORY UPDATED, NO FLASH PRINTED".
       01  WS-NO-LY-CAL-LINE.
           05  FILLER PIC X(40) VALUE
               "** LAST FISCAL YEAR NOT ON CALENDAR -".
           05  FILLER PIC X(36) VALUE
               " LAST YEAR TAKEN AS THE PRIOR 52 WKS".
       01  WS-STORE-LINE.
           05  FILLER               PIC X(6) VALUE "STORE ".
           05  WL-STORE             PIC 9(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WL-COMP-FLAG         PIC X(8).
           05  FILLER               PIC X(15) VALUE
               "  FIRST SALES ".
           05  WL-FIRST-DATE        PIC 9(8).
       01  WS-TOTAL-LINE.
           05  WT-LABEL             PIC X(40).
           05  WT-STORE-CNT         PIC ZZ,ZZ9.
           05  FILLER               PIC X(7) VALUE " STORES".
       01  WS-FLASH-LINE.
           05  WF-LABEL             PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WF-TY-NET            PIC ZZZ,ZZZ,ZZ9.99-.
           05  WF-LY-NET            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WF-NET-PCT           PIC X(8).
           05  WF-TY-TRANS          PIC ZZZ,ZZZ,ZZ9.
           05  WF-LY-TRANS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WF-TRANS-PCT         PIC X(8).
           05  WF-TY-AVG            PIC ZZZ,ZZ9.99-.
           05  WF-LY-AVG            PIC ZZZ,ZZ9.99-.
           05  WF-TY-UNITS          PIC ZZZ,ZZZ,ZZ9-.
           05  WF-LY-UNITS          PIC ZZZ,ZZZ,ZZ9-.
       01  WS-ABORT-LINE.
           05  FILLER  PIC X(40) VALUE
               "** RUN ABORTED - TABLE OVERFLOW - NEW ".
           05  FILLER  PIC X(25) VALUE "HISTORY NOT WRITTEN **".
       01  WS-SUMMARY-1.
           05  FILLER               PIC X(17) VALUE "HISTORY IN: ".
           05  WS-SUM-OLD            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE "  NEW DAYS: ".
           05  WS-SUM-ADDED          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE "  LATE POLLS: ".
           05  WS-SUM-COMBINED       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE "  PURGED: ".
           05  WS-SUM-PURGED         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(7)  VALUE "  OUT: ".
           05  WS-SUM-NEW            PIC ZZZ,ZZ9.
       01  WS-SUMMARY-2.
           05  FILLER               PIC X(17) VALUE "COMP STORES: ".
           05  WS-SUM-COMP           PIC ZZ,ZZ9.
           05  FILLER               PIC X(17) VALUE "  NON-COMP: ".
           05  WS-SUM-NONCOMP        PIC ZZ,ZZ9.
       01  WS-TRUNC-LINE.
           05  FILLER               PIC X(44) VALUE
               "** TODAY'S STORE-DAY TABLE FULL - DROPPED: ".
           05  WS-SUM-TRUNC          PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SAMASTER
               UNTIL END-OF-SAMASTER
           PERFORM 2900-SORT-TODAY-TABLE
           PERFORM 2950-FIX-FISCAL-POSITION
           IF WS-TD-TRUNC-CNT > 0
               DISPLAY "SA0651 - RUN ABORTED - " WS-TD-TRUNC-CNT
                       " STORE-DAYS DID NOT FIT THE TABLE - "
                       "NEW HISTORY NOT WRITTEN"
               MOVE WS-TD-TRUNC-CNT TO WS-SUM-TRUNC
               WRITE FLASH-RPT-LINE FROM WS-TRUNC-LINE
               WRITE FLASH-RPT-LINE FROM WS-ABORT-LINE
           ELSE
               PERFORM 3000-MERGE-HISTORY
               PERFORM 7000-WRITE-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-COMP-FLASH WS-ALL-FLASH
           OPEN OUTPUT FLASH-RPT-FILE
           PERFORM 1100-LOAD-CALENDAR
           OPEN INPUT SAMASTER-FILE
           IF NOT SAMSTR-OK
               DISPLAY "SA0651 - SAMASTER OPEN FAILED " WS-SAMSTR-STATUS
               MOVE "Y" TO WS-EOF-SW
           ELSE
               PERFORM 2100-READ-SAMASTER
           END-IF.

       1100-LOAD-CALENDAR.
           OPEN INPUT FISCAL-FILE
           IF NOT FISCAL-OK
               DISPLAY "SA0651 - FISCAL CALENDAR OPEN FAILED "
                       WS-FISCAL-STATUS " - NO FLASH"
               MOVE "Y" TO WS-FISCAL-EOF-SW
           ELSE
               PERFORM UNTIL END-OF-FISCAL
                   READ FISCAL-FILE INTO FISCAL-YEAR-RECORD
                       AT END
                           MOVE "Y" TO WS-FISCAL-EOF-SW
                       NOT AT END
                           PERFORM 1150-TABLE-FISCAL-YEAR
                   END-READ
               END-PERFORM
               CLOSE FISCAL-FILE
           END-IF.

       1150-TABLE-FISCAL-YEAR.
           IF WS-FY-COUNT < WS-MAX-FY
               ADD 1 TO WS-FY-COUNT
               SET FY-IDX TO WS-FY-COUNT
               MOVE FCL-FISCAL-YEAR  TO WS-FY-YEAR (FY-IDX)
               MOVE FCL-START-DATE   TO WS-FY-START-DATE (FY-IDX)
               MOVE FCL-END-DATE     TO WS-FY-END-DATE (FY-IDX)
               MOVE FCL-WEEKS        TO WS-FY-WEEKS (FY-IDX)
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 12
                   MOVE FCL-PERIOD-WEEKS (WS-P)
                       TO WS-FY-PERIOD-WEEKS (FY-IDX, WS-P)
               END-PERFORM
           ELSE
               DISPLAY "SA0651 - CALENDAR TABLE FULL, CANNOT HOLD "
                       FCL-FISCAL-YEAR
           END-IF.

       2000-PROCESS-SAMASTER.
           IF UHR-CRDATE > WS-BUS-DATE
               MOVE UHR-CRDATE TO WS-BUS-DATE
           END-IF
           EVALUATE UHR-RECTYPE
               WHEN 00
                   PERFORM 2200-CAPTURE-HEADER
               WHEN 05
                   IF SALES-TRAN
                       PERFORM 2300-ADD-SALES-LINE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2100-READ-SAMASTER.

       2100-READ-SAMASTER.
           READ SAMASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

      *****************************************************************
      *  2200-CAPTURE-HEADER COUNTS A 'CUS' TRANSACTION THAT IS NOT
      *  TRAINING OR VOIDED (VDT, UHR-VOID, OR UHR-SA-VOID-IND FROM
      *  SA0636) AND ADDS ITS UHR-TRAN-TOTAL-2D TO THE TICKET TOTAL.
      *****************************************************************
       2200-CAPTURE-HEADER.
           MOVE "N" TO WS-SALES-SW
           IF CUSTOMER-TRAN
                   AND NOT THIS-IS-TRAINING
                   AND UHR-VOID = ZERO
                   AND UHR-SA-VOID-IND NOT = 1
               PERFORM 2250-FIND-OR-ADD-TODAY
               IF TD-ENTRY-FOUND
                   MOVE "Y" TO WS-SALES-SW
                   ADD 1 TO WS-TD-TRANS (TD-IDX)
                   MOVE UHR-TRAN-TOTAL-2D TO WS-AMT-SIGNED
                   IF UHR-TRAN-TOTAL-SIGN = "-"
                       MULTIPLY -1 BY WS-AMT-SIGNED
                   END-IF
                   ADD WS-AMT-SIGNED TO WS-TD-TICKET (TD-IDX)
               END-IF
           END-IF.

       2250-FIND-OR-ADD-TODAY.
           MOVE "N" TO WS-TD-FOUND-SW
           IF WS-TD-COUNT > 0
               PERFORM VARYING TD-SRCH-IDX FROM 1 BY 1
                       UNTIL TD-SRCH-IDX > WS-TD-COUNT
                   IF WS-TD-STORE (TD-SRCH-IDX) = UHR-STORE
                      AND WS-TD-DATE (TD-SRCH-IDX) = UHR-CRDATE
                       SET TD-IDX TO TD-SRCH-IDX
                       SET TD-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT TD-ENTRY-FOUND
               IF WS-TD-COUNT < WS-MAX-TD
                   ADD 1 TO WS-TD-COUNT
                   SET TD-IDX TO WS-TD-COUNT
                   INITIALIZE WS-TD-ENTRY (TD-IDX)
                   MOVE UHR-STORE  TO WS-TD-STORE (TD-IDX)
                   MOVE UHR-CRDATE TO WS-TD-DATE (TD-IDX)
                   SET TD-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TD-TRUNC-CNT
               END-IF
           END-IF.

      *****************************************************************
      *  2300-ADD-SALES-LINE - 'SL ' AND 'SPA' MERCHANDISE LINES ARE
      *  GROSS SALES, 'RTN' LINES ARE RETURNS.  DELETED LINES AND
      *  NON-MERCHANDISE LINES (GIFT CARDS, DEPOSITS) ARE NOT SALES.
      *****************************************************************
       2300-ADD-SALES-LINE.
           IF UDR-DELETE NOT = "Y" AND UDR-NON-MERCH-FLAG NOT = "Y"
               MOVE UDR-PRICE-2D TO WS-AMT-SIGNED
               MOVE UDR-QTY-0D   TO WS-QTY-SIGNED
               IF UDR-PRICE-SIGN = "-"
                   MULTIPLY -1 BY WS-AMT-SIGNED
                   MULTIPLY -1 BY WS-QTY-SIGNED
               END-IF
               EVALUATE TRUE
                   WHEN SALE
                       ADD WS-AMT-SIGNED TO WS-TD-GROSS (TD-IDX)
                       ADD WS-QTY-SIGNED TO WS-TD-UNITS (TD-IDX)
                   WHEN SALE-PRICE-ADJ
                       ADD WS-AMT-SIGNED TO WS-TD-GROSS (TD-IDX)
                   WHEN SALES-RETURN
                       SUBTRACT WS-AMT-SIGNED
                           FROM WS-TD-RETURNS (TD-IDX)
                       ADD WS-QTY-SIGNED TO WS-TD-UNITS (TD-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2900-SORT-TODAY-TABLE.
           MOVE "Y" TO WS-SORT-SW
           PERFORM UNTIL WS-SORT-SW = "N"
               MOVE "N" TO WS-SORT-SW
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-TD-COUNT
                   SET TD-IDX TO WS-I
                   SET TD-SRCH-IDX TO WS-I
                   SET TD-SRCH-IDX UP BY 1
                   IF WS-TD-KEY (TD-SRCH-IDX) < WS-TD-KEY (TD-IDX)
                       MOVE WS-TD-ENTRY (TD-IDX) TO WS-SWAP-TD
                       MOVE WS-TD-ENTRY (TD-SRCH-IDX)
                           TO WS-TD-ENTRY (TD-IDX)
                       MOVE WS-SWAP-TD TO WS-TD-ENTRY (TD-SRCH-IDX)
                       MOVE "Y" TO WS-SORT-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      *  2950-FIX-FISCAL-POSITION FINDS THE FISCAL YEAR, WEEK, PERIOD
      *  AND QUARTER OF THE BUSINESS DAY, SETS THE THIS-YEAR RANGES,
      *  AND SHIFTS EACH TO THE SAME DAY NUMBERS OF LAST FISCAL YEAR
      *  (CUT OFF AT LAST YEAR'S END).  THE PURGE CUTOFF IS THE FIRST
      *  DAY OF LAST FISCAL YEAR.
      *****************************************************************
       2950-FIX-FISCAL-POSITION.
           WRITE FLASH-RPT-LINE FROM WS-HDG-1
           MOVE "N" TO WS-CAL-SW
           PERFORM VARYING FY-IDX FROM 1 BY 1
                   UNTIL FY-IDX > WS-FY-COUNT
               IF WS-BUS-DATE >= WS-FY-START-DATE (FY-IDX)
                  AND WS-BUS-DATE <= WS-FY-END-DATE (FY-IDX)
                   SET CALENDAR-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT CALENDAR-FOUND
               WRITE FLASH-RPT-LINE FROM WS-NO-CAL-LINE
           ELSE
               COMPUTE WS-BD-INT =
                   FUNCTION INTEGER-OF-DATE (WS-BUS-DATE)
               COMPUTE WS-FY-START-INT = FUNCTION INTEGER-OF-DATE
                   (WS-FY-START-DATE (FY-IDX))
               COMPUTE WS-DAY-OFF = WS-BD-INT - WS-FY-START-INT
               DIVIDE WS-DAY-OFF BY 7 GIVING WS-WEEK-NO
                   REMAINDER WS-WEEK-REM
               ADD 1 TO WS-WEEK-NO
               PERFORM 2960-FIND-PERIOD
               MOVE WS-BUS-DATE          TO WH-BUS-DATE
               MOVE WS-FY-YEAR (FY-IDX)  TO WH-FISCAL-YEAR
               MOVE WS-PERIOD-NO         TO WH-PERIOD
               MOVE WS-WEEK-NO           TO WH-WEEK
               WRITE FLASH-RPT-LINE FROM WS-HDG-2
               MOVE WS-BD-INT TO WS-TY-FROM (1)
               COMPUTE WS-TY-FROM (2) =
                   WS-FY-START-INT + (WS-WEEK-NO - 1) * 7
               COMPUTE WS-TY-FROM (3) =
                   WS-FY-START-INT + (WS-PSTART-WEEK - 1) * 7
               COMPUTE WS-TY-FROM (4) =
                   WS-FY-START-INT + (WS-QSTART-WEEK - 1) * 7
               MOVE WS-FY-START-INT TO WS-TY-FROM (5)
               PERFORM 2970-FIND-LAST-YEAR
               IF NOT LY-CALENDAR-FOUND
                   WRITE FLASH-RPT-LINE FROM WS-NO-LY-CAL-LINE
               END-IF
               COMPUTE WS-LY-SAME-INT = WS-LY-START-INT + WS-DAY-OFF
               PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
                   MOVE WS-BD-INT TO WS-TY-TO (WS-B)
                   COMPUTE WS-LY-FROM (WS-B) = WS-LY-START-INT
                       + WS-TY-FROM (WS-B) - WS-FY-START-INT
                   MOVE WS-LY-SAME-INT TO WS-LY-TO (WS-B)
                   IF WS-LY-TO (WS-B) > WS-LY-END-INT
                       MOVE WS-LY-END-INT TO WS-LY-TO (WS-B)
                   END-IF
               END-PERFORM
               COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-LY-START-INT)
               WRITE FLASH-RPT-LINE FROM WS-HDG-3
           END-IF.

       2960-FIND-PERIOD.
           MOVE ZERO TO WS-CUM-WEEKS
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 12
               IF WS-WEEK-NO <= WS-CUM-WEEKS
                       + WS-FY-PERIOD-WEEKS (FY-IDX, WS-P)
                   MOVE WS-P TO WS-PERIOD-NO
                   COMPUTE WS-PSTART-WEEK = WS-CUM-WEEKS + 1
                   EXIT PERFORM
               END-IF
               ADD WS-FY-PERIOD-WEEKS (FY-IDX, WS-P) TO WS-CUM-WEEKS
           END-PERFORM
           COMPUTE WS-QUARTER-NO = (WS-PERIOD-NO - 1) / 3 + 1
           MOVE ZERO TO WS-CUM-WEEKS
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > (WS-QUARTER-NO - 1) * 3
               ADD WS-FY-PERIOD-WEEKS (FY-IDX, WS-P) TO WS-CUM-WEEKS
           END-PERFORM
           COMPUTE WS-QSTART-WEEK = WS-CUM-WEEKS + 1.

       2970-FIND-LAST-YEAR.
           MOVE "N" TO WS-LY-CAL-SW
           PERFORM VARYING FY-SRCH-IDX FROM 1 BY 1
                   UNTIL FY-SRCH-IDX > WS-FY-COUNT
               IF WS-FY-YEAR (FY-SRCH-IDX) + 1 = WS-FY-YEAR (FY-IDX)
                   SET LY-CALENDAR-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LY-CALENDAR-FOUND
               COMPUTE WS-LY-START-INT = FUNCTION INTEGER-OF-DATE
                   (WS-FY-START-DATE (FY-SRCH-IDX))
               COMPUTE WS-LY-END-INT = FUNCTION INTEGER-OF-DATE
                   (WS-FY-END-DATE (FY-SRCH-IDX))
           ELSE
               COMPUTE WS-LY-START-INT = WS-FY-START-INT - 364
               COMPUTE WS-LY-END-INT = WS-FY-START-INT - 1
           END-IF.

      *****************************************************************
      *  3000-MERGE-HISTORY MATCHES THE OLD MASTER AGAINST TODAY'S
      *  SORTED TABLE ON STORE AND DATE.  AN OLD RECORD WITH NO
      *  ACTIVITY TODAY IS CARRIED AS IS, A NEW STORE-DAY IS ADDED,
      *  AND A LATE POLL IS ADDED TO THE DAY ALREADY ON FILE.
      *****************************************************************
       3000-MERGE-HISTORY.
           OPEN INPUT OLD-HIST-FILE
           IF NOT OLD-OK
               DISPLAY "SA0651 - NO PRIOR HISTORY (STATUS "
                       WS-OLD-STATUS ") - FIRST-TIME LOAD"
               MOVE "Y" TO WS-OLD-EOF-SW
               MOVE HIGH-VALUES TO WS-OLD-KEY
           ELSE
               MOVE "Y" TO WS-OLD-OPEN-SW
               PERFORM 3100-READ-OLD-HISTORY
           END-IF
           OPEN OUTPUT NEW-HIST-FILE
           MOVE 1 TO WS-TD-POS
           PERFORM 3150-SET-TODAY-KEY
           PERFORM 3200-MERGE-STEP
               UNTIL WS-OLD-KEY = HIGH-VALUES
                 AND WS-TODAY-KEY = HIGH-VALUES
           IF STORE-ACTIVE
               PERFORM 6000-FINISH-STORE
           END-IF
           IF OLD-MASTER-OPEN
               CLOSE OLD-HIST-FILE
           END-IF
           CLOSE NEW-HIST-FILE.

       3100-READ-OLD-HISTORY.
           READ OLD-HIST-FILE
               AT END
                   MOVE "Y" TO WS-OLD-EOF-SW
                   MOVE HIGH-VALUES TO WS-OLD-KEY
               NOT AT END
                   ADD 1 TO WS-OLD-CNT
                   MOVE OHR-KEY TO WS-OLD-KEY
           END-READ.

       3150-SET-TODAY-KEY.
           IF WS-TD-POS > WS-TD-COUNT
               MOVE HIGH-VALUES TO WS-TODAY-KEY
           ELSE
               SET TD-IDX TO WS-TD-POS
               MOVE WS-TD-KEY (TD-IDX) TO WS-TODAY-KEY
           END-IF.

       3200-MERGE-STEP.
           EVALUATE TRUE
               WHEN WS-OLD-KEY < WS-TODAY-KEY
                   MOVE OLD-HIST-RECORD TO SALES-HISTORY-RECORD
                   PERFORM 3300-EMIT-HISTORY
                   PERFORM 3100-READ-OLD-HISTORY
               WHEN WS-TODAY-KEY < WS-OLD-KEY
                   MOVE SPACES TO SALES-HISTORY-RECORD
                   MOVE WS-TD-STORE (TD-IDX) TO SHR-STORE
                   MOVE WS-TD-DATE (TD-IDX)  TO SHR-DATE
                   MOVE ZERO TO WS-WK-GROSS WS-WK-RETURNS WS-WK-TRANS
                                WS-WK-UNITS WS-WK-TICKET
                   PERFORM 3500-ADD-TODAY-TO-WORK
                   PERFORM 3450-STORE-WORK-TO-RECORD
                   ADD 1 TO WS-ADDED-CNT
                   PERFORM 3300-EMIT-HISTORY
                   ADD 1 TO WS-TD-POS
                   PERFORM 3150-SET-TODAY-KEY
               WHEN OTHER
                   MOVE OLD-HIST-RECORD TO SALES-HISTORY-RECORD
                   PERFORM 3420-LOAD-WORK-FROM-RECORD
                   PERFORM 3500-ADD-TODAY-TO-WORK
                   PERFORM 3450-STORE-WORK-TO-RECORD
                   ADD 1 TO WS-COMBINED-CNT
                   PERFORM 3300-EMIT-HISTORY
                   PERFORM 3100-READ-OLD-HISTORY
                   ADD 1 TO WS-TD-POS
                   PERFORM 3150-SET-TODAY-KEY
           END-EVALUATE.

      *****************************************************************
      *  3300-EMIT-HISTORY DROPS A DAY BEFORE THE PURGE CUTOFF,
      *  OTHERWISE WRITES IT TO THE NEW MASTER AND BUCKETS IT FOR THE
      *  FLASH, BREAKING ON STORE.
      *****************************************************************
       3300-EMIT-HISTORY.
           IF SHR-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-PURGE-CNT
           ELSE
               WRITE NEW-HIST-RECORD FROM SALES-HISTORY-RECORD
               ADD 1 TO WS-NEW-CNT
               IF CALENDAR-FOUND
                   IF NOT STORE-ACTIVE OR SHR-STORE NOT = WS-CUR-STORE
                       IF STORE-ACTIVE
                           PERFORM 6000-FINISH-STORE
                       END-IF
                       MOVE "Y" TO WS-STORE-ACTIVE-SW
                       MOVE SHR-STORE TO WS-CUR-STORE
                       MOVE SHR-DATE  TO WS-STORE-FIRST-DATE
                       INITIALIZE WS-STORE-FLASH
                   END-IF
                   PERFORM 5000-BUCKET-FLASH
               END-IF
           END-IF.

       3420-LOAD-WORK-FROM-RECORD.
           MOVE SHR-GROSS-SALES TO WS-WK-GROSS
           IF SHR-GROSS-SALES-SIGN = "-"
               MULTIPLY -1 BY WS-WK-GROSS
           END-IF
           MOVE SHR-RETURNS TO WS-WK-RETURNS
           IF SHR-RETURNS-SIGN = "-"
               MULTIPLY -1 BY WS-WK-RETURNS
           END-IF
           MOVE SHR-NET-SALES TO WS-WK-NET
           IF SHR-NET-SALES-SIGN = "-"
               MULTIPLY -1 BY WS-WK-NET
           END-IF
           MOVE SHR-TRAN-CNT TO WS-WK-TRANS
           MOVE SHR-UNITS TO WS-WK-UNITS
           IF SHR-UNITS-SIGN = "-"
               MULTIPLY -1 BY WS-WK-UNITS
           END-IF
           MOVE SHR-TICKET-TOTAL TO WS-WK-TICKET
           IF SHR-TICKET-TOTAL-SIGN = "-"
               MULTIPLY -1 BY WS-WK-TICKET
           END-IF.

       3450-STORE-WORK-TO-RECORD.
           COMPUTE WS-WK-NET = WS-WK-GROSS - WS-WK-RETURNS
           IF WS-WK-TRANS > 0
               COMPUTE WS-WK-AVG ROUNDED = WS-WK-TICKET / WS-WK-TRANS
           ELSE
               MOVE ZERO TO WS-WK-AVG
           END-IF
           COMPUTE SHR-GROSS-SALES = FUNCTION ABS(WS-WK-GROSS)
           IF WS-WK-GROSS < 0
               MOVE "-" TO SHR-GROSS-SALES-SIGN
           ELSE
               MOVE "+" TO SHR-GROSS-SALES-SIGN
           END-IF
           COMPUTE SHR-RETURNS = FUNCTION ABS(WS-WK-RETURNS)
           IF WS-WK-RETURNS < 0
               MOVE "-" TO SHR-RETURNS-SIGN
           ELSE
               MOVE "+" TO SHR-RETURNS-SIGN
           END-IF
           COMPUTE SHR-NET-SALES = FUNCTION ABS(WS-WK-NET)
           IF WS-WK-NET < 0
               MOVE "-" TO SHR-NET-SALES-SIGN
           ELSE
               MOVE "+" TO SHR-NET-SALES-SIGN
           END-IF
           MOVE WS-WK-TRANS TO SHR-TRAN-CNT
           COMPUTE SHR-UNITS = FUNCTION ABS(WS-WK-UNITS)
           IF WS-WK-UNITS < 0
               MOVE "-" TO SHR-UNITS-SIGN
           ELSE
               MOVE "+" TO SHR-UNITS-SIGN
           END-IF
           COMPUTE SHR-TICKET-TOTAL = FUNCTION ABS(WS-WK-TICKET)
           IF WS-WK-TICKET < 0
               MOVE "-" TO SHR-TICKET-TOTAL-SIGN
           ELSE
               MOVE "+" TO SHR-TICKET-TOTAL-SIGN
           END-IF
           COMPUTE SHR-AVG-TICKET = FUNCTION ABS(WS-WK-AVG)
           IF WS-WK-AVG < 0
               MOVE "-" TO SHR-AVG-TICKET-SIGN
           ELSE
               MOVE "+" TO SHR-AVG-TICKET-SIGN
           END-IF
           MOVE SPACES TO SHR-FILLER1.

       3500-ADD-TODAY-TO-WORK.
           ADD WS-TD-GROSS (TD-IDX)   TO WS-WK-GROSS
           ADD WS-TD-RETURNS (TD-IDX) TO WS-WK-RETURNS
           ADD WS-TD-TRANS (TD-IDX)   TO WS-WK-TRANS
           ADD WS-TD-UNITS (TD-IDX)   TO WS-WK-UNITS
           ADD WS-TD-TICKET (TD-IDX)  TO WS-WK-TICKET.

      *****************************************************************
      *  5000-BUCKET-FLASH ADDS THE STORE-DAY TO EVERY THIS-YEAR AND
      *  LAST-YEAR RANGE ITS DATE FALLS IN.
      *****************************************************************
       5000-BUCKET-FLASH.
           PERFORM 3420-LOAD-WORK-FROM-RECORD
           COMPUTE WS-REC-INT = FUNCTION INTEGER-OF-DATE (SHR-DATE)
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
               IF WS-REC-INT >= WS-TY-FROM (WS-B)
                  AND WS-REC-INT <= WS-TY-TO (WS-B)
                   MOVE 1 TO WS-S
                   PERFORM 5100-ADD-TO-BUCKET
               END-IF
               IF WS-REC-INT >= WS-LY-FROM (WS-B)
                  AND WS-REC-INT <= WS-LY-TO (WS-B)
                   MOVE 2 TO WS-S
                   PERFORM 5100-ADD-TO-BUCKET
               END-IF
           END-PERFORM.

       5100-ADD-TO-BUCKET.
           ADD WS-WK-NET    TO WS-SF-NET (WS-S, WS-B)
           ADD WS-WK-TRANS  TO WS-SF-TRANS (WS-S, WS-B)
           ADD WS-WK-UNITS  TO WS-SF-UNITS (WS-S, WS-B)
           ADD WS-WK-TICKET TO WS-SF-TICKET (WS-S, WS-B).

      *****************************************************************
      *  6000-FINISH-STORE PRINTS THE STORE'S FLASH AND ROLLS IT INTO
      *  THE TOTALS.  THE STORE IS COMP WHEN ITS FIRST SALES ON FILE
      *  ARE ON OR BEFORE THE SAME FISCAL DAY LAST YEAR.
      *****************************************************************
       6000-FINISH-STORE.
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE (WS-STORE-FIRST-DATE)
           IF WS-FIRST-INT > WS-LY-SAME-INT
               MOVE "N" TO WS-COMP-SW
               MOVE "NON-COMP" TO WL-COMP-FLAG
               ADD 1 TO WS-NONCOMP-CNT
           ELSE
               MOVE "Y" TO WS-COMP-SW
               MOVE "COMP" TO WL-COMP-FLAG
               ADD 1 TO WS-COMP-CNT
           END-IF
           MOVE WS-CUR-STORE        TO WL-STORE
           MOVE WS-STORE-FIRST-DATE TO WL-FIRST-DATE
           WRITE FLASH-RPT-LINE FROM WS-STORE-LINE
           MOVE WS-STORE-FLASH TO WS-PRT-FLASH
           PERFORM 6100-PRINT-FLASH-BLOCK
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
               PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
                   ADD WS-SF-NET (WS-S, WS-B)
                       TO WS-AF-NET (WS-S, WS-B)
                   ADD WS-SF-TRANS (WS-S, WS-B)
                       TO WS-AF-TRANS (WS-S, WS-B)
                   ADD WS-SF-UNITS (WS-S, WS-B)
                       TO WS-AF-UNITS (WS-S, WS-B)
                   ADD WS-SF-TICKET (WS-S, WS-B)
                       TO WS-AF-TICKET (WS-S, WS-B)
                   IF COMP-STORE
                       ADD WS-SF-NET (WS-S, WS-B)
                           TO WS-CF-NET (WS-S, WS-B)
                       ADD WS-SF-TRANS (WS-S, WS-B)
                           TO WS-CF-TRANS (WS-S, WS-B)
                       ADD WS-SF-UNITS (WS-S, WS-B)
                           TO WS-CF-UNITS (WS-S, WS-B)
                       ADD WS-SF-TICKET (WS-S, WS-B)
                           TO WS-CF-TICKET (WS-S, WS-B)
                   END-IF
               END-PERFORM
           END-PERFORM.

       6100-PRINT-FLASH-BLOCK.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
               MOVE SPACES TO WS-FLASH-LINE
               MOVE WS-RANGE-LABEL (WS-B)    TO WF-LABEL
               MOVE WS-PF-NET (1, WS-B)      TO WF-TY-NET
               MOVE WS-PF-NET (2, WS-B)      TO WF-LY-NET
               MOVE WS-PF-NET (1, WS-B)      TO WS-PCT-TY
               MOVE WS-PF-NET (2, WS-B)      TO WS-PCT-LY
               PERFORM 6200-PERCENT-CHANGE
               MOVE WS-PCT-OUT               TO WF-NET-PCT
               MOVE WS-PF-TRANS (1, WS-B)    TO WF-TY-TRANS
               MOVE WS-PF-TRANS (2, WS-B)    TO WF-LY-TRANS
               MOVE WS-PF-TRANS (1, WS-B)    TO WS-PCT-TY
               MOVE WS-PF-TRANS (2, WS-B)    TO WS-PCT-LY
               PERFORM 6200-PERCENT-CHANGE
               MOVE WS-PCT-OUT               TO WF-TRANS-PCT
               MOVE ZERO TO WS-AVG-TICKET
               IF WS-PF-TRANS (1, WS-B) NOT = 0
                   COMPUTE WS-AVG-TICKET ROUNDED =
                       WS-PF-TICKET (1, WS-B) / WS-PF-TRANS (1, WS-B)
               END-IF
               MOVE WS-AVG-TICKET            TO WF-TY-AVG
               MOVE ZERO TO WS-AVG-TICKET
               IF WS-PF-TRANS (2, WS-B) NOT = 0
                   COMPUTE WS-AVG-TICKET ROUNDED =
                       WS-PF-TICKET (2, WS-B) / WS-PF-TRANS (2, WS-B)
               END-IF
               MOVE WS-AVG-TICKET            TO WF-LY-AVG
               MOVE WS-PF-UNITS (1, WS-B)    TO WF-TY-UNITS
               MOVE WS-PF-UNITS (2, WS-B)    TO WF-LY-UNITS
               WRITE FLASH-RPT-LINE FROM WS-FLASH-LINE
           END-PERFORM.

       6200-PERCENT-CHANGE.
           IF WS-PCT-LY = 0
               MOVE "     N/A" TO WS-PCT-OUT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   (WS-PCT-TY - WS-PCT-LY) * 100
                       / FUNCTION ABS(WS-PCT-LY)
                   ON SIZE ERROR
                       MOVE "   *****" TO WS-PCT-OUT
                   NOT ON SIZE ERROR
                       MOVE WS-PCT TO WS-PCT-ED
                       MOVE WS-PCT-ED TO WS-PCT-OUT
               END-COMPUTE
           END-IF.

       7000-WRITE-TOTALS.
           IF CALENDAR-FOUND
               MOVE "COMP STORES" TO WT-LABEL
               MOVE WS-COMP-CNT TO WT-STORE-CNT
               WRITE FLASH-RPT-LINE FROM WS-TOTAL-LINE
               MOVE WS-COMP-FLASH TO WS-PRT-FLASH
               PERFORM 6100-PRINT-FLASH-BLOCK
               MOVE "ALL STORES" TO WT-LABEL
               COMPUTE WT-STORE-CNT = WS-COMP-CNT + WS-NONCOMP-CNT
               WRITE FLASH-RPT-LINE FROM WS-TOTAL-LINE
               MOVE WS-ALL-FLASH TO WS-PRT-FLASH
               PERFORM 6100-PRINT-FLASH-BLOCK
               MOVE WS-COMP-CNT    TO WS-SUM-COMP
               MOVE WS-NONCOMP-CNT TO WS-SUM-NONCOMP
               WRITE FLASH-RPT-LINE FROM WS-SUMMARY-2
           END-IF
           MOVE WS-OLD-CNT      TO WS-SUM-OLD
           MOVE WS-ADDED-CNT    TO WS-SUM-ADDED
           MOVE WS-COMBINED-CNT TO WS-SUM-COMBINED
           MOVE WS-PURGE-CNT    TO WS-SUM-PURGED
           MOVE WS-NEW-CNT      TO WS-SUM-NEW
           WRITE FLASH-RPT-LINE FROM WS-SUMMARY-1.

       9000-TERMINATE.
           CLOSE SAMASTER-FILE
           CLOSE FLASH-RPT-FILE.
