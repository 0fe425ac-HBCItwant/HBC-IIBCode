       IDENTIFICATION DIVISION.
       PROGRAM-ID. SA0654.
      ****************************************************************
      *  SA0654 - SPECIAL-SERVICE WORK-ORDER WEEKLY REPORT
      *
      *  RUN ONCE A WEEK AGAINST THE WORK-ORDER LEDGER SA0653 KEEPS
      *  (WORKORD.CPY LAYOUT).  THE REPORT WEEK IS THE LAST FISCAL
      *  WEEK ON THE SA0650 CALENDAR (FISCAL) THAT HAS ENDED BEFORE
      *  THE RUN DATE; WITH NO CALENDAR IT IS THE SEVEN DAYS ENDING
      *  YESTERDAY.  THE LEDGER IS IN STORE ORDER, SO EACH STORE GETS
      *  ONE BLOCK, PRINTED ONLY IF IT HAS SOMETHING TO SHOW:
      *    - EVERY SERVICED LINE RETURNED DURING THE WEEK WHOSE
      *      SERVICE HAD BEEN COMPLETED, PAID OR NO-CHARGE, WITH THE
      *      SERVICE VALUE LOST
      *    - SERVICES OPENED DURING THE WEEK BY SERVICE TYPE: PAID
      *      COUNT AND REVENUE, NO-CHARGE COUNT AND THE TICKET VALUE
      *      GIVEN AWAY
      *    - OPEN WORK ORDERS AT WEEK END WHOSE MERCHANDISE HAS NOT
      *      COME BACK, AGED BY DAYS SINCE THE SERVICE WAS RUNG
      *  CHAIN TOTALS OF THE SAME FIGURES CLOSE THE REPORT.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-FILE ASSIGN TO "FISCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
           SELECT WO-FILE ASSIGN TO "WORDRI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT WK-RPT-FILE ASSIGN TO "WOWKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-FILE.
       01  FISCAL-FILE-RECORD      PIC X(60).
       FD  WO-FILE.
       01  WO-FILE-RECORD          PIC X(150).
       FD  WK-RPT-FILE.
       01  WK-RPT-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       COPY FISCAL.
       COPY WORKORD.
       01  WS-FISCAL-STATUS        PIC XX  VALUE "00".
           88  FISCAL-OK                    VALUE "00".
       01  WS-WO-STATUS            PIC XX  VALUE "00".
           88  WO-OK                        VALUE "00".
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-FISCAL-EOF-SW        PIC X   VALUE "N".
           88  END-OF-FISCAL                VALUE "Y".
       01  WS-WO-EOF-SW            PIC X   VALUE "N".
           88  END-OF-LEDGER                VALUE "Y".
       01  WS-WO-OPEN-SW           PIC X   VALUE "N".
           88  LEDGER-OPEN                  VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-JULIAN           PIC 9(8).
       01  WS-YDAY-INT             PIC 9(8).
       01  WS-FY-START-INT         PIC 9(8).
       01  WS-DAY-OFF              PIC 9(5).
       01  WS-WEEK-NO              PIC S9(3).
       01  WS-WEEK-REM             PIC 9(3).
       01  WS-WEEK-FROM-INT        PIC 9(8).
       01  WS-WEEK-TO-INT          PIC 9(8).
       01  WS-WEEK-FROM            PIC 9(8).
       01  WS-WEEK-TO              PIC 9(8).
       01  WS-CAL-SW               PIC X   VALUE "N".
           88  CALENDAR-FOUND               VALUE "Y".
       01  WS-FY-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-MAX-FY               PIC S9(4) COMP VALUE 100.
       01  WS-FY-TABLE.
           05  WS-FY-ENTRY OCCURS 100 TIMES
                   INDEXED BY FY-IDX.
               10  WS-FY-YEAR           PIC 9(4).
               10  WS-FY-START-DATE     PIC 9(8).
               10  WS-FY-END-DATE       PIC 9(8).
       01  WS-AGE-DAYS             PIC S9(7).
      *****************************************************************
      *  ACCUMULATORS - LEVEL 1 IS THE CURRENT STORE, LEVEL 2 THE
      *  CHAIN.  WS-T IS THE SERVICE TYPE (1 ASP, 2 MSS, 3 RSS, 4 ESS,
      *  5 ALL) AND WS-A THE AGING BUCKET.
      *****************************************************************
       01  WS-LEVELS.
           05  WS-LVL OCCURS 2 TIMES.
               10  WS-LV-SVC OCCURS 5 TIMES.
                   15  WS-LV-PAID-CNT      PIC 9(7)      COMP-3.
                   15  WS-LV-REVENUE       PIC 9(9)V99   COMP-3.
                   15  WS-LV-NOCHG-CNT     PIC 9(7)      COMP-3.
                   15  WS-LV-NOCHG-VALUE   PIC 9(9)V99   COMP-3.
               10  WS-LV-AGE-CNT OCCURS 6 TIMES
                                           PIC 9(7)      COMP-3.
               10  WS-LV-LOST-CNT          PIC 9(7)      COMP-3.
               10  WS-LV-LOST-VALUE        PIC 9(9)V99   COMP-3.
       01  WS-L                    PIC S9(4) COMP.
       01  WS-T                    PIC S9(4) COMP.
       01  WS-A                    PIC S9(4) COMP.
       01  WS-CUR-STORE            PIC 9(4) VALUE ZERO.
       01  WS-STORE-HDG-SW         PIC X   VALUE "N".
           88  STORE-HDG-PRINTED            VALUE "Y".
       01  WS-STORE-CNT            PIC 9(5) COMP-3 VALUE 0.
       01  WS-READ-CNT             PIC 9(7) COMP-3 VALUE 0.
       01  WS-TYPE-LABEL-VALUES.
           05  FILLER              PIC X(14) VALUE "ALTERATIONS".
           05  FILLER              PIC X(14) VALUE "MONOGRAMMING".
           05  FILLER              PIC X(14) VALUE "REPAIR".
           05  FILLER              PIC X(14) VALUE "ENGRAVING".
           05  FILLER              PIC X(14) VALUE "ALL SERVICES".
       01  WS-TYPE-LABELS REDEFINES WS-TYPE-LABEL-VALUES.
           05  WS-TYPE-LABEL       PIC X(14) OCCURS 5 TIMES.
       01  WS-HDG-1                PIC X(66) VALUE
           "SA0654 SPECIAL-SERVICE WORK ORDERS - WEEKLY REPORT".
       01  WS-HDG-2.
           05  FILLER PIC X(13) VALUE "WEEK FROM ".
           05  WH-WEEK-FROM     PIC 9(8).
           05  FILLER PIC X(4)  VALUE " TO ".
           05  WH-WEEK-TO       PIC 9(8).
           05  FILLER PIC X(12) VALUE "  RUN DATE ".
           05  WH-RUN-DATE      PIC 9(8).
       01  WS-NO-CAL-LINE.
           05  FILLER PIC X(40) VALUE
               "** RUN DATE NOT ON FISCAL CALENDAR -".
           05  FILLER PIC X(32) VALUE
               " WEEK IS THE 7 DAYS TO YESTERDAY".
       01  WS-STORE-LINE.
           05  FILLER               PIC X(6) VALUE "STORE ".
           05  WL-STORE             PIC 9(4).
       01  WS-CHAIN-LINE.
           05  FILLER               PIC X(14) VALUE "CHAIN TOTALS".
           05  WL-STORE-CNT         PIC ZZ,ZZ9.
           05  FILLER               PIC X(7) VALUE " STORES".
       01  WS-LOST-HDG.
           05  FILLER PIC X(4)  VALUE SPACES.
           05  FILLER PIC X(38) VALUE
               "RETURNED AFTER COMPLETED SERVICE".
           05  FILLER PIC X(5)  VALUE "SVC".
           05  FILLER PIC X(10) VALUE "MDSE SKU".
           05  FILLER PIC X(11) VALUE "CHARGE".
           05  FILLER PIC X(13) VALUE "  VALUE LOST".
           05  FILLER PIC X(11) VALUE "  RTN DATE".
           05  FILLER PIC X(4)  VALUE "STR".
       01  WS-LOST-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WLL-STORE            PIC 9(4).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WLL-DATE             PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WLL-TERM             PIC 9(4).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WLL-TRANNUM          PIC 9(4).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WLL-LINE-SEQ         PIC 9(4).
           05  FILLER               PIC X(10) VALUE SPACES.
           05  WLL-TYPE             PIC X(3).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WLL-MDSE-SKU         PIC 9(7).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WLL-CHARGE           PIC X(10).
           05  WLL-VALUE            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WLL-RTN-DATE         PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WLL-RTN-STORE        PIC 9(4).
       01  WS-LOST-TOTAL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE
               "SERVICED LINES RETURNED".
           05  WLT-CNT              PIC ZZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE
               "   VALUE LOST ".
           05  WLT-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SVC-HDG.
           05  FILLER PIC X(4)  VALUE SPACES.
           05  FILLER PIC X(16) VALUE "SERVICES OPENED".
           05  FILLER PIC X(10) VALUE "      PAID".
           05  FILLER PIC X(15) VALUE "        REVENUE".
           05  FILLER PIC X(11) VALUE "  NO CHARGE".
           05  FILLER PIC X(15) VALUE "   VALUE GIVEN".
       01  WS-SVC-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WSL-LABEL            PIC X(16).
           05  WSL-PAID-CNT         PIC ZZZ,ZZZ,ZZ9.
           05  WSL-REVENUE          PIC ZZZ,ZZZ,ZZ9.99.
           05  WSL-NOCHG-CNT        PIC ZZZ,ZZZ,ZZ9.
           05  WSL-NOCHG-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AGE-HDG.
           05  FILLER PIC X(4)  VALUE SPACES.
           05  FILLER PIC X(16) VALUE "OPEN - DAYS OLD".
           05  FILLER PIC X(9)  VALUE "      0-7".
           05  FILLER PIC X(9)  VALUE "     8-14".
           05  FILLER PIC X(9)  VALUE "    15-30".
           05  FILLER PIC X(9)  VALUE "    31-60".
           05  FILLER PIC X(9)  VALUE "  OVER 60".
           05  FILLER PIC X(9)  VALUE "    TOTAL".
       01  WS-AGE-LINE.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  WAL-CNT OCCURS 6 TIMES PIC Z,ZZZ,ZZ9.
       01  WS-SUMMARY-1.
           05  FILLER               PIC X(17) VALUE "LEDGER READ: ".
           05  WS-SUM-READ           PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LEDGER
               UNTIL END-OF-LEDGER
           IF WS-CUR-STORE NOT = ZERO
               PERFORM 6000-FINISH-STORE
           END-IF
           PERFORM 7000-WRITE-CHAIN-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-JULIAN = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-YDAY-INT = WS-RUN-JULIAN - 1
           INITIALIZE WS-LEVELS
           OPEN OUTPUT WK-RPT-FILE
           WRITE WK-RPT-LINE FROM WS-HDG-1
           PERFORM 1100-LOAD-CALENDAR
           PERFORM 1200-FIX-REPORT-WEEK
           OPEN INPUT WO-FILE
           IF NOT WO-OK
               DISPLAY "SA0654 - WORK-ORDER LEDGER OPEN FAILED "
                       WS-WO-STATUS
               MOVE "Y" TO WS-WO-EOF-SW
           ELSE
               MOVE "Y" TO WS-WO-OPEN-SW
               PERFORM 2100-READ-LEDGER
           END-IF.

       1100-LOAD-CALENDAR.
           OPEN INPUT FISCAL-FILE
           IF NOT FISCAL-OK
               DISPLAY "SA0654 - FISCAL CALENDAR OPEN FAILED "
                       WS-FISCAL-STATUS
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
           ELSE
               DISPLAY "SA0654 - CALENDAR TABLE FULL, CANNOT HOLD "
                       FCL-FISCAL-YEAR
           END-IF.

      *****************************************************************
      *  1200-FIX-REPORT-WEEK - YESTERDAY FALLS IN SOME FISCAL WEEK;
      *  IF YESTERDAY WAS ITS LAST DAY THAT WEEK IS REPORTED,
      *  OTHERWISE THE WEEK BEFORE IT.  FISCAL YEARS ARE CONTIGUOUS,
      *  SO STEPPING BACK FROM WEEK 1 LANDS ON LAST YEAR'S LAST WEEK.
      *****************************************************************
       1200-FIX-REPORT-WEEK.
           PERFORM VARYING FY-IDX FROM 1 BY 1
                   UNTIL FY-IDX > WS-FY-COUNT
               IF FUNCTION DATE-OF-INTEGER (WS-YDAY-INT)
                       >= WS-FY-START-DATE (FY-IDX)
                  AND FUNCTION DATE-OF-INTEGER (WS-YDAY-INT)
                       <= WS-FY-END-DATE (FY-IDX)
                   SET CALENDAR-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CALENDAR-FOUND
               COMPUTE WS-FY-START-INT = FUNCTION INTEGER-OF-DATE
                   (WS-FY-START-DATE (FY-IDX))
               COMPUTE WS-DAY-OFF = WS-YDAY-INT - WS-FY-START-INT
               DIVIDE WS-DAY-OFF BY 7 GIVING WS-WEEK-NO
                   REMAINDER WS-WEEK-REM
               IF WS-WEEK-REM < 6
                   SUBTRACT 1 FROM WS-WEEK-NO
               END-IF
               COMPUTE WS-WEEK-FROM-INT =
                   WS-FY-START-INT + WS-WEEK-NO * 7
           ELSE
               WRITE WK-RPT-LINE FROM WS-NO-CAL-LINE
               COMPUTE WS-WEEK-FROM-INT = WS-YDAY-INT - 6
           END-IF
           COMPUTE WS-WEEK-TO-INT = WS-WEEK-FROM-INT + 6
           COMPUTE WS-WEEK-FROM =
               FUNCTION DATE-OF-INTEGER (WS-WEEK-FROM-INT)
           COMPUTE WS-WEEK-TO =
               FUNCTION DATE-OF-INTEGER (WS-WEEK-TO-INT)
           MOVE WS-WEEK-FROM TO WH-WEEK-FROM
           MOVE WS-WEEK-TO   TO WH-WEEK-TO
           MOVE WS-RUN-DATE  TO WH-RUN-DATE
           WRITE WK-RPT-LINE FROM WS-HDG-2.

       2000-PROCESS-LEDGER.
           IF WOR-STORE NOT = WS-CUR-STORE
               IF WS-CUR-STORE NOT = ZERO
                   PERFORM 6000-FINISH-STORE
               END-IF
               MOVE WOR-STORE TO WS-CUR-STORE
               MOVE "N" TO WS-STORE-HDG-SW
               INITIALIZE WS-LVL (1)
           END-IF
           IF WOR-DATE >= WS-WEEK-FROM AND WOR-DATE <= WS-WEEK-TO
               PERFORM 3000-COUNT-SERVICE
           END-IF
           IF WOR-OPEN AND NOT WOR-MDSE-RETURNED
                   AND WOR-DATE <= WS-WEEK-TO
               PERFORM 4000-AGE-OPEN-ORDER
           END-IF
           IF WOR-MDSE-RETURNED AND WOR-COMPLETED
                   AND WOR-RTN-DATE >= WS-WEEK-FROM
                   AND WOR-RTN-DATE <= WS-WEEK-TO
               PERFORM 5000-LIST-LOST-SERVICE
           END-IF
           PERFORM 2100-READ-LEDGER.

       2100-READ-LEDGER.
           READ WO-FILE INTO WORK-ORDER-RECORD
               AT END
                   MOVE "Y" TO WS-WO-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CNT
           END-READ.

       3000-COUNT-SERVICE.
           EVALUATE TRUE
               WHEN WOR-ALTERATION   MOVE 1 TO WS-T
               WHEN WOR-MONOGRAM     MOVE 2 TO WS-T
               WHEN WOR-REPAIR       MOVE 3 TO WS-T
               WHEN OTHER            MOVE 4 TO WS-T
           END-EVALUATE
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 2
               IF WOR-NO-CHARGE
                   ADD 1 TO WS-LV-NOCHG-CNT (WS-L, WS-T)
                            WS-LV-NOCHG-CNT (WS-L, 5)
                   ADD WOR-SERVICE-VALUE
                       TO WS-LV-NOCHG-VALUE (WS-L, WS-T)
                          WS-LV-NOCHG-VALUE (WS-L, 5)
               ELSE
                   ADD 1 TO WS-LV-PAID-CNT (WS-L, WS-T)
                            WS-LV-PAID-CNT (WS-L, 5)
                   ADD WOR-SERVICE-PRICE
                       TO WS-LV-REVENUE (WS-L, WS-T)
                          WS-LV-REVENUE (WS-L, 5)
               END-IF
           END-PERFORM.

       4000-AGE-OPEN-ORDER.
           COMPUTE WS-AGE-DAYS = WS-WEEK-TO-INT
               - FUNCTION INTEGER-OF-DATE (WOR-DATE)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7    MOVE 1 TO WS-A
               WHEN WS-AGE-DAYS <= 14   MOVE 2 TO WS-A
               WHEN WS-AGE-DAYS <= 30   MOVE 3 TO WS-A
               WHEN WS-AGE-DAYS <= 60   MOVE 4 TO WS-A
               WHEN OTHER               MOVE 5 TO WS-A
           END-EVALUATE
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 2
               ADD 1 TO WS-LV-AGE-CNT (WS-L, WS-A)
                        WS-LV-AGE-CNT (WS-L, 6)
           END-PERFORM.

       5000-LIST-LOST-SERVICE.
           IF NOT STORE-HDG-PRINTED
               PERFORM 6050-PRINT-STORE-HEADING
           END-IF
           IF WS-LV-LOST-CNT (1) = ZERO
               WRITE WK-RPT-LINE FROM WS-LOST-HDG
           END-IF
           MOVE WOR-STORE         TO WLL-STORE
           MOVE WOR-DATE          TO WLL-DATE
           MOVE WOR-TERM          TO WLL-TERM
           MOVE WOR-TRANNUM       TO WLL-TRANNUM
           MOVE WOR-LINE-SEQ      TO WLL-LINE-SEQ
           MOVE WOR-SERVICE-TYPE  TO WLL-TYPE
           MOVE WOR-MDSE-SKU      TO WLL-MDSE-SKU
           IF WOR-NO-CHARGE
               MOVE "NO CHARGE" TO WLL-CHARGE
           ELSE
               MOVE "PAID"      TO WLL-CHARGE
           END-IF
           MOVE WOR-SERVICE-VALUE TO WLL-VALUE
           MOVE WOR-RTN-DATE      TO WLL-RTN-DATE
           MOVE WOR-RTN-STORE     TO WLL-RTN-STORE
           WRITE WK-RPT-LINE FROM WS-LOST-LINE
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 2
               ADD 1 TO WS-LV-LOST-CNT (WS-L)
               ADD WOR-SERVICE-VALUE TO WS-LV-LOST-VALUE (WS-L)
           END-PERFORM.

      *****************************************************************
      *  6000-FINISH-STORE PRINTS THE STORE'S SERVICE AND AGING LINES
      *  UNDER THE RETURNED-SERVICE LINES ALREADY WRITTEN.  A STORE
      *  WITH NOTHING IN THE WEEK AND NOTHING OPEN PRINTS NOTHING.
      *****************************************************************
       6000-FINISH-STORE.
           IF WS-LV-PAID-CNT (1, 5) + WS-LV-NOCHG-CNT (1, 5)
                   + WS-LV-AGE-CNT (1, 6) + WS-LV-LOST-CNT (1) > 0
               IF NOT STORE-HDG-PRINTED
                   PERFORM 6050-PRINT-STORE-HEADING
               END-IF
               MOVE 1 TO WS-L
               PERFORM 6100-PRINT-LEVEL-BLOCK
           END-IF.

       6050-PRINT-STORE-HEADING.
           MOVE SPACES TO WK-RPT-LINE
           WRITE WK-RPT-LINE
           MOVE WS-CUR-STORE TO WL-STORE
           WRITE WK-RPT-LINE FROM WS-STORE-LINE
           ADD 1 TO WS-STORE-CNT
           MOVE "Y" TO WS-STORE-HDG-SW.

       6100-PRINT-LEVEL-BLOCK.
           IF WS-LV-LOST-CNT (WS-L) > 0
               MOVE WS-LV-LOST-CNT (WS-L)   TO WLT-CNT
               MOVE WS-LV-LOST-VALUE (WS-L) TO WLT-VALUE
               WRITE WK-RPT-LINE FROM WS-LOST-TOTAL-LINE
           END-IF
           WRITE WK-RPT-LINE FROM WS-SVC-HDG
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 5
               MOVE WS-TYPE-LABEL (WS-T)            TO WSL-LABEL
               MOVE WS-LV-PAID-CNT (WS-L, WS-T)     TO WSL-PAID-CNT
               MOVE WS-LV-REVENUE (WS-L, WS-T)      TO WSL-REVENUE
               MOVE WS-LV-NOCHG-CNT (WS-L, WS-T)    TO WSL-NOCHG-CNT
               MOVE WS-LV-NOCHG-VALUE (WS-L, WS-T)  TO WSL-NOCHG-VALUE
               WRITE WK-RPT-LINE FROM WS-SVC-LINE
           END-PERFORM
           WRITE WK-RPT-LINE FROM WS-AGE-HDG
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 6
               MOVE WS-LV-AGE-CNT (WS-L, WS-A) TO WAL-CNT (WS-A)
           END-PERFORM
           WRITE WK-RPT-LINE FROM WS-AGE-LINE.

       7000-WRITE-CHAIN-TOTALS.
           MOVE SPACES TO WK-RPT-LINE
           WRITE WK-RPT-LINE
           MOVE WS-STORE-CNT TO WL-STORE-CNT
           WRITE WK-RPT-LINE FROM WS-CHAIN-LINE
           MOVE 2 TO WS-L
           PERFORM 6100-PRINT-LEVEL-BLOCK
           MOVE SPACES TO WK-RPT-LINE
           WRITE WK-RPT-LINE
           MOVE WS-READ-CNT TO WS-SUM-READ
           WRITE WK-RPT-LINE FROM WS-SUMMARY-1.

       9000-TERMINATE.
           IF LEDGER-OPEN
               CLOSE WO-FILE
           END-IF
           CLOSE WK-RPT-FILE.
