       IDENTIFICATION DIVISION.
       PROGRAM-ID. SA0647.
      ****************************************************************
      *  SA0647 - ITEM / PRICE MASTER MAINTENANCE
      *
      *  APPLIES A BATCH OF MAINTENANCE TRANSACTIONS (ITEMTRAN) TO
      *  THE ITEM / PRICE MASTER, THE SAME WAY SA0624 AND SA0637
      *  MAINTAIN THEIR MASTERS: THE OLD MASTER (ITEMMSTI) IS TABLED,
      *  EACH TRANSACTION IS APPLIED, AND THE NEW MASTER (ITEMMSTO)
      *  IS WRITTEN FROM THE TABLE IN SKU SEQUENCE.  THREE ACTIONS
      *  ARE SUPPORTED:
      *    'A' - ADD AN ITEM (REJECTED IF THE SKU ALREADY EXISTS, OR
      *          IF ITS UPC IS ALREADY CARRIED UNDER ANOTHER SKU)
      *    'C' - CHANGE AN ITEM'S PRICES - REGULAR, MARKDOWN,
      *          CLEARANCE AND FLOOR ALL TAKE THE TRANSACTION'S
      *          VALUES AS OF ITS EFF DATE; A NON-BLANK DESCRIPTION
      *          OR NON-ZERO DEPT-CLASS REPLACES THE ONE ON FILE
      *          (REJECTED IF THE SKU IS NOT ON FILE).  A CHANGE
      *          DATED AFTER THE RUN DATE IS HELD, NOT APPLIED - THE
      *          PRICES ON FILE ARE STILL THE ONES SA0648 MUST PROVE
      *          SALES AGAINST UNTIL THEN
      *    'E' - EXPIRE AN ITEM AS OF THE TRANSACTION'S EXP DATE
      *          (REJECTED IF THE SKU IS NOT ON FILE)
      *  EVERY TRANSACTION IS ECHOED TO THE ITEMMRPT REPORT AS
      *  APPLIED, HELD OR REJECTED, SO THE PRICES SA0648 VALIDATES
      *  SALE LINES AGAINST HAVE A PAPER TRAIL.  A MISSING OR EMPTY
      *  OLD MASTER IS TREATED AS A FIRST-TIME LOAD, NOT AN ERROR.
      *
      *  HELD CHANGES ARE CARRIED FROM NIGHT TO NIGHT OLD-IN/NEW-OUT
      *  LIKE THE MASTER (ITEMHLDI TO ITEMHLDO, ITEMTRAN LAYOUT).
      *  EACH NIGHT THE HELD CHANGES ARE PASSED AHEAD OF THE NEW
      *  TRANSACTIONS, SO ONE THAT HAS COME DUE IS APPLIED BEFORE
      *  ANYTHING KEYED TODAY AND ONE STILL IN THE FUTURE IS HELD
      *  AGAIN.  A MISSING ITEMHLDI MEANS NOTHING IS HELD.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ITEM-FILE ASSIGN TO "ITEMMSTI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-ITEM-FILE ASSIGN TO "ITEMMSTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT ITEM-TRAN-FILE ASSIGN TO "ITEMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT OLD-HOLD-FILE ASSIGN TO "ITEMHLDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-HOLD-STATUS.
           SELECT NEW-HOLD-FILE ASSIGN TO "ITEMHLDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-HOLD-STATUS.
           SELECT MAINT-RPT-FILE ASSIGN TO "ITEMMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ITEM-FILE.
       01  OLD-ITEM-RECORD         PIC X(120).
       FD  NEW-ITEM-FILE.
       01  NEW-ITEM-RECORD         PIC X(120).
       FD  ITEM-TRAN-FILE.
       01  ITEM-TRAN-LINE.
           05  ITR-ACTION          PIC X.
               88  TRAN-ADD             VALUE "A".
               88  TRAN-CHANGE          VALUE "C".
               88  TRAN-EXPIRE          VALUE "E".
           05  ITR-SKU             PIC 9(7).
           05  ITR-UPC             PIC 9(13).
           05  ITR-DEPT-CLASS      PIC 9(7).
           05  ITR-DESC            PIC X(30).
           05  ITR-REG-PRICE       PIC 9(7)V99.
           05  ITR-MKDN-PRICE      PIC 9(7)V99.
           05  ITR-CLEAR-PRICE     PIC 9(7)V99.
           05  ITR-FLOOR-PRICE     PIC 9(7)V99.
           05  ITR-EFF-DATE        PIC 9(8).
           05  ITR-EXP-DATE        PIC 9(8).
       FD  OLD-HOLD-FILE.
       01  OLD-HOLD-LINE           PIC X(110).
       FD  NEW-HOLD-FILE.
       01  NEW-HOLD-LINE           PIC X(110).
       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       COPY ITEMPRC.
       01  WS-OLD-STATUS           PIC XX  VALUE "00".
           88  OLD-OK                       VALUE "00".
       01  WS-NEW-STATUS           PIC XX  VALUE "00".
       01  WS-TRAN-STATUS          PIC XX  VALUE "00".
           88  TRAN-OK                      VALUE "00".
       01  WS-OLD-HOLD-STATUS      PIC XX  VALUE "00".
           88  OLD-HOLD-OK                  VALUE "00".
       01  WS-NEW-HOLD-STATUS      PIC XX  VALUE "00".
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-OLD-EOF-SW           PIC X   VALUE "N".
           88  END-OF-OLD-MASTER            VALUE "Y".
       01  WS-TRAN-EOF-SW          PIC X   VALUE "N".
           88  END-OF-TRANS                 VALUE "Y".
       01  WS-TRAN-OPEN-SW         PIC X   VALUE "N".
           88  TRAN-FILE-OPEN               VALUE "Y".
       01  WS-HOLD-EOF-SW          PIC X   VALUE "N".
           88  END-OF-OLD-HOLD              VALUE "Y".
       01  WS-MAX-ITEM             PIC S9(4) COMP VALUE 5000.
       01  WS-ITEM-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ITM-IDX ITM-SRCH-IDX.
               10  WS-IT-SKU            PIC 9(7).
               10  WS-IT-UPC            PIC 9(13).
               10  WS-IT-DEPT-CLASS     PIC 9(7).
               10  WS-IT-DESC           PIC X(30).
               10  WS-IT-REG-PRICE      PIC 9(7)V99.
               10  WS-IT-MKDN-PRICE     PIC 9(7)V99.
               10  WS-IT-CLEAR-PRICE    PIC 9(7)V99.
               10  WS-IT-FLOOR-PRICE    PIC 9(7)V99.
               10  WS-IT-EFF-DATE       PIC 9(8).
               10  WS-IT-EXP-DATE       PIC 9(8).
               10  WS-IT-STATUS         PIC X.
       01  WS-FOUND-SW             PIC X   VALUE "N".
           88  ITEM-FOUND                   VALUE "Y".
       01  WS-UPC-FOUND-SW         PIC X   VALUE "N".
           88  UPC-FOUND                    VALUE "Y".
       01  WS-SORT-SW              PIC X.
       01  WS-SWAP-ITEM            PIC X(110).
       01  WS-I                    PIC S9(4) COMP.
       01  WS-LOAD-DROP-CNT        PIC 9(7) COMP-3 VALUE 0.
       01  WS-APPLIED-CNT          PIC 9(7) COMP-3 VALUE 0.
       01  WS-REJECT-CNT           PIC 9(7) COMP-3 VALUE 0.
       01  WS-HELD-CNT             PIC 9(7) COMP-3 VALUE 0.
       01  WS-HDG-1                PIC X(60) VALUE
           "SA0647 ITEM / PRICE MASTER MAINTENANCE".
       01  WS-HDG-2.
           05  FILLER PIC X(8)  VALUE "ACTION".
           05  FILLER PIC X(9)  VALUE "SKU".
           05  FILLER PIC X(15) VALUE "UPC".
           05  FILLER PIC X(13) VALUE "   REGULAR".
           05  FILLER PIC X(13) VALUE "  MARKDOWN".
           05  FILLER PIC X(13) VALUE " CLEARANCE".
           05  FILLER PIC X(13) VALUE "     FLOOR".
           05  FILLER PIC X(10) VALUE "EFF-DATE".
           05  FILLER PIC X(10) VALUE "EXP-DATE".
           05  FILLER PIC X(20) VALUE "DISPOSITION".
       01  WS-DETAIL-LINE.
           05  WD-ACTION            PIC X.
           05  FILLER               PIC X(7) VALUE SPACES.
           05  WD-SKU               PIC 9(7).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-UPC               PIC 9(13).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-REG-PRICE         PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-MKDN-PRICE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-CLEAR-PRICE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-FLOOR-PRICE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-EFF-DATE          PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-EXP-DATE          PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-DISPOSITION       PIC X(30).
       01  WS-ABORT-LINE.
           05  FILLER  PIC X(40) VALUE
               "** RUN ABORTED - TABLE OVERFLOW - NEW ".
           05  FILLER  PIC X(25) VALUE "MASTER NOT WRITTEN **".
       01  WS-SUMMARY-LINE.
           05  FILLER               PIC X(16) VALUE "TRANS APPLIED: ".
           05  WS-SUM-APPLIED        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE "  REJECTED: ".
           05  WS-SUM-REJECT         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(16) VALUE "  ITEMS OUT: ".
           05  WS-SUM-ITEMS          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE "  HELD: ".
           05  WS-SUM-HELD           PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-TRANSACTION
               UNTIL END-OF-TRANS
           PERFORM 3000-WRITE-NEW-MASTER
           PERFORM 4000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT MAINT-RPT-FILE
           WRITE MAINT-RPT-LINE FROM WS-HDG-1
           WRITE MAINT-RPT-LINE FROM WS-HDG-2
           PERFORM 1100-LOAD-OLD-MASTER
           OPEN OUTPUT NEW-HOLD-FILE
           OPEN INPUT OLD-HOLD-FILE
           IF NOT OLD-HOLD-OK
               DISPLAY "SA0647 - NO HELD CHANGES (STATUS "
                       WS-OLD-HOLD-STATUS ")"
               MOVE "Y" TO WS-HOLD-EOF-SW
           END-IF
           OPEN INPUT ITEM-TRAN-FILE
           IF NOT TRAN-OK
               DISPLAY "SA0647 - TRAN FILE OPEN FAILED " WS-TRAN-STATUS
           ELSE
               MOVE "Y" TO WS-TRAN-OPEN-SW
           END-IF
           PERFORM 2100-READ-TRAN.

      *****************************************************************
      *  1100-LOAD-OLD-MASTER TABLES THE PRIOR ITEM MASTER.  AN OPEN
      *  FAILURE IS A FIRST-TIME LOAD (NO MASTER YET), NOT AN ERROR -
      *  THE TABLE JUST STARTS EMPTY.
      *****************************************************************
       1100-LOAD-OLD-MASTER.
           OPEN INPUT OLD-ITEM-FILE
           IF NOT OLD-OK
               DISPLAY "SA0647 - NO PRIOR MASTER (STATUS "
                       WS-OLD-STATUS ") - FIRST-TIME LOAD"
               MOVE "Y" TO WS-OLD-EOF-SW
           ELSE
               PERFORM UNTIL END-OF-OLD-MASTER
                   READ OLD-ITEM-FILE INTO ITEM-PRICE-RECORD
                       AT END
                           MOVE "Y" TO WS-OLD-EOF-SW
                       NOT AT END
                           PERFORM 1150-TABLE-OLD-ITEM
                   END-READ
               END-PERFORM
               CLOSE OLD-ITEM-FILE
           END-IF.

       1150-TABLE-OLD-ITEM.
           IF WS-ITEM-COUNT < WS-MAX-ITEM
               ADD 1 TO WS-ITEM-COUNT
               SET ITM-IDX TO WS-ITEM-COUNT
               MOVE ITP-SKU          TO WS-IT-SKU (ITM-IDX)
               MOVE ITP-UPC          TO WS-IT-UPC (ITM-IDX)
               MOVE ITP-DEPT-CLASS   TO WS-IT-DEPT-CLASS (ITM-IDX)
               MOVE ITP-DESC         TO WS-IT-DESC (ITM-IDX)
               MOVE ITP-REG-PRICE    TO WS-IT-REG-PRICE (ITM-IDX)
               MOVE ITP-MKDN-PRICE   TO WS-IT-MKDN-PRICE (ITM-IDX)
               MOVE ITP-CLEAR-PRICE  TO WS-IT-CLEAR-PRICE (ITM-IDX)
               MOVE ITP-FLOOR-PRICE  TO WS-IT-FLOOR-PRICE (ITM-IDX)
               MOVE ITP-EFF-DATE     TO WS-IT-EFF-DATE (ITM-IDX)
               MOVE ITP-EXP-DATE     TO WS-IT-EXP-DATE (ITM-IDX)
               MOVE ITP-STATUS       TO WS-IT-STATUS (ITM-IDX)
           ELSE
               DISPLAY "SA0647 - ITEM TABLE FULL, CANNOT HOLD "
                       ITP-SKU
               ADD 1 TO WS-LOAD-DROP-CNT
           END-IF.

       2000-APPLY-TRANSACTION.
           MOVE ITR-ACTION       TO WD-ACTION
           MOVE ITR-SKU          TO WD-SKU
           MOVE ITR-UPC          TO WD-UPC
           MOVE ITR-REG-PRICE    TO WD-REG-PRICE
           MOVE ITR-MKDN-PRICE   TO WD-MKDN-PRICE
           MOVE ITR-CLEAR-PRICE  TO WD-CLEAR-PRICE
           MOVE ITR-FLOOR-PRICE  TO WD-FLOOR-PRICE
           MOVE ITR-EFF-DATE     TO WD-EFF-DATE
           MOVE ITR-EXP-DATE     TO WD-EXP-DATE
           PERFORM 2200-FIND-ITEM
           EVALUATE TRUE
               WHEN TRAN-ADD AND ITEM-FOUND
                   MOVE "REJECTED - ALREADY ON FILE" TO WD-DISPOSITION
                   ADD 1 TO WS-REJECT-CNT
               WHEN TRAN-ADD
                   PERFORM 2250-FIND-UPC
                   IF UPC-FOUND
                       MOVE "REJECTED - UPC ON OTHER SKU"
                           TO WD-DISPOSITION
                       ADD 1 TO WS-REJECT-CNT
                   ELSE
                       PERFORM 2300-ADD-ITEM
                   END-IF
               WHEN TRAN-CHANGE AND NOT ITEM-FOUND
                   MOVE "REJECTED - NOT ON FILE" TO WD-DISPOSITION
                   ADD 1 TO WS-REJECT-CNT
               WHEN TRAN-CHANGE AND ITR-EFF-DATE > WS-RUN-DATE
                   WRITE NEW-HOLD-LINE FROM ITEM-TRAN-LINE
                   MOVE "HELD - NOT YET EFFECTIVE" TO WD-DISPOSITION
                   ADD 1 TO WS-HELD-CNT
               WHEN TRAN-CHANGE
                   PERFORM 2400-CHANGE-ITEM
               WHEN TRAN-EXPIRE AND NOT ITEM-FOUND
                   MOVE "REJECTED - NOT ON FILE" TO WD-DISPOSITION
                   ADD 1 TO WS-REJECT-CNT
               WHEN TRAN-EXPIRE
                   MOVE "E" TO WS-IT-STATUS (ITM-SRCH-IDX)
                   MOVE ITR-EXP-DATE
                       TO WS-IT-EXP-DATE (ITM-SRCH-IDX)
                   MOVE "EXPIRED" TO WD-DISPOSITION
                   ADD 1 TO WS-APPLIED-CNT
               WHEN OTHER
                   MOVE "REJECTED - BAD ACTION" TO WD-DISPOSITION
                   ADD 1 TO WS-REJECT-CNT
           END-EVALUATE
           WRITE MAINT-RPT-LINE FROM WS-DETAIL-LINE
           PERFORM 2100-READ-TRAN.

      *****************************************************************
      *  2100-READ-TRAN PASSES THE HELD CHANGES FIRST, THEN THE NEW
      *  TRANSACTIONS.
      *****************************************************************
       2100-READ-TRAN.
           IF NOT END-OF-OLD-HOLD
               READ OLD-HOLD-FILE INTO ITEM-TRAN-LINE
                   AT END
                       MOVE "Y" TO WS-HOLD-EOF-SW
                       CLOSE OLD-HOLD-FILE
               END-READ
           END-IF
           IF END-OF-OLD-HOLD
               IF TRAN-FILE-OPEN
                   READ ITEM-TRAN-FILE
                       AT END
                           MOVE "Y" TO WS-TRAN-EOF-SW
                   END-READ
               ELSE
                   MOVE "Y" TO WS-TRAN-EOF-SW
               END-IF
           END-IF.

       2200-FIND-ITEM.
           MOVE "N" TO WS-FOUND-SW
           IF WS-ITEM-COUNT > 0
               PERFORM VARYING ITM-SRCH-IDX FROM 1 BY 1
                       UNTIL ITM-SRCH-IDX > WS-ITEM-COUNT
                   IF WS-IT-SKU (ITM-SRCH-IDX) = ITR-SKU
                       SET ITEM-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      *  2250-FIND-UPC KEEPS A UPC FROM BEING CARRIED UNDER TWO SKUS -
      *  SA0648 RESOLVES A LINE RUNG WITHOUT A SKU BY ITS UPC, AND A
      *  UPC ON TWO ITEMS WOULD PRICE IT AGAINST WHICHEVER CAME FIRST.
      *****************************************************************
       2250-FIND-UPC.
           MOVE "N" TO WS-UPC-FOUND-SW
           IF ITR-UPC NOT = ZERO AND WS-ITEM-COUNT > 0
               PERFORM VARYING ITM-SRCH-IDX FROM 1 BY 1
                       UNTIL ITM-SRCH-IDX > WS-ITEM-COUNT
                   IF WS-IT-UPC (ITM-SRCH-IDX) = ITR-UPC
                       SET UPC-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       2300-ADD-ITEM.
           IF WS-ITEM-COUNT < WS-MAX-ITEM
               ADD 1 TO WS-ITEM-COUNT
               SET ITM-IDX TO WS-ITEM-COUNT
               MOVE ITR-SKU          TO WS-IT-SKU (ITM-IDX)
               MOVE ITR-UPC          TO WS-IT-UPC (ITM-IDX)
               MOVE ITR-DEPT-CLASS   TO WS-IT-DEPT-CLASS (ITM-IDX)
               MOVE ITR-DESC         TO WS-IT-DESC (ITM-IDX)
               MOVE ITR-REG-PRICE    TO WS-IT-REG-PRICE (ITM-IDX)
               MOVE ITR-MKDN-PRICE   TO WS-IT-MKDN-PRICE (ITM-IDX)
               MOVE ITR-CLEAR-PRICE  TO WS-IT-CLEAR-PRICE (ITM-IDX)
               MOVE ITR-FLOOR-PRICE  TO WS-IT-FLOOR-PRICE (ITM-IDX)
               MOVE ITR-EFF-DATE     TO WS-IT-EFF-DATE (ITM-IDX)
               MOVE ITR-EXP-DATE     TO WS-IT-EXP-DATE (ITM-IDX)
               MOVE "A"              TO WS-IT-STATUS (ITM-IDX)
               MOVE "ADDED"          TO WD-DISPOSITION
               ADD 1 TO WS-APPLIED-CNT
           ELSE
               MOVE "REJECTED - TABLE FULL" TO WD-DISPOSITION
               ADD 1 TO WS-REJECT-CNT
           END-IF.

       2400-CHANGE-ITEM.
           MOVE ITR-REG-PRICE   TO WS-IT-REG-PRICE (ITM-SRCH-IDX)
           MOVE ITR-MKDN-PRICE  TO WS-IT-MKDN-PRICE (ITM-SRCH-IDX)
           MOVE ITR-CLEAR-PRICE TO WS-IT-CLEAR-PRICE (ITM-SRCH-IDX)
           MOVE ITR-FLOOR-PRICE TO WS-IT-FLOOR-PRICE (ITM-SRCH-IDX)
           MOVE ITR-EFF-DATE    TO WS-IT-EFF-DATE (ITM-SRCH-IDX)
           IF ITR-DESC NOT = SPACES
               MOVE ITR-DESC    TO WS-IT-DESC (ITM-SRCH-IDX)
           END-IF
           IF ITR-DEPT-CLASS NOT = ZERO
               MOVE ITR-DEPT-CLASS
                   TO WS-IT-DEPT-CLASS (ITM-SRCH-IDX)
           END-IF
           MOVE "PRICES CHANGED" TO WD-DISPOSITION
           ADD 1 TO WS-APPLIED-CNT.

      *****************************************************************
      *  2900-SORT-ITEM-TABLE PUTS THE TABLE IN ITP-SKU SEQUENCE
      *  BEFORE THE NEW MASTER IS WRITTEN - ADDS LAND AT THE END OF
      *  THE TABLE IN WHATEVER ORDER THE TRANSACTIONS ARRIVED, AND
      *  THE MASTER FILE IS KEPT IN SKU SEQUENCE.
      *****************************************************************
       2900-SORT-ITEM-TABLE.
           MOVE "Y" TO WS-SORT-SW
           PERFORM UNTIL WS-SORT-SW = "N"
               MOVE "N" TO WS-SORT-SW
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-ITEM-COUNT
                   SET ITM-IDX TO WS-I
                   SET ITM-SRCH-IDX TO WS-I
                   SET ITM-SRCH-IDX UP BY 1
                   IF WS-IT-SKU (ITM-SRCH-IDX) < WS-IT-SKU (ITM-IDX)
                       MOVE WS-ITEM-ENTRY (ITM-IDX) TO WS-SWAP-ITEM
                       MOVE WS-ITEM-ENTRY (ITM-SRCH-IDX)
                           TO WS-ITEM-ENTRY (ITM-IDX)
                       MOVE WS-SWAP-ITEM
                           TO WS-ITEM-ENTRY (ITM-SRCH-IDX)
                       MOVE "Y" TO WS-SORT-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      *  3000-WRITE-NEW-MASTER REPLACES THE ITEM MASTER FROM THE
      *  TABLE.  IF THE OLD MASTER OVERFLOWED THE TABLE THE NEW FILE
      *  WOULD BE MISSING ITEMS, SO THE RUN IS ABORTED WITHOUT
      *  WRITING AND THE OLD MASTER STAYS IN FORCE.
      *****************************************************************
       3000-WRITE-NEW-MASTER.
           IF WS-LOAD-DROP-CNT > 0
               DISPLAY "SA0647 - RUN ABORTED - " WS-LOAD-DROP-CNT
                       " ITEMS DID NOT FIT THE TABLE - "
                       "NEW MASTER NOT WRITTEN"
               MOVE WS-ABORT-LINE TO MAINT-RPT-LINE
               WRITE MAINT-RPT-LINE
           ELSE
               PERFORM 2900-SORT-ITEM-TABLE
               OPEN OUTPUT NEW-ITEM-FILE
               PERFORM VARYING ITM-IDX FROM 1 BY 1
                       UNTIL ITM-IDX > WS-ITEM-COUNT
                   MOVE SPACES TO ITEM-PRICE-RECORD
                   MOVE WS-IT-SKU (ITM-IDX)         TO ITP-SKU
                   MOVE WS-IT-UPC (ITM-IDX)         TO ITP-UPC
                   MOVE WS-IT-DEPT-CLASS (ITM-IDX)  TO ITP-DEPT-CLASS
                   MOVE WS-IT-DESC (ITM-IDX)        TO ITP-DESC
                   MOVE WS-IT-REG-PRICE (ITM-IDX)   TO ITP-REG-PRICE
                   MOVE WS-IT-MKDN-PRICE (ITM-IDX)  TO ITP-MKDN-PRICE
                   MOVE WS-IT-CLEAR-PRICE (ITM-IDX)
                       TO ITP-CLEAR-PRICE
                   MOVE WS-IT-FLOOR-PRICE (ITM-IDX)
                       TO ITP-FLOOR-PRICE
                   MOVE WS-IT-EFF-DATE (ITM-IDX)    TO ITP-EFF-DATE
                   MOVE WS-IT-EXP-DATE (ITM-IDX)    TO ITP-EXP-DATE
                   MOVE WS-IT-STATUS (ITM-IDX)      TO ITP-STATUS
                   WRITE NEW-ITEM-RECORD FROM ITEM-PRICE-RECORD
               END-PERFORM
               CLOSE NEW-ITEM-FILE
           END-IF.

       4000-WRITE-SUMMARY.
           MOVE WS-APPLIED-CNT TO WS-SUM-APPLIED
           MOVE WS-REJECT-CNT  TO WS-SUM-REJECT
           MOVE WS-ITEM-COUNT  TO WS-SUM-ITEMS
           MOVE WS-HELD-CNT    TO WS-SUM-HELD
           WRITE MAINT-RPT-LINE FROM WS-SUMMARY-LINE.

       9000-TERMINATE.
           IF TRAN-FILE-OPEN
               CLOSE ITEM-TRAN-FILE
           END-IF
           CLOSE NEW-HOLD-FILE
           CLOSE MAINT-RPT-FILE.
