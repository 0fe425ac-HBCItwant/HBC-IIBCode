       IDENTIFICATION DIVISION.
       PROGRAM-ID. SA0648.
      ****************************************************************
      *  SA0648 - SALE-LINE PRICE-INTEGRITY VALIDATION
      *
      *  THE SALE LINE CARRIES UDR-SKU, UDR-UPC-NO-13, THE TICKET
      *  PRICE, THE MERCHANDISE STATUS AND THE PRICE RUNG, BUT NO JOB
      *  EVER CHECKED WHETHER AN ITEM RANG AT THE RIGHT PRICE.  THIS
      *  JOB WALKS THE UNPACKED SAMASTER FILE AND VALIDATES EVERY
      *  LIVE RECTYPE 05 'SL ' MERCHANDISE LINE AGAINST THE ITEM /
      *  PRICE MASTER MAINTAINED BY SA0647 (ITEMMST).  THE ITEM IS
      *  FOUND BY UDR-SKU, OR BY UDR-UPC-NO-13 WHEN THE LINE CARRIES
      *  NO SKU.  EXCEPTIONS:
      *    - SKU / UPC NOT ON THE MASTER (NOTED WHEN THE REGISTER
      *      ITSELF FLAGGED UDR-UPC-NOT-ON-FILE-FLAG), OR A UPC THAT
      *      DOES NOT BELONG TO THE SKU RUNG
      *    - ITEM EXPIRED ON THE MASTER AS OF THE RINGING DATE
      *    - UDR-TICKET-PRICE NOT THE MASTER'S CURRENT PRICE FOR THE
      *      LINE'S UDR-MDSE-STATUS-FLAG
      *    - UNIT PRICE RUNG BELOW THE MASTER FLOOR WITH NO
      *      UDR-OVERRIDE-FLAG
      *    - A FINAL / YELLOW-DOT ITEM (STATUS 0008) SOLD AT ANYTHING
      *      BUT THE MASTER CLEARANCE PRICE
      *  EACH EXCEPTION CARRIES STORE, TERMINAL, RINGING ASSOCIATE
      *  AND THE DOLLAR LEAKAGE - THE MASTER (OR FLOOR) PRICE LESS
      *  THE PRICE TAKEN, TIMES THE QUANTITY; A NEGATIVE LEAKAGE IS
      *  AN OVERCHARGE.  TRAINING AND VOIDED TRANSACTIONS, DELETED
      *  LINES AND NON-MERCHANDISE / SPECIAL-SERVICE LINES ARE NOT
      *  VALIDATED.  THE PRCVRPT REPORT ENDS WITH COUNTS AND LEAKAGE
      *  BY EXCEPTION CLASS.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMASTER-FILE ASSIGN TO "SAMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMSTR-STATUS.
           SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT PRICE-RPT-FILE ASSIGN TO "PRCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SAMASTER-FILE.
       COPY SAMUNPAK.
       FD  ITEM-MST-FILE.
       01  ITEM-MST-RECORD         PIC X(120).
       FD  PRICE-RPT-FILE.
       01  PRICE-RPT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       COPY ITEMPRC.
       01  WS-SAMSTR-STATUS        PIC XX  VALUE "00".
           88  SAMSTR-OK                    VALUE "00".
       01  WS-MST-STATUS           PIC XX  VALUE "00".
           88  ITEM-MST-OK                  VALUE "00".
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-EOF-SW               PIC X   VALUE "N".
           88  END-OF-SAMASTER              VALUE "Y".
       01  WS-MST-EOF-SW           PIC X   VALUE "N".
           88  END-OF-ITEM-MASTER           VALUE "Y".
       01  WS-MAX-ITEM             PIC S9(4) COMP VALUE 5000.
       01  WS-ITEM-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ITM-IDX ITM-SRCH-IDX.
               10  WS-IT-SKU            PIC 9(7).
               10  WS-IT-UPC            PIC 9(13).
               10  WS-IT-REG-PRICE      PIC 9(7)V99.
               10  WS-IT-MKDN-PRICE     PIC 9(7)V99.
               10  WS-IT-CLEAR-PRICE    PIC 9(7)V99.
               10  WS-IT-FLOOR-PRICE    PIC 9(7)V99.
               10  WS-IT-EXP-DATE       PIC 9(8).
               10  WS-IT-STATUS         PIC X.
       01  WS-ITEM-DROP-CNT        PIC 9(7) COMP-3 VALUE 0.
       01  WS-FOUND-SW             PIC X   VALUE "N".
           88  ITEM-FOUND                   VALUE "Y".
       01  WS-FOUND-BY             PIC X   VALUE SPACE.
           88  FOUND-BY-SKU                 VALUE "S".
           88  FOUND-BY-UPC                 VALUE "U".
      *****************************************************************
      *  CURRENT-TRANSACTION CONTEXT, CAPTURED FROM THE HEADER.  A
      *  TRAINING, VOIDED OR VDT TRANSACTION MOVED NO MERCHANDISE,
      *  SO ITS LINES ARE NOT VALIDATED.
      *****************************************************************
       01  WS-VALIDATE-SW          PIC X   VALUE "N".
           88  VALIDATE-THIS-TRAN           VALUE "Y".
       01  WS-TRAN-STORE           PIC 9(4).
       01  WS-TRAN-TERM            PIC 9(4).
       01  WS-TRAN-TRACER          PIC 9(4).
       01  WS-TRAN-CRDATE          PIC 9(8).
       01  WS-TRAN-ASSOC           PIC 9(7).
      *****************************************************************
      *  LINE PRICING WORK FIELDS.  UDR-PRICE-2D IS THE EXTENDED LINE
      *  AMOUNT; THE UNIT PRICE TAKEN IS THAT OVER THE QUANTITY.
      *****************************************************************
       01  WS-QTY                  PIC 9(5).
       01  WS-AMT-SIGNED           PIC S9(7)V99.
       01  WS-UNIT-PRICE           PIC S9(7)V99.
       01  WS-TICKET-PRICE         PIC 9(7)V99.
       01  WS-MASTER-PRICE         PIC 9(7)V99.
       01  WS-CLEAR-PRICE          PIC 9(7)V99.
       01  WS-LEAKAGE              PIC S9(9)V99.
       01  WS-EXCP-CLASS           PIC 9.
       01  WS-CLASS-NAMES.
           05  FILLER PIC X(26) VALUE "SKU/UPC NOT ON MASTER".
           05  FILLER PIC X(26) VALUE "UPC NOT ON MASTER FOR SKU".
           05  FILLER PIC X(26) VALUE "ITEM EXPIRED ON MASTER".
           05  FILLER PIC X(26) VALUE "TICKET NOT MASTER PRICE".
           05  FILLER PIC X(26) VALUE "BELOW FLOOR - NO OVERRIDE".
           05  FILLER PIC X(26) VALUE "FINAL NOT AT CLEARANCE".
       01  WS-CLASS-NAME-TBL REDEFINES WS-CLASS-NAMES.
           05  WS-CLASS-NAME       PIC X(26) OCCURS 6 TIMES.
       01  WS-CLASS-TOTALS.
           05  WS-CLASS-ENTRY OCCURS 6 TIMES.
               10  WS-CLASS-CNT         PIC 9(7)     COMP-3.
               10  WS-CLASS-LEAKAGE     PIC S9(9)V99 COMP-3.
       01  WS-LINE-CNT             PIC 9(7) COMP-3 VALUE 0.
       01  WS-EXCP-CNT             PIC 9(7) COMP-3 VALUE 0.
       01  WS-TOTAL-LEAKAGE        PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-HDG-1                PIC X(66) VALUE
           "SA0648 SALE-LINE PRICE-INTEGRITY VALIDATION - EXCEPTIONS".
       01  WS-HDG-2.
           05  FILLER PIC X(6)  VALUE "STORE".
           05  FILLER PIC X(6)  VALUE "TERM".
           05  FILLER PIC X(6)  VALUE "TRCR".
           05  FILLER PIC X(10) VALUE "CRDATE".
           05  FILLER PIC X(9)  VALUE "RING-ASC".
           05  FILLER PIC X(9)  VALUE "SKU".
           05  FILLER PIC X(5)  VALUE "STAT".
           05  FILLER PIC X(11) VALUE "    TICKET".
           05  FILLER PIC X(11) VALUE "      RUNG".
           05  FILLER PIC X(11) VALUE "    MASTER".
           05  FILLER PIC X(15) VALUE "      LEAKAGE".
           05  FILLER PIC X(26) VALUE "EXCEPTION".
       01  WS-DETAIL-LINE.
           05  WD-STORE             PIC 9999.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-TERM              PIC 9999.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-TRACER            PIC 9999.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-CRDATE            PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-ASSOC             PIC 9(7).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-SKU               PIC 9(7).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-STATUS            PIC 9(4).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-TICKET            PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-RUNG              PIC ZZZ,ZZ9.99-.
           05  WD-MASTER            PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-LEAKAGE           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-EXCEPTION         PIC X(26).
       01  WS-HDG-3                PIC X(50) VALUE
           "EXCEPTIONS BY CLASS".
       01  WS-CLASS-LINE.
           05  WC-CLASS-NAME        PIC X(26).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WC-CNT               PIC ZZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE "  LEAKAGE: ".
           05  WC-LEAKAGE           PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-SUMMARY-LINE.
           05  FILLER               PIC X(16) VALUE "LINES CHECKED: ".
           05  WS-SUM-LINES          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE "  EXCEPTIONS: ".
           05  WS-SUM-EXCP           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(17) VALUE "  TOTAL LEAKAGE: ".
           05  WS-SUM-LEAKAGE        PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-TRUNC-LINE.
           05  FILLER               PIC X(46) VALUE
               "** ITEM TABLE FULL - ITEMS NOT LOADED: ".
           05  WS-SUM-TRUNC          PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SAMASTER
               UNTIL END-OF-SAMASTER
           PERFORM 4000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE WS-CLASS-TOTALS
           OPEN OUTPUT PRICE-RPT-FILE
           WRITE PRICE-RPT-LINE FROM WS-HDG-1
           WRITE PRICE-RPT-LINE FROM WS-HDG-2
           PERFORM 1100-LOAD-ITEM-MASTER
           OPEN INPUT SAMASTER-FILE
           IF NOT SAMSTR-OK
               DISPLAY "SA0648 - SAMASTER OPEN FAILED " WS-SAMSTR-STATUS
               MOVE "Y" TO WS-EOF-SW
           ELSE
               PERFORM 2100-READ-SAMASTER
           END-IF.

       1100-LOAD-ITEM-MASTER.
           OPEN INPUT ITEM-MST-FILE
           IF NOT ITEM-MST-OK
               DISPLAY "SA0648 - ITEM MASTER OPEN FAILED "
                       WS-MST-STATUS " - ALL ITEMS REPORT NOT ON FILE"
               MOVE "Y" TO WS-MST-EOF-SW
           ELSE
               PERFORM UNTIL END-OF-ITEM-MASTER
                   READ ITEM-MST-FILE INTO ITEM-PRICE-RECORD
                       AT END
                           MOVE "Y" TO WS-MST-EOF-SW
                       NOT AT END
                           PERFORM 1150-TABLE-ITEM
                   END-READ
               END-PERFORM
               CLOSE ITEM-MST-FILE
           END-IF.

       1150-TABLE-ITEM.
           IF WS-ITEM-COUNT < WS-MAX-ITEM
               ADD 1 TO WS-ITEM-COUNT
               SET ITM-IDX TO WS-ITEM-COUNT
               MOVE ITP-SKU          TO WS-IT-SKU (ITM-IDX)
               MOVE ITP-UPC          TO WS-IT-UPC (ITM-IDX)
               MOVE ITP-REG-PRICE    TO WS-IT-REG-PRICE (ITM-IDX)
               MOVE ITP-MKDN-PRICE   TO WS-IT-MKDN-PRICE (ITM-IDX)
               MOVE ITP-CLEAR-PRICE  TO WS-IT-CLEAR-PRICE (ITM-IDX)
               MOVE ITP-FLOOR-PRICE  TO WS-IT-FLOOR-PRICE (ITM-IDX)
               MOVE ITP-EXP-DATE     TO WS-IT-EXP-DATE (ITM-IDX)
               MOVE ITP-STATUS       TO WS-IT-STATUS (ITM-IDX)
           ELSE
               DISPLAY "SA0648 - ITEM TABLE FULL, DROPPED " ITP-SKU
               ADD 1 TO WS-ITEM-DROP-CNT
           END-IF.

       2000-PROCESS-SAMASTER.
           EVALUATE UHR-RECTYPE
               WHEN 00
                   PERFORM 2200-CAPTURE-HEADER
               WHEN 05
                   IF VALIDATE-THIS-TRAN
                           AND SALE
                           AND UDR-DELETE NOT = "Y"
                           AND UDR-NON-MERCH-FLAG NOT = "Y"
                           AND UDR-SPECIAL-SERVICE-IND = SPACES
                       PERFORM 2300-VALIDATE-SALE-LINE
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

       2200-CAPTURE-HEADER.
           MOVE UHR-STORE         TO WS-TRAN-STORE
           MOVE UHR-TERMINAL      TO WS-TRAN-TERM
           MOVE UHR-TRANNUM       TO WS-TRAN-TRACER
           MOVE UHR-CRDATE        TO WS-TRAN-CRDATE
           MOVE UHR-RINGING-ASSOC TO WS-TRAN-ASSOC
           IF THIS-IS-TRAINING
                   OR VOID-TRAN
                   OR UHR-VOID NOT = ZERO
                   OR UHR-SA-VOID-IND = 1
               MOVE "N" TO WS-VALIDATE-SW
           ELSE
               MOVE "Y" TO WS-VALIDATE-SW
           END-IF.

      *****************************************************************
      *  2300-VALIDATE-SALE-LINE RESOLVES THE ITEM AND RUNS THE PRICE
      *  TESTS.  ONE LINE CAN FAIL MORE THAN ONE TEST - A FINAL ITEM
      *  RUNG UNDER ITS FLOOR AT THE WRONG TICKET IS THREE PROBLEMS -
      *  AND EACH IS REPORTED.
      *****************************************************************
       2300-VALIDATE-SALE-LINE.
           ADD 1 TO WS-LINE-CNT
           MOVE UDR-QTY-0D TO WS-QTY
           IF WS-QTY = ZERO
               MOVE 1 TO WS-QTY
           END-IF
           MOVE UDR-PRICE-2D TO WS-AMT-SIGNED
           IF UDR-PRICE-SIGN = "-"
               MULTIPLY -1 BY WS-AMT-SIGNED
           END-IF
           COMPUTE WS-UNIT-PRICE ROUNDED = WS-AMT-SIGNED / WS-QTY
           MOVE UDR-TICKET-PRICE TO WS-TICKET-PRICE
           MOVE ZERO TO WS-MASTER-PRICE
           PERFORM 2400-RESOLVE-ITEM
           EVALUATE TRUE
               WHEN NOT ITEM-FOUND
                   MOVE ZERO TO WS-LEAKAGE
                   MOVE 1 TO WS-EXCP-CLASS
                   PERFORM 2500-WRITE-EXCEPTION
               WHEN WS-IT-STATUS (ITM-SRCH-IDX) = "E"
                       AND WS-IT-EXP-DATE (ITM-SRCH-IDX)
                           < WS-TRAN-CRDATE
                   MOVE ZERO TO WS-LEAKAGE
                   MOVE 3 TO WS-EXCP-CLASS
                   PERFORM 2500-WRITE-EXCEPTION
               WHEN OTHER
                   IF FOUND-BY-SKU
                           AND UDR-UPC-NO-13 NOT = ZERO
                           AND UDR-UPC-NO-13
                               NOT = WS-IT-UPC (ITM-SRCH-IDX)
                       MOVE ZERO TO WS-LEAKAGE
                       MOVE 2 TO WS-EXCP-CLASS
                       PERFORM 2500-WRITE-EXCEPTION
                   END-IF
                   PERFORM 2600-CHECK-PRICES
           END-EVALUATE.

       2400-RESOLVE-ITEM.
           MOVE "N"   TO WS-FOUND-SW
           MOVE SPACE TO WS-FOUND-BY
           IF UDR-SKU NOT = ZERO AND WS-ITEM-COUNT > 0
               PERFORM VARYING ITM-SRCH-IDX FROM 1 BY 1
                       UNTIL ITM-SRCH-IDX > WS-ITEM-COUNT
                   IF WS-IT-SKU (ITM-SRCH-IDX) = UDR-SKU
                       SET ITEM-FOUND   TO TRUE
                       SET FOUND-BY-SKU TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT ITEM-FOUND
                   AND UDR-SKU = ZERO
                   AND UDR-UPC-NO-13 NOT = ZERO
                   AND WS-ITEM-COUNT > 0
               PERFORM VARYING ITM-SRCH-IDX FROM 1 BY 1
                       UNTIL ITM-SRCH-IDX > WS-ITEM-COUNT
                   IF WS-IT-UPC (ITM-SRCH-IDX) = UDR-UPC-NO-13
                       SET ITEM-FOUND   TO TRUE
                       SET FOUND-BY-UPC TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      *  2600-CHECK-PRICES PICKS THE MASTER PRICE FOR THE LINE'S
      *  MERCHANDISE STATUS - A ZERO MARKDOWN OR CLEARANCE PRICE
      *  MEANS THE ITEM WAS NEVER TAKEN DOWN, SO REGULAR APPLIES - AND
      *  RUNS THE TICKET, FLOOR AND FINAL-ITEM TESTS.  A ZERO TICKET
      *  PRICE WAS NOT CAPTURED AT THE REGISTER AND IS NOT COMPARED.
      *****************************************************************
       2600-CHECK-PRICES.
           MOVE WS-IT-REG-PRICE (ITM-SRCH-IDX) TO WS-MASTER-PRICE
           MOVE WS-IT-CLEAR-PRICE (ITM-SRCH-IDX) TO WS-CLEAR-PRICE
           IF WS-CLEAR-PRICE = ZERO
               MOVE WS-IT-REG-PRICE (ITM-SRCH-IDX) TO WS-CLEAR-PRICE
           END-IF
           EVALUATE UDR-MDSE-STATUS-FLAG
               WHEN 0002
                   IF WS-IT-MKDN-PRICE (ITM-SRCH-IDX) NOT = ZERO
                       MOVE WS-IT-MKDN-PRICE (ITM-SRCH-IDX)
                           TO WS-MASTER-PRICE
                   END-IF
               WHEN 0004
               WHEN 0008
                   MOVE WS-CLEAR-PRICE TO WS-MASTER-PRICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-TICKET-PRICE NOT = ZERO
                   AND WS-TICKET-PRICE NOT = WS-MASTER-PRICE
               COMPUTE WS-LEAKAGE =
                   (WS-MASTER-PRICE - WS-TICKET-PRICE) * WS-QTY
               MOVE 4 TO WS-EXCP-CLASS
               PERFORM 2500-WRITE-EXCEPTION
           END-IF
           IF UDR-OVERRIDE-FLAG NOT = "Y"
                   AND WS-UNIT-PRICE < WS-IT-FLOOR-PRICE (ITM-SRCH-IDX)
               COMPUTE WS-LEAKAGE =
                   (WS-IT-FLOOR-PRICE (ITM-SRCH-IDX) - WS-UNIT-PRICE)
                       * WS-QTY
               MOVE 5 TO WS-EXCP-CLASS
               PERFORM 2500-WRITE-EXCEPTION
           END-IF
           IF UDR-MDSE-STATUS-FLAG = 0008
                   AND WS-UNIT-PRICE NOT = WS-CLEAR-PRICE
               COMPUTE WS-LEAKAGE =
                   (WS-CLEAR-PRICE - WS-UNIT-PRICE) * WS-QTY
               MOVE 6 TO WS-EXCP-CLASS
               PERFORM 2500-WRITE-EXCEPTION
           END-IF.

       2500-WRITE-EXCEPTION.
           MOVE WS-TRAN-STORE    TO WD-STORE
           MOVE WS-TRAN-TERM     TO WD-TERM
           MOVE WS-TRAN-TRACER   TO WD-TRACER
           MOVE WS-TRAN-CRDATE   TO WD-CRDATE
           MOVE WS-TRAN-ASSOC    TO WD-ASSOC
           MOVE UDR-SKU          TO WD-SKU
           MOVE UDR-MDSE-STATUS-FLAG TO WD-STATUS
           MOVE WS-TICKET-PRICE  TO WD-TICKET
           MOVE WS-UNIT-PRICE    TO WD-RUNG
           MOVE WS-MASTER-PRICE  TO WD-MASTER
           MOVE WS-LEAKAGE       TO WD-LEAKAGE
           MOVE WS-CLASS-NAME (WS-EXCP-CLASS) TO WD-EXCEPTION
           IF WS-EXCP-CLASS = 1 AND UPC-NOT-ON-FILE
               MOVE "NOT ON MASTER - POS FLAG" TO WD-EXCEPTION
           END-IF
           WRITE PRICE-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-EXCP-CNT
           ADD 1 TO WS-CLASS-CNT (WS-EXCP-CLASS)
           ADD WS-LEAKAGE TO WS-CLASS-LEAKAGE (WS-EXCP-CLASS)
           ADD WS-LEAKAGE TO WS-TOTAL-LEAKAGE.

       4000-WRITE-SUMMARY.
           WRITE PRICE-RPT-LINE FROM WS-HDG-3
           PERFORM VARYING WS-EXCP-CLASS FROM 1 BY 1
                   UNTIL WS-EXCP-CLASS > 6
               MOVE WS-CLASS-NAME (WS-EXCP-CLASS)    TO WC-CLASS-NAME
               MOVE WS-CLASS-CNT (WS-EXCP-CLASS)     TO WC-CNT
               MOVE WS-CLASS-LEAKAGE (WS-EXCP-CLASS) TO WC-LEAKAGE
               WRITE PRICE-RPT-LINE FROM WS-CLASS-LINE
           END-PERFORM
           MOVE WS-LINE-CNT      TO WS-SUM-LINES
           MOVE WS-EXCP-CNT      TO WS-SUM-EXCP
           MOVE WS-TOTAL-LEAKAGE TO WS-SUM-LEAKAGE
           WRITE PRICE-RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-ITEM-DROP-CNT > 0
               MOVE WS-ITEM-DROP-CNT TO WS-SUM-TRUNC
               WRITE PRICE-RPT-LINE FROM WS-TRUNC-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE SAMASTER-FILE
           CLOSE PRICE-RPT-FILE.
