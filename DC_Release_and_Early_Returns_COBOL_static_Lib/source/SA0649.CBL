       IDENTIFICATION DIVISION.
       PROGRAM-ID. SA0649.
      ****************************************************************
      *  SA0649 - STOCK-LEDGER MOVEMENT FEED TO MERCHANDISING
      *
      *  MERCHANDISING REBUILT ITS PERPETUAL INVENTORY FROM REGISTER
      *  TAPES BECAUSE SALES AUDIT NEVER SENT IT MOVEMENT.  THIS JOB
      *  WALKS THE UNPACKED SAMASTER FILE AND WRITES THE STKLDGR
      *  FEED: A HEADER ('H') WITH THE BUSINESS DATE, ONE DETAIL
      *  ('D') PER STORE / UDR-DEPT-CLASS / UDR-SKU, AND A TRAILER
      *  ('T') WITH THE RECORD COUNT AND NET UNITS AND RETAIL.  EACH
      *  DETAIL CARRIES SIGNED UNITS (UDR-QTY-0D) AND RETAIL
      *  (UDR-PRICE-2D) FOR SEVEN MOVEMENTS, BY UDR-TRAN-CATEGORY:
      *    1 'SL ' SALES              5 'RTV' RETURN TO VENDOR
      *    2 'RTN' CUSTOMER RETURNS   6 'IBT' TRANSFER SENT (LINE
      *    3 'SPA' PRICE ADJUSTMENTS          PRICED NEGATIVE)
      *    4 'MOS' MARK OUT OF STOCK  7 'IBT' TRANSFER RECEIVED
      *  AND THE POINT-OF-SALE MARKDOWN DOLLARS OF ITS SALES AND
      *  RETURNS - TICKET PRICE TIMES UNITS LESS THE RETAIL TAKEN -
      *  SPLIT BY UDR-MDSE-STATUS-FLAG: 1 REGULAR (0001 AND 0010
      *  VALUE PRICE), 2 MARKDOWN (0002), 3 CLEARANCE (0004), 4 FINAL
      *  (0008).  TRAINING TRANSACTIONS, VOIDED TRANSACTIONS (VDT,
      *  UHR-VOID, OR UHR-SA-VOID-IND FROM SA0636), DELETED LINES AND
      *  NON-MERCHANDISE / SPECIAL-SERVICE LINES MOVE NO STOCK AND
      *  ARE LEFT OUT.
      *
      *  THE STKPRPT PROOF TIES THE FEED TO THE DAY-CLOSE CONTROL
      *  MASTER SA0635 CERTIFIED (STRCTL), STORE BY RINGING DATE:
      *    - EVERY RECTYPE 05 RECORD SCR-CNT-DETAIL COUNTED IS
      *      EITHER EXTRACTED OR EXCLUDED FOR A STATED REASON
      *    - SCR-NET-HEADER EQUALS THE FEED RETAIL RUNG IN 'CUS' /
      *      'POA' TRANSACTIONS PLUS THE RECONCILING ITEMS THAT ARE
      *      NOT STOCK - THE OTHER LINES, THE HEADER TAX, THE FEES,
      *      AND THE TRAINING AND VOIDED TRANSACTIONS LEFT OUT
      *  AND THE FEED TRAILER'S RETAIL EQUALS THE RETAIL OF EVERY
      *  LINE EXTRACTED.  A DOLLAR DIFFERENCE ON A STORE-DAY IS THE
      *  SUM OF ITS SA0645 OUT-OF-BALANCE TRANSACTIONS, OR ACTIVITY
      *  FOR THE DAY THAT ARRIVED ON AN EARLIER NIGHT'S FILE.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMASTER-FILE ASSIGN TO "SAMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMSTR-STATUS.
           SELECT STRCTL-FILE ASSIGN TO "STRCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT STK-FEED-FILE ASSIGN TO "STKLDGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT STK-RPT-FILE ASSIGN TO "STKPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SAMASTER-FILE.
       COPY SAMUNPAK.
       FD  STRCTL-FILE.
       01  STRCTL-FILE-RECORD      PIC X(117).
       FD  STK-FEED-FILE.
       01  STK-FEED-RECORD.
           05  SLF-REC-TYPE        PIC X.
           05  SLF-DATA            PIC X(219).
       01  STK-FEED-HEADER REDEFINES STK-FEED-RECORD.
           05  FILLER              PIC X.
           05  SLH-BUS-DATE        PIC 9(8).
           05  SLH-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X(203).
       01  STK-FEED-DETAIL REDEFINES STK-FEED-RECORD.
           05  FILLER              PIC X.
           05  SLD-STORE           PIC 9(4).
           05  SLD-DEPT-CLASS      PIC 9(7).
           05  SLD-SKU             PIC 9(7).
           05  SLD-MOVEMENT OCCURS 7 TIMES.
               10  SLD-UNITS       PIC 9(7).
               10  SLD-UNITS-SIGN  PIC X.
               10  SLD-RETAIL      PIC 9(9)V99.
               10  SLD-RETAIL-SIGN PIC X.
           05  SLD-MARKDOWN OCCURS 4 TIMES.
               10  SLD-MD-AMOUNT   PIC 9(9)V99.
               10  SLD-MD-SIGN     PIC X.
           05  FILLER              PIC X(13).
       01  STK-FEED-TRAILER REDEFINES STK-FEED-RECORD.
           05  FILLER              PIC X.
           05  SLT-DETAIL-CNT      PIC 9(9).
           05  SLT-NET-UNITS       PIC 9(11).
           05  SLT-NET-UNITS-SIGN  PIC X.
           05  SLT-NET-RETAIL      PIC 9(13)V99.
           05  SLT-NET-RETAIL-SIGN PIC X.
           05  FILLER              PIC X(182).
       FD  STK-RPT-FILE.
       01  STK-RPT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY STRCTL.
       01  WS-SAMSTR-STATUS        PIC XX  VALUE "00".
           88  SAMSTR-OK                    VALUE "00".
       01  WS-CTL-STATUS           PIC XX  VALUE "00".
           88  CTL-OK                       VALUE "00".
       01  WS-FEED-STATUS          PIC XX  VALUE "00".
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-EOF-SW               PIC X   VALUE "N".
           88  END-OF-SAMASTER              VALUE "Y".
       01  WS-CTL-EOF-SW           PIC X   VALUE "N".
           88  END-OF-CONTROLS              VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUS-DATE             PIC 9(8) VALUE ZERO.
      *****************************************************************
      *  DAY-CLOSE CONTROLS FROM STRCTL - ONE ENTRY PER STORE PER
      *  RINGING DATE, AS SA0635 LEFT THEM.
      *****************************************************************
       01  WS-MAX-CT               PIC S9(4) COMP VALUE 5000.
       01  WS-CT-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CT-IDX CT-SRCH-IDX.
               10  WS-CT-STORE          PIC 9(4).
               10  WS-CT-CRDATE         PIC 9(8).
               10  WS-CT-CNT-DETAIL     PIC 9(7)      COMP-3.
               10  WS-CT-NET-HEADER     PIC S9(11)V99 COMP-3.
       01  WS-CT-TRUNC-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-CT-FOUND-SW          PIC X   VALUE "N".
           88  CT-ENTRY-FOUND               VALUE "Y".
      *****************************************************************
      *  STOCK-LEDGER ACCUMULATION - ONE ENTRY PER STORE / DEPT-CLASS
      *  / SKU.  WS-SL-MOVE IS SUBSCRIPTED BY THE MOVEMENT NUMBER AND
      *  WS-SL-MD BY THE MARKDOWN STATUS NUMBER IN THE HEADER ABOVE.
      *****************************************************************
       01  WS-MAX-SL               PIC S9(4) COMP VALUE 5000.
       01  WS-SL-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-SL-TABLE.
           05  WS-SL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY SL-IDX SL-SRCH-IDX.
               10  WS-SL-KEY.
                   15  WS-SL-STORE      PIC 9(4).
                   15  WS-SL-DEPT-CLASS PIC 9(7).
                   15  WS-SL-SKU        PIC 9(7).
               10  WS-SL-MOVE OCCURS 7 TIMES.
                   15  WS-SL-UNITS      PIC S9(9)     COMP-3.
                   15  WS-SL-RETAIL     PIC S9(11)V99 COMP-3.
               10  WS-SL-MD OCCURS 4 TIMES
                                        PIC S9(11)V99 COMP-3.
       01  WS-SL-TRUNC-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-SL-FOUND-SW          PIC X   VALUE "N".
           88  SL-ENTRY-FOUND               VALUE "Y".
       01  WS-SORT-SW              PIC X.
       01  WS-SWAP-SL              PIC X(130).
       01  WS-I                    PIC S9(4) COMP.
       01  WS-M                    PIC S9(4) COMP.
      *****************************************************************
      *  PROOF ACCUMULATION - ONE ENTRY PER STORE PER RINGING DATE.
      *****************************************************************
       01  WS-MAX-PF               PIC S9(4) COMP VALUE 2000.
       01  WS-PF-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-PF-TABLE.
           05  WS-PF-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PF-IDX PF-SRCH-IDX.
               10  WS-PF-KEY.
                   15  WS-PF-STORE      PIC 9(4).
                   15  WS-PF-CRDATE     PIC 9(8).
               10  WS-PF-DTL-CNT        PIC 9(7)      COMP-3.
               10  WS-PF-EXT-CNT        PIC 9(7)      COMP-3.
               10  WS-PF-EXCL-CNT       PIC 9(7)      COMP-3.
               10  WS-PF-HDR-NET        PIC S9(11)V99 COMP-3.
               10  WS-PF-EXT-DOLLAR     PIC S9(11)V99 COMP-3.
               10  WS-PF-EXT-ALL        PIC S9(11)V99 COMP-3.
               10  WS-PF-OTHER-LINES    PIC S9(11)V99 COMP-3.
               10  WS-PF-TAX            PIC S9(11)V99 COMP-3.
               10  WS-PF-FEES           PIC S9(11)V99 COMP-3.
               10  WS-PF-EXCL-TRANS     PIC S9(11)V99 COMP-3.
       01  WS-PF-TRUNC-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-PF-FOUND-SW          PIC X   VALUE "N".
           88  PF-ENTRY-FOUND               VALUE "Y".
       01  WS-SWAP-PF              PIC X(73).
      *****************************************************************
      *  CURRENT-TRANSACTION CONTEXT, SET AT EACH HEADER.
      *****************************************************************
       01  WS-PF-ACTIVE-SW         PIC X   VALUE "N".
           88  PF-ACTIVE                    VALUE "Y".
       01  WS-DOLLAR-SW            PIC X   VALUE "N".
           88  DOLLAR-TRAN                  VALUE "Y".
       01  WS-LIVE-SW              PIC X   VALUE "N".
           88  LIVE-TRAN                    VALUE "Y".
       01  WS-STOCK-SW             PIC X   VALUE "N".
           88  STOCK-LINE                   VALUE "Y".
       01  WS-AMT-SIGNED           PIC S9(7)V99.
       01  WS-TAX-SIGNED           PIC S9(7)V99.
       01  WS-UNITS-SIGNED         PIC S9(7).
       01  WS-MD-AMOUNT            PIC S9(9)V99.
       01  WS-MOVE-NO              PIC S9(4) COMP.
       01  WS-MD-NO                PIC S9(4) COMP.
       01  WS-RECON-ITEMS          PIC S9(11)V99.
       01  WS-DIFF                 PIC S9(11)V99.
       01  WS-DETAIL-CNT           PIC 9(9)       COMP-3 VALUE 0.
       01  WS-NET-UNITS            PIC S9(11)     COMP-3 VALUE 0.
       01  WS-NET-RETAIL           PIC S9(13)V99  COMP-3 VALUE 0.
       01  WS-LINES-EXT-RETAIL     PIC S9(13)V99  COMP-3 VALUE 0.
       01  WS-DAYS-TIED            PIC 9(5) COMP-3 VALUE 0.
       01  WS-DAYS-NOT-TIED        PIC 9(5) COMP-3 VALUE 0.
       01  WS-HDG-1                PIC X(66) VALUE
           "SA0649 STOCK-LEDGER FEED - PROOF TO DAY-CLOSE CONTROLS".
       01  WS-HDG-2.
           05  FILLER PIC X(12) VALUE "BUSINESS DAY".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  WH-BUS-DATE PIC 9(8).
       01  WS-HDG-3.
           05  FILLER PIC X(6)  VALUE "STORE".
           05  FILLER PIC X(9)  VALUE "CRDATE".
           05  FILLER PIC X(8)  VALUE " CTL-DTL".
           05  FILLER PIC X(8)  VALUE " EXTRACT".
           05  FILLER PIC X(8)  VALUE " EXCLUDE".
           05  FILLER PIC X(15) VALUE "    CTL-HDR-NET".
           05  FILLER PIC X(15) VALUE " FEED-RETAIL".
           05  FILLER PIC X(15) VALUE "  RECON-ITEMS".
           05  FILLER PIC X(15) VALUE "   DIFFERENCE".
           05  FILLER PIC X(24) VALUE "  PROOF".
       01  WS-DETAIL-LINE.
           05  WD-STORE             PIC 9(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-CRDATE            PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-CTL-DTL           PIC ZZZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-EXT-CNT           PIC ZZZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-EXCL-CNT          PIC ZZZZZZ9.
           05  WD-CTL-NET           PIC ZZZ,ZZZ,ZZ9.99-.
           05  WD-FEED-RETAIL       PIC ZZZ,ZZZ,ZZ9.99-.
           05  WD-RECON-ITEMS       PIC ZZZ,ZZZ,ZZ9.99-.
           05  WD-DIFF              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-PROOF             PIC X(22).
       01  WS-RECON-HDG            PIC X(66) VALUE
           "RECONCILING ITEMS - ALL STORE-DAYS".
       01  WS-RECON-LINE.
           05  WR-LABEL             PIC X(40).
           05  WR-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-RECON-TOTALS.
           05  WS-TOT-OTHER-LINES   PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-TAX           PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-FEES          PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-EXCL-TRANS    PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-NON-DOLLAR    PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-SUMMARY-1.
           05  FILLER               PIC X(13) VALUE "FEED DETAIL: ".
           05  WS-SUM-DETAIL         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(17) VALUE "  TRAILER RETAIL ".
           05  WS-SUM-TRL-RETAIL     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(12) VALUE "  EXTRACTED ".
           05  WS-SUM-EXT-RETAIL     PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-SUMMARY-2.
           05  FILLER               PIC X(18) VALUE "STORE-DAYS TIED: ".
           05  WS-SUM-TIED           PIC ZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE "  NOT TIED: ".
           05  WS-SUM-NOT-TIED       PIC ZZ,ZZ9.
       01  WS-FEED-TIED-LINE       PIC X(66) VALUE
           "FEED TRAILER TIES TO THE LINES EXTRACTED".
       01  WS-FEED-NOT-TIED-LINE   PIC X(66) VALUE
           "** FEED TRAILER DOES NOT TIE TO THE LINES EXTRACTED **".
       01  WS-TRUNC-LINE.
           05  WT-TABLE-NAME        PIC X(30).
           05  FILLER               PIC X(24) VALUE
               " TABLE FULL - DROPPED: ".
           05  WS-SUM-TRUNC          PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SAMASTER
               UNTIL END-OF-SAMASTER
           PERFORM 3000-SORT-LEDGER-TABLE
           PERFORM 4000-WRITE-FEED
           PERFORM 5000-PRODUCE-PROOF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT STK-RPT-FILE
           PERFORM 1100-LOAD-DAY-CONTROLS
           OPEN INPUT SAMASTER-FILE
           IF NOT SAMSTR-OK
               DISPLAY "SA0649 - SAMASTER OPEN FAILED " WS-SAMSTR-STATUS
               MOVE "Y" TO WS-EOF-SW
           ELSE
               PERFORM 2100-READ-SAMASTER
           END-IF.

      *****************************************************************
      *  1100-LOAD-DAY-CONTROLS TABLES THE CERTIFIED STRCTL MASTER.
      *  WITHOUT IT THE FEED IS STILL WRITTEN, BUT NO STORE-DAY CAN
      *  TIE AND THE PROOF SAYS SO.
      *****************************************************************
       1100-LOAD-DAY-CONTROLS.
           OPEN INPUT STRCTL-FILE
           IF NOT CTL-OK
               DISPLAY "SA0649 - STRCTL OPEN FAILED " WS-CTL-STATUS
                       " - PROOF CANNOT TIE TO DAY-CLOSE"
               MOVE "Y" TO WS-CTL-EOF-SW
           ELSE
               PERFORM UNTIL END-OF-CONTROLS
                   READ STRCTL-FILE INTO STORE-CONTROL-RECORD
                       AT END
                           MOVE "Y" TO WS-CTL-EOF-SW
                       NOT AT END
                           PERFORM 1150-TABLE-DAY-CONTROL
                   END-READ
               END-PERFORM
               CLOSE STRCTL-FILE
           END-IF.

       1150-TABLE-DAY-CONTROL.
           IF WS-CT-COUNT < WS-MAX-CT
               ADD 1 TO WS-CT-COUNT
               SET CT-IDX TO WS-CT-COUNT
               MOVE SCR-STORE      TO WS-CT-STORE (CT-IDX)
               MOVE SCR-CRDATE     TO WS-CT-CRDATE (CT-IDX)
               MOVE SCR-CNT-DETAIL TO WS-CT-CNT-DETAIL (CT-IDX)
               MOVE SCR-NET-HEADER TO WS-CT-NET-HEADER (CT-IDX)
               IF SCR-NET-HEADER-SIGN = "-"
                   MULTIPLY -1 BY WS-CT-NET-HEADER (CT-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-CT-TRUNC-CNT
           END-IF.

       2000-PROCESS-SAMASTER.
           IF UHR-CRDATE > WS-BUS-DATE
               MOVE UHR-CRDATE TO WS-BUS-DATE
           END-IF
           EVALUATE UHR-RECTYPE
               WHEN 00
                   PERFORM 2200-CAPTURE-HEADER
               WHEN 05
                   IF PF-ACTIVE
                       PERFORM 2300-PROCESS-DETAIL
                   END-IF
               WHEN 40
                   IF PF-ACTIVE AND DOLLAR-TRAN AND LIVE-TRAN
                           AND (UFR-DELETE = SPACE OR UFR-DELETE = "N")
                       MOVE UFR-AMOUNT-2D TO WS-AMT-SIGNED
                       IF UFR-AMOUNT-SIGN = "-"
                           MULTIPLY -1 BY WS-AMT-SIGNED
                       END-IF
                       ADD WS-AMT-SIGNED TO WS-PF-FEES (PF-IDX)
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
      *  2200-CAPTURE-HEADER CLASSIFIES THE TRANSACTION AND FOOTS ITS
      *  HEADER INTO THE STORE-DAY PROOF THE WAY SA0635 DID: EVERY
      *  'CUS' / 'POA' HEADER COUNTS TOWARD THE CONTROL NET, AND THE
      *  ONES THAT MOVE NO STOCK ARE CARRIED AS A RECONCILING ITEM.
      *****************************************************************
       2200-CAPTURE-HEADER.
           PERFORM 2250-FIND-OR-ADD-PROOF
           IF PF-ENTRY-FOUND
               MOVE "Y" TO WS-PF-ACTIVE-SW
           ELSE
               MOVE "N" TO WS-PF-ACTIVE-SW
           END-IF
           IF CUSTOMER-TRAN OR PAYMENT-ON-ACCT
               MOVE "Y" TO WS-DOLLAR-SW
           ELSE
               MOVE "N" TO WS-DOLLAR-SW
           END-IF
           IF THIS-IS-TRAINING
                   OR VOID-TRAN
                   OR UHR-VOID NOT = ZERO
                   OR UHR-SA-VOID-IND = 1
               MOVE "N" TO WS-LIVE-SW
           ELSE
               MOVE "Y" TO WS-LIVE-SW
           END-IF
           IF PF-ACTIVE AND DOLLAR-TRAN
               MOVE UHR-TRAN-TOTAL-2D TO WS-AMT-SIGNED
               IF UHR-TRAN-TOTAL-SIGN = "-"
                   MULTIPLY -1 BY WS-AMT-SIGNED
               END-IF
               ADD WS-AMT-SIGNED TO WS-PF-HDR-NET (PF-IDX)
               IF LIVE-TRAN
                   PERFORM 2270-ADD-HEADER-TAX
               ELSE
                   ADD WS-AMT-SIGNED TO WS-PF-EXCL-TRANS (PF-IDX)
               END-IF
           END-IF.

       2250-FIND-OR-ADD-PROOF.
           MOVE "N" TO WS-PF-FOUND-SW
           IF WS-PF-COUNT > 0
               PERFORM VARYING PF-SRCH-IDX FROM 1 BY 1
                       UNTIL PF-SRCH-IDX > WS-PF-COUNT
                   IF WS-PF-STORE (PF-SRCH-IDX) = UHR-STORE
                      AND WS-PF-CRDATE (PF-SRCH-IDX) = UHR-CRDATE
                       SET PF-IDX TO PF-SRCH-IDX
                       SET PF-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT PF-ENTRY-FOUND
               IF WS-PF-COUNT < WS-MAX-PF
                   ADD 1 TO WS-PF-COUNT
                   SET PF-IDX TO WS-PF-COUNT
                   INITIALIZE WS-PF-ENTRY (PF-IDX)
                   MOVE UHR-STORE  TO WS-PF-STORE (PF-IDX)
                   MOVE UHR-CRDATE TO WS-PF-CRDATE (PF-IDX)
                   SET PF-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-PF-TRUNC-CNT
               END-IF
           END-IF.

       2270-ADD-HEADER-TAX.
           MOVE UHR-TOTAL-SALES-TAX TO WS-TAX-SIGNED
           IF UHR-TTL-SLS-TAX-SIGN = "-"
               MULTIPLY -1 BY WS-TAX-SIGNED
           END-IF
           ADD WS-TAX-SIGNED TO WS-PF-TAX (PF-IDX)
           MOVE UHR-TAX-BUCKET-2 TO WS-TAX-SIGNED
           IF UHR-TAX-BKT-2-SIGN = "-"
               MULTIPLY -1 BY WS-TAX-SIGNED
           END-IF
           ADD WS-TAX-SIGNED TO WS-PF-TAX (PF-IDX)
           MOVE UHR-TAX-BUCKET-3 TO WS-TAX-SIGNED
           IF UHR-TAX-BKT-3-SIGN = "-"
               MULTIPLY -1 BY WS-TAX-SIGNED
           END-IF
           ADD WS-TAX-SIGNED TO WS-PF-TAX (PF-IDX)
           MOVE UHR-TAX-BUCKET-4 TO WS-TAX-SIGNED
           IF UHR-TAX-BKT-4-SIGN = "-"
               MULTIPLY -1 BY WS-TAX-SIGNED
           END-IF
           ADD WS-TAX-SIGNED TO WS-PF-TAX (PF-IDX).

      *****************************************************************
      *  2300-PROCESS-DETAIL DECIDES WHETHER THE LINE MOVED STOCK AND
      *  WHICH MOVEMENT IT IS.  EVERY RECTYPE 05 IS COUNTED FOR THE
      *  PROOF; A LIVE, UNDELETED LINE IN A DOLLAR TRANSACTION THAT
      *  IS NOT STOCK IS A RECONCILING ITEM.
      *****************************************************************
       2300-PROCESS-DETAIL.
           ADD 1 TO WS-PF-DTL-CNT (PF-IDX)
           MOVE "N" TO WS-STOCK-SW
           MOVE UDR-PRICE-2D TO WS-AMT-SIGNED
           IF UDR-PRICE-SIGN = "-"
               MULTIPLY -1 BY WS-AMT-SIGNED
           END-IF
           IF LIVE-TRAN
                   AND UDR-DELETE NOT = "Y"
                   AND UDR-NON-MERCH-FLAG NOT = "Y"
                   AND UDR-SPECIAL-SERVICE-IND = SPACES
               EVALUATE TRUE
                   WHEN SALE
                       MOVE 1 TO WS-MOVE-NO
                       MOVE "Y" TO WS-STOCK-SW
                   WHEN SALES-RETURN
                       MOVE 2 TO WS-MOVE-NO
                       MOVE "Y" TO WS-STOCK-SW
                   WHEN SALE-PRICE-ADJ
                       MOVE 3 TO WS-MOVE-NO
                       MOVE "Y" TO WS-STOCK-SW
                   WHEN MARK-OUT-STK
                       MOVE 4 TO WS-MOVE-NO
                       MOVE "Y" TO WS-STOCK-SW
                   WHEN RTN-TO-VENDOR
                       MOVE 5 TO WS-MOVE-NO
                       MOVE "Y" TO WS-STOCK-SW
                   WHEN INTERBRANCH-XREF
                       IF UDR-PRICE-SIGN = "-"
                           MOVE 6 TO WS-MOVE-NO
                       ELSE
                           MOVE 7 TO WS-MOVE-NO
                       END-IF
                       MOVE "Y" TO WS-STOCK-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF STOCK-LINE
               ADD 1 TO WS-PF-EXT-CNT (PF-IDX)
               ADD WS-AMT-SIGNED TO WS-PF-EXT-ALL (PF-IDX)
               ADD WS-AMT-SIGNED TO WS-LINES-EXT-RETAIL
               IF DOLLAR-TRAN
                   ADD WS-AMT-SIGNED TO WS-PF-EXT-DOLLAR (PF-IDX)
               END-IF
               PERFORM 2400-POST-TO-LEDGER
           ELSE
               ADD 1 TO WS-PF-EXCL-CNT (PF-IDX)
               IF DOLLAR-TRAN AND LIVE-TRAN AND UDR-DELETE NOT = "Y"
                   ADD WS-AMT-SIGNED TO WS-PF-OTHER-LINES (PF-IDX)
               END-IF
           END-IF.

      *****************************************************************
      *  2400-POST-TO-LEDGER ADDS THE LINE TO ITS STORE / DEPT-CLASS /
      *  SKU ENTRY.  UNITS TAKE THE SIGN OF THE LINE.  THE MARKDOWN ON
      *  A SALE OR RETURN IS THE TICKET VALUE OF THE UNITS LESS THE
      *  RETAIL TAKEN; A LINE WITH NO TICKET PRICE CARRIES NONE.
      *****************************************************************
       2400-POST-TO-LEDGER.
           MOVE UDR-QTY-0D TO WS-UNITS-SIGNED
           IF UDR-PRICE-SIGN = "-"
               MULTIPLY -1 BY WS-UNITS-SIGNED
           END-IF
           PERFORM 2450-FIND-OR-ADD-LEDGER
           IF SL-ENTRY-FOUND
               ADD WS-UNITS-SIGNED
                   TO WS-SL-UNITS (SL-IDX, WS-MOVE-NO)
               ADD WS-AMT-SIGNED
                   TO WS-SL-RETAIL (SL-IDX, WS-MOVE-NO)
               IF (SALE OR SALES-RETURN)
                       AND UDR-TICKET-PRICE NOT = ZERO
                   COMPUTE WS-MD-AMOUNT =
                       UDR-TICKET-PRICE * WS-UNITS-SIGNED
                           - WS-AMT-SIGNED
                   EVALUATE UDR-MDSE-STATUS-FLAG
                       WHEN 0002
                           MOVE 2 TO WS-MD-NO
                       WHEN 0004
                           MOVE 3 TO WS-MD-NO
                       WHEN 0008
                           MOVE 4 TO WS-MD-NO
                       WHEN OTHER
                           MOVE 1 TO WS-MD-NO
                   END-EVALUATE
                   ADD WS-MD-AMOUNT TO WS-SL-MD (SL-IDX, WS-MD-NO)
               END-IF
           END-IF.

       2450-FIND-OR-ADD-LEDGER.
           MOVE "N" TO WS-SL-FOUND-SW
           IF WS-SL-COUNT > 0
               PERFORM VARYING SL-SRCH-IDX FROM 1 BY 1
                       UNTIL SL-SRCH-IDX > WS-SL-COUNT
                   IF WS-SL-STORE (SL-SRCH-IDX) = UHR-STORE
                      AND WS-SL-DEPT-CLASS (SL-SRCH-IDX)
                          = UDR-DEPT-CLASS
                      AND WS-SL-SKU (SL-SRCH-IDX) = UDR-SKU
                       SET SL-IDX TO SL-SRCH-IDX
                       SET SL-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT SL-ENTRY-FOUND
               IF WS-SL-COUNT < WS-MAX-SL
                   ADD 1 TO WS-SL-COUNT
                   SET SL-IDX TO WS-SL-COUNT
                   INITIALIZE WS-SL-ENTRY (SL-IDX)
                   MOVE UHR-STORE      TO WS-SL-STORE (SL-IDX)
                   MOVE UDR-DEPT-CLASS TO WS-SL-DEPT-CLASS (SL-IDX)
                   MOVE UDR-SKU        TO WS-SL-SKU (SL-IDX)
                   SET SL-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-SL-TRUNC-CNT
               END-IF
           END-IF.

       3000-SORT-LEDGER-TABLE.
           MOVE "Y" TO WS-SORT-SW
           PERFORM UNTIL WS-SORT-SW = "N"
               MOVE "N" TO WS-SORT-SW
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-SL-COUNT
                   SET SL-IDX TO WS-I
                   SET SL-SRCH-IDX TO WS-I
                   SET SL-SRCH-IDX UP BY 1
                   IF WS-SL-KEY (SL-SRCH-IDX) < WS-SL-KEY (SL-IDX)
                       MOVE WS-SL-ENTRY (SL-IDX) TO WS-SWAP-SL
                       MOVE WS-SL-ENTRY (SL-SRCH-IDX)
                           TO WS-SL-ENTRY (SL-IDX)
                       MOVE WS-SWAP-SL TO WS-SL-ENTRY (SL-SRCH-IDX)
                       MOVE "Y" TO WS-SORT-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      *  4000-WRITE-FEED WRITES THE HEADER, ONE DETAIL PER LEDGER
      *  ENTRY IN STORE / DEPT-CLASS / SKU SEQUENCE, AND THE TRAILER.
      *****************************************************************
       4000-WRITE-FEED.
           OPEN OUTPUT STK-FEED-FILE
           MOVE SPACES       TO STK-FEED-RECORD
           MOVE "H"          TO SLF-REC-TYPE
           MOVE WS-BUS-DATE  TO SLH-BUS-DATE
           MOVE WS-RUN-DATE  TO SLH-RUN-DATE
           WRITE STK-FEED-RECORD
           PERFORM VARYING SL-IDX FROM 1 BY 1
                   UNTIL SL-IDX > WS-SL-COUNT
               PERFORM 4100-WRITE-FEED-DETAIL
           END-PERFORM
           MOVE SPACES         TO STK-FEED-RECORD
           MOVE "T"            TO SLF-REC-TYPE
           MOVE WS-DETAIL-CNT  TO SLT-DETAIL-CNT
           COMPUTE SLT-NET-UNITS = FUNCTION ABS(WS-NET-UNITS)
           IF WS-NET-UNITS < 0
               MOVE "-" TO SLT-NET-UNITS-SIGN
           ELSE
               MOVE "+" TO SLT-NET-UNITS-SIGN
           END-IF
           COMPUTE SLT-NET-RETAIL = FUNCTION ABS(WS-NET-RETAIL)
           IF WS-NET-RETAIL < 0
               MOVE "-" TO SLT-NET-RETAIL-SIGN
           ELSE
               MOVE "+" TO SLT-NET-RETAIL-SIGN
           END-IF
           WRITE STK-FEED-RECORD
           CLOSE STK-FEED-FILE.

       4100-WRITE-FEED-DETAIL.
           MOVE SPACES                  TO STK-FEED-RECORD
           MOVE "D"                     TO SLF-REC-TYPE
           MOVE WS-SL-STORE (SL-IDX)      TO SLD-STORE
           MOVE WS-SL-DEPT-CLASS (SL-IDX) TO SLD-DEPT-CLASS
           MOVE WS-SL-SKU (SL-IDX)        TO SLD-SKU
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 7
               COMPUTE SLD-UNITS (WS-M) =
                   FUNCTION ABS(WS-SL-UNITS (SL-IDX, WS-M))
               IF WS-SL-UNITS (SL-IDX, WS-M) < 0
                   MOVE "-" TO SLD-UNITS-SIGN (WS-M)
               ELSE
                   MOVE "+" TO SLD-UNITS-SIGN (WS-M)
               END-IF
               COMPUTE SLD-RETAIL (WS-M) =
                   FUNCTION ABS(WS-SL-RETAIL (SL-IDX, WS-M))
               IF WS-SL-RETAIL (SL-IDX, WS-M) < 0
                   MOVE "-" TO SLD-RETAIL-SIGN (WS-M)
               ELSE
                   MOVE "+" TO SLD-RETAIL-SIGN (WS-M)
               END-IF
               ADD WS-SL-UNITS (SL-IDX, WS-M)  TO WS-NET-UNITS
               ADD WS-SL-RETAIL (SL-IDX, WS-M) TO WS-NET-RETAIL
           END-PERFORM
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
               COMPUTE SLD-MD-AMOUNT (WS-M) =
                   FUNCTION ABS(WS-SL-MD (SL-IDX, WS-M))
               IF WS-SL-MD (SL-IDX, WS-M) < 0
                   MOVE "-" TO SLD-MD-SIGN (WS-M)
               ELSE
                   MOVE "+" TO SLD-MD-SIGN (WS-M)
               END-IF
           END-PERFORM
           WRITE STK-FEED-RECORD
           ADD 1 TO WS-DETAIL-CNT.

      *****************************************************************
      *  5000-PRODUCE-PROOF PRINTS ONE LINE PER STORE-DAY ON THE FILE
      *  AGAINST ITS STRCTL CONTROL, THEN THE RECONCILING ITEMS, THEN
      *  THE FEED-TO-LINES TIE.
      *****************************************************************
       5000-PRODUCE-PROOF.
           WRITE STK-RPT-LINE FROM WS-HDG-1
           MOVE WS-BUS-DATE TO WH-BUS-DATE
           WRITE STK-RPT-LINE FROM WS-HDG-2
           WRITE STK-RPT-LINE FROM WS-HDG-3
           PERFORM 5050-SORT-PROOF-TABLE
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > WS-PF-COUNT
               PERFORM 5100-PROOF-LINE
           END-PERFORM
           WRITE STK-RPT-LINE FROM WS-RECON-HDG
           MOVE "OTHER LINES IN CUS/POA TRANSACTIONS" TO WR-LABEL
           MOVE WS-TOT-OTHER-LINES TO WR-AMOUNT
           WRITE STK-RPT-LINE FROM WS-RECON-LINE
           MOVE "HEADER SALES TAX" TO WR-LABEL
           MOVE WS-TOT-TAX TO WR-AMOUNT
           WRITE STK-RPT-LINE FROM WS-RECON-LINE
           MOVE "FEES AND DEPOSITS" TO WR-LABEL
           MOVE WS-TOT-FEES TO WR-AMOUNT
           WRITE STK-RPT-LINE FROM WS-RECON-LINE
           MOVE "TRAINING AND VOIDED TRANSACTIONS" TO WR-LABEL
           MOVE WS-TOT-EXCL-TRANS TO WR-AMOUNT
           WRITE STK-RPT-LINE FROM WS-RECON-LINE
           MOVE "FEED RETAIL OUTSIDE CUS/POA (NOT IN CTL)"
               TO WR-LABEL
           MOVE WS-TOT-NON-DOLLAR TO WR-AMOUNT
           WRITE STK-RPT-LINE FROM WS-RECON-LINE
           MOVE WS-DETAIL-CNT       TO WS-SUM-DETAIL
           MOVE WS-NET-RETAIL       TO WS-SUM-TRL-RETAIL
           MOVE WS-LINES-EXT-RETAIL TO WS-SUM-EXT-RETAIL
           WRITE STK-RPT-LINE FROM WS-SUMMARY-1
           IF WS-NET-RETAIL = WS-LINES-EXT-RETAIL
               WRITE STK-RPT-LINE FROM WS-FEED-TIED-LINE
           ELSE
               WRITE STK-RPT-LINE FROM WS-FEED-NOT-TIED-LINE
           END-IF
           MOVE WS-DAYS-TIED     TO WS-SUM-TIED
           MOVE WS-DAYS-NOT-TIED TO WS-SUM-NOT-TIED
           WRITE STK-RPT-LINE FROM WS-SUMMARY-2
           IF WS-SL-TRUNC-CNT > 0
               MOVE "** STOCK-LEDGER" TO WT-TABLE-NAME
               MOVE WS-SL-TRUNC-CNT   TO WS-SUM-TRUNC
               WRITE STK-RPT-LINE FROM WS-TRUNC-LINE
           END-IF
           IF WS-PF-TRUNC-CNT > 0
               MOVE "** STORE-DAY PROOF" TO WT-TABLE-NAME
               MOVE WS-PF-TRUNC-CNT      TO WS-SUM-TRUNC
               WRITE STK-RPT-LINE FROM WS-TRUNC-LINE
           END-IF
           IF WS-CT-TRUNC-CNT > 0
               MOVE "** DAY-CLOSE CONTROL" TO WT-TABLE-NAME
               MOVE WS-CT-TRUNC-CNT        TO WS-SUM-TRUNC
               WRITE STK-RPT-LINE FROM WS-TRUNC-LINE
           END-IF.

       5050-SORT-PROOF-TABLE.
           MOVE "Y" TO WS-SORT-SW
           PERFORM UNTIL WS-SORT-SW = "N"
               MOVE "N" TO WS-SORT-SW
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-PF-COUNT
                   SET PF-IDX TO WS-I
                   SET PF-SRCH-IDX TO WS-I
                   SET PF-SRCH-IDX UP BY 1
                   IF WS-PF-KEY (PF-SRCH-IDX) < WS-PF-KEY (PF-IDX)
                       MOVE WS-PF-ENTRY (PF-IDX) TO WS-SWAP-PF
                       MOVE WS-PF-ENTRY (PF-SRCH-IDX)
                           TO WS-PF-ENTRY (PF-IDX)
                       MOVE WS-SWAP-PF TO WS-PF-ENTRY (PF-SRCH-IDX)
                       MOVE "Y" TO WS-SORT-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

       5100-PROOF-LINE.
           COMPUTE WS-RECON-ITEMS = WS-PF-OTHER-LINES (PF-IDX)
               + WS-PF-TAX (PF-IDX) + WS-PF-FEES (PF-IDX)
               + WS-PF-EXCL-TRANS (PF-IDX)
           ADD WS-PF-OTHER-LINES (PF-IDX) TO WS-TOT-OTHER-LINES
           ADD WS-PF-TAX (PF-IDX)         TO WS-TOT-TAX
           ADD WS-PF-FEES (PF-IDX)        TO WS-TOT-FEES
           ADD WS-PF-EXCL-TRANS (PF-IDX)  TO WS-TOT-EXCL-TRANS
           COMPUTE WS-TOT-NON-DOLLAR = WS-TOT-NON-DOLLAR
               + WS-PF-EXT-ALL (PF-IDX) - WS-PF-EXT-DOLLAR (PF-IDX)
           MOVE WS-PF-STORE (PF-IDX)      TO WD-STORE
           MOVE WS-PF-CRDATE (PF-IDX)     TO WD-CRDATE
           MOVE WS-PF-EXT-CNT (PF-IDX)    TO WD-EXT-CNT
           MOVE WS-PF-EXCL-CNT (PF-IDX)   TO WD-EXCL-CNT
           MOVE WS-PF-EXT-DOLLAR (PF-IDX) TO WD-FEED-RETAIL
           MOVE WS-RECON-ITEMS            TO WD-RECON-ITEMS
           PERFORM 5150-FIND-DAY-CONTROL
           IF NOT CT-ENTRY-FOUND
               MOVE ZERO TO WD-CTL-DTL WD-CTL-NET WD-DIFF
               MOVE "NO DAY-CLOSE CONTROL" TO WD-PROOF
               ADD 1 TO WS-DAYS-NOT-TIED
           ELSE
               MOVE WS-CT-CNT-DETAIL (CT-SRCH-IDX) TO WD-CTL-DTL
               MOVE WS-CT-NET-HEADER (CT-SRCH-IDX) TO WD-CTL-NET
               COMPUTE WS-DIFF = WS-CT-NET-HEADER (CT-SRCH-IDX)
                   - WS-PF-EXT-DOLLAR (PF-IDX) - WS-RECON-ITEMS
               MOVE WS-DIFF TO WD-DIFF
               EVALUATE TRUE
                   WHEN WS-CT-CNT-DETAIL (CT-SRCH-IDX)
                           NOT = WS-PF-EXT-CNT (PF-IDX)
                               + WS-PF-EXCL-CNT (PF-IDX)
                       MOVE "LINE COUNT NOT TIED" TO WD-PROOF
                       ADD 1 TO WS-DAYS-NOT-TIED
                   WHEN FUNCTION ABS(WS-DIFF) > 0.01
                       MOVE "DOLLARS NOT TIED" TO WD-PROOF
                       ADD 1 TO WS-DAYS-NOT-TIED
                   WHEN OTHER
                       MOVE "TIED" TO WD-PROOF
                       ADD 1 TO WS-DAYS-TIED
               END-EVALUATE
           END-IF
           WRITE STK-RPT-LINE FROM WS-DETAIL-LINE.

       5150-FIND-DAY-CONTROL.
           MOVE "N" TO WS-CT-FOUND-SW
           PERFORM VARYING CT-SRCH-IDX FROM 1 BY 1
                   UNTIL CT-SRCH-IDX > WS-CT-COUNT
               IF WS-CT-STORE (CT-SRCH-IDX) = WS-PF-STORE (PF-IDX)
                  AND WS-CT-CRDATE (CT-SRCH-IDX)
                      = WS-PF-CRDATE (PF-IDX)
                   SET CT-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       9000-TERMINATE.
           CLOSE SAMASTER-FILE
           CLOSE STK-RPT-FILE.
