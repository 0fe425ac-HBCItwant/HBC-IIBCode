       IDENTIFICATION DIVISION.
       PROGRAM-ID. SA0653.
      ****************************************************************
      *  SA0653 - SPECIAL-SERVICE WORK-ORDER LEDGER NIGHTLY UPDATE
      *
      *  ALTERATION, MONOGRAMMING, REPAIR AND ENGRAVING LINES
      *  (UDR-SPECIAL-SERVICE-IND 'ASP', 'MSS', 'RSS', 'ESS') WERE
      *  COUNTED WITH MERCHANDISE SALES, SO NOBODY COULD SEE SERVICE
      *  REVENUE, FREE ALTERATIONS GIVEN AWAY, OR WORK DONE ON GOODS
      *  THAT CAME BACK.  THIS JOB KEEPS A PERSISTENT WORK-ORDER
      *  LEDGER (WORKORD.CPY LAYOUT, OLD-IN/NEW-OUT NIGHTLY MERGE IN
      *  THE SA0632 STYLE) THAT SA0654 REPORTS WEEKLY:
      *    - EVERY LIVE 'SL ' SPECIAL-SERVICE LINE - NOT DELETED, NOT
      *      IN A TRAINING OR VOIDED TRANSACTION - OPENS A WORK ORDER
      *      TIED TO THE MERCHANDISE LINE IT SERVES: THE 'SL ' LINE
      *      RUNG JUST BEFORE IT IN THE SAME TRANSACTION, OR THE NEXT
      *      ONE IF THE SERVICE WAS RUNG FIRST.  A SERVICE WITH NO
      *      MERCHANDISE IN ITS TRANSACTION IS OPENED UNTIED AND
      *      REPORTED.
      *    - THE SERVICE DESK'S COMPLETION FILE (WOCMPLT) COMPLETES
      *      ('C') OR CANCELS ('X') OPEN ORDERS BY WORK-ORDER NUMBER.
      *    - EVERY LIVE 'RTN' MERCHANDISE LINE WITH RECEIPT DATA IS
      *      MATCHED THROUGH UDR-ORIGINAL-TRANS-INFO AND UDR-SKU TO
      *      THE ORDERS TIED TO THAT MERCHANDISE LINE, WHICH ARE
      *      MARKED RETURNED.
      *  THE WORKRPT REPORT LISTS UNTIED SERVICES, COMPLETIONS THAT
      *  COULD NOT BE APPLIED, AND EVERY SERVICED LINE RETURNED
      *  TONIGHT.  ORDERS CLOSED OR RETURNED AND OPENED OVER A YEAR
      *  AGO ARE PURGED.  A MISSING OLD LEDGER IS A FIRST-TIME LOAD.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMASTER-FILE ASSIGN TO "SAMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMSTR-STATUS.
           SELECT COMPLETION-FILE ASSIGN TO "WOCMPLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.
           SELECT OLD-WO-FILE ASSIGN TO "WORDRI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-WO-FILE ASSIGN TO "WORDRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT WO-RPT-FILE ASSIGN TO "WORKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SAMASTER-FILE.
       COPY SAMUNPAK.
       FD  COMPLETION-FILE.
       01  WO-COMPLETION-LINE.
           05  WCL-ACTION          PIC X.
               88  WCL-COMPLETE         VALUE "C".
               88  WCL-CANCEL           VALUE "X".
           05  FILLER              PIC X(1).
           05  WCL-ORDER-NO        PIC X(24).
           05  FILLER              PIC X(1).
           05  WCL-ACT-DATE        PIC 9(8).
       FD  OLD-WO-FILE.
       01  OLD-WO-RECORD           PIC X(150).
       FD  NEW-WO-FILE.
       01  NEW-WO-RECORD           PIC X(150).
       FD  WO-RPT-FILE.
       01  WO-RPT-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       COPY WORKORD.
       01  WS-SAMSTR-STATUS        PIC XX  VALUE "00".
           88  SAMSTR-OK                    VALUE "00".
       01  WS-CMP-STATUS           PIC XX  VALUE "00".
           88  CMP-OK                       VALUE "00".
       01  WS-OLD-STATUS           PIC XX  VALUE "00".
           88  OLD-OK                       VALUE "00".
       01  WS-NEW-STATUS           PIC XX  VALUE "00".
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-EOF-SW               PIC X   VALUE "N".
           88  END-OF-SAMASTER              VALUE "Y".
       01  WS-CMP-EOF-SW           PIC X   VALUE "N".
           88  END-OF-COMPLETIONS           VALUE "Y".
       01  WS-OLD-EOF-SW           PIC X   VALUE "N".
           88  END-OF-OLD-MASTER            VALUE "Y".
       01  WS-OLD-OPEN-SW          PIC X   VALUE "N".
           88  OLD-MASTER-OPEN              VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-JULIAN           PIC 9(8).
       01  WS-CUTOFF-DATE          PIC 9(8).
       01  WS-TRAN-ACTIVE-SW       PIC X   VALUE "N".
           88  TRAN-ACTIVE                  VALUE "Y".
       01  WS-TRAN-CUSTOMER        PIC 9(16) VALUE ZERO.
      *****************************************************************
      *  THE LAST MERCHANDISE LINE OF THE CURRENT TRANSACTION, AND
      *  WHERE THE TRANSACTION'S ORDERS START IN THE NEW-ORDER TABLE
      *  SO A SERVICE RUNG AHEAD OF ITS MERCHANDISE CAN BE TIED LATER.
      *****************************************************************
       01  WS-LAST-MDSE-SEQ        PIC 9(4) VALUE ZERO.
       01  WS-LAST-MDSE-SKU        PIC 9(7) VALUE ZERO.
       01  WS-LAST-MDSE-PRICE      PIC 9(7)V99 VALUE ZERO.
       01  WS-LAST-MDSE-SERIAL     PIC X(15) VALUE SPACES.
       01  WS-TRAN-FIRST-NO        PIC S9(4) COMP VALUE 0.
       01  WS-UNIT-PRICE           PIC 9(7)V99.
      *****************************************************************
      *  TONIGHT'S NEW WORK ORDERS, IN WOR-KEY ORDER ONCE SORTED.
      *****************************************************************
       01  WS-MAX-NO               PIC S9(4) COMP VALUE 2000.
       01  WS-NO-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-NO-TABLE.
           05  WS-NO-ENTRY OCCURS 2000 TIMES
                   INDEXED BY NO-IDX NO-SRCH-IDX.
               10  WS-NO-KEY            PIC X(24).
               10  WS-NO-TYPE           PIC X(3).
               10  WS-NO-SVC-SKU        PIC 9(7).
               10  WS-NO-PRICE          PIC 9(7)V99.
               10  WS-NO-VALUE          PIC 9(7)V99.
               10  WS-NO-NO-CHARGE      PIC X.
               10  WS-NO-MDSE-SEQ       PIC 9(4).
               10  WS-NO-MDSE-SKU       PIC 9(7).
               10  WS-NO-MDSE-PRICE     PIC 9(7)V99.
               10  WS-NO-MDSE-SERIAL    PIC X(15).
               10  WS-NO-CUSTOMER       PIC 9(16).
       01  WS-NO-TRUNC-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-SWAP-NO              PIC X(104).
       01  WS-NEW-KEY.
           05  WS-NK-STORE         PIC 9(4).
           05  WS-NK-DATE          PIC 9(8).
           05  WS-NK-TERM          PIC 9(4).
           05  WS-NK-TRANNUM       PIC 9(4).
           05  WS-NK-LINE-SEQ      PIC 9(4).
      *****************************************************************
      *  THE SERVICE DESK'S COMPLETIONS, IN WORK-ORDER NUMBER ORDER.
      *****************************************************************
       01  WS-MAX-CP               PIC S9(4) COMP VALUE 2000.
       01  WS-CP-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CP-IDX CP-SRCH-IDX.
               10  WS-CP-KEY            PIC X(24).
               10  WS-CP-ACTION         PIC X.
               10  WS-CP-DATE           PIC 9(8).
       01  WS-CP-TRUNC-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-SWAP-CP              PIC X(33).
       01  WS-CP-POS               PIC S9(4) COMP VALUE 1.
      *****************************************************************
      *  TONIGHT'S RECEIPTED MERCHANDISE RETURNS, IN ORIGINAL
      *  TRANSACTION (WOR-TRAN-KEY) AND SKU ORDER.  WS-RT-CLAIM-SEQ
      *  IS THE MERCHANDISE LINE THE RETURN WAS MATCHED TO, SO ONE
      *  RETURN MARKS EVERY SERVICE ON THAT LINE BUT NO OTHER LINE.
      *****************************************************************
       01  WS-MAX-RT               PIC S9(4) COMP VALUE 5000.
       01  WS-RT-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RT-IDX RT-SRCH-IDX.
               10  WS-RT-SORT-KEY.
                   15  WS-RT-TRAN-KEY.
                       20  WS-RT-ORIG-STORE  PIC 9(4).
                       20  WS-RT-ORIG-DATE   PIC 9(8).
                       20  WS-RT-ORIG-TERM   PIC 9(4).
                       20  WS-RT-ORIG-TRAN   PIC 9(4).
                   15  WS-RT-SKU            PIC 9(7).
               10  WS-RT-STORE          PIC 9(4).
               10  WS-RT-DATE           PIC 9(8).
               10  WS-RT-TERM           PIC 9(4).
               10  WS-RT-TRANNUM        PIC 9(4).
               10  WS-RT-CLAIM-SEQ      PIC 9(4).
       01  WS-RT-TRUNC-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-SWAP-RT              PIC X(51).
       01  WS-RT-POS               PIC S9(4) COMP VALUE 1.
       01  WS-SORT-SW              PIC X.
       01  WS-I                    PIC S9(4) COMP.
       01  WS-MERGE-IDX            PIC S9(4) COMP.
       01  WS-HOLD-OLD-RECORD      PIC X(150).
       01  WS-EXC-TEXT             PIC X(30).
       01  WS-OLD-CNT              PIC 9(7) COMP-3 VALUE 0.
       01  WS-NEW-CNT              PIC 9(7) COMP-3 VALUE 0.
       01  WS-ADDED-CNT            PIC 9(7) COMP-3 VALUE 0.
       01  WS-PURGE-CNT            PIC 9(7) COMP-3 VALUE 0.
       01  WS-DUP-CNT              PIC 9(7) COMP-3 VALUE 0.
       01  WS-PAID-CNT             PIC 9(7) COMP-3 VALUE 0.
       01  WS-NOCHG-CNT            PIC 9(7) COMP-3 VALUE 0.
       01  WS-UNTIED-CNT           PIC 9(7) COMP-3 VALUE 0.
       01  WS-CP-READ-CNT          PIC 9(7) COMP-3 VALUE 0.
       01  WS-COMPLETED-CNT        PIC 9(7) COMP-3 VALUE 0.
       01  WS-CANCELLED-CNT        PIC 9(7) COMP-3 VALUE 0.
       01  WS-CP-REJECT-CNT        PIC 9(7) COMP-3 VALUE 0.
       01  WS-RTN-LINE-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-RTN-MARKED-CNT       PIC 9(7) COMP-3 VALUE 0.
       01  WS-HDG-1                PIC X(66) VALUE
           "SA0653 SPECIAL-SERVICE WORK-ORDER LEDGER - NIGHTLY UPDATE".
       01  WS-HDG-2.
           05  FILLER PIC X(30) VALUE "EXCEPTION / EVENT".
           05  FILLER PIC X(29) VALUE "WORK ORDER".
           05  FILLER PIC X(5)  VALUE "SVC".
           05  FILLER PIC X(9)  VALUE "MDSE SKU".
           05  FILLER PIC X(12) VALUE "   SVC VALUE".
           05  FILLER PIC X(3)  VALUE SPACES.
           05  FILLER PIC X(12) VALUE "STATUS".
           05  FILLER PIC X(9)  VALUE "RTN DATE".
           05  FILLER PIC X(5)  VALUE "STR".
       01  WS-DETAIL-LINE.
           05  WD-EXCEPTION         PIC X(30).
           05  WD-STORE             PIC 9(4).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-DATE              PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-TERM              PIC 9(4).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-TRANNUM           PIC 9(4).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-LINE-SEQ          PIC 9(4).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-TYPE              PIC X(3).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-MDSE-SKU          PIC 9(7).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-VALUE             PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WD-STATUS            PIC X(11).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-RTN-DATE          PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-RTN-STORE         PIC 9(4).
       01  WS-CP-REJECT-LINE.
           05  WR-EXCEPTION         PIC X(30).
           05  WR-ORDER-NO          PIC X(24).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WR-ACTION            PIC X.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WR-ACT-DATE          PIC 9(8).
       01  WS-SUMMARY-1.
           05  FILLER               PIC X(17) VALUE "ORDERS OPENED: ".
           05  WS-SUM-ADDED          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(9)  VALUE "  PAID: ".
           05  WS-SUM-PAID           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE "  NO CHARGE: ".
           05  WS-SUM-NOCHG          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE "  UNTIED: ".
           05  WS-SUM-UNTIED         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE "  DUPLICATES: ".
           05  WS-SUM-DUP            PIC ZZZ,ZZ9.
       01  WS-SUMMARY-2.
           05  FILLER               PIC X(17) VALUE "COMPLETIONS: ".
           05  WS-SUM-CP-READ        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE "  COMPLETED: ".
           05  WS-SUM-COMPLETED      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE "  CANCELLED: ".
           05  WS-SUM-CANCELLED      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE "  REJECTED: ".
           05  WS-SUM-CP-REJECT      PIC ZZZ,ZZ9.
       01  WS-SUMMARY-3.
           05  FILLER               PIC X(17) VALUE "RECEIPTED RTNS: ".
           05  WS-SUM-RTN-LINES      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(25) VALUE
               "  SERVICED ORDERS HIT: ".
           05  WS-SUM-RTN-MARKED     PIC ZZZ,ZZ9.
       01  WS-SUMMARY-4.
           05  FILLER               PIC X(17) VALUE "LEDGER IN: ".
           05  WS-SUM-OLD            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE "  PURGED: ".
           05  WS-SUM-PURGED         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(7)  VALUE "  OUT: ".
           05  WS-SUM-NEW            PIC ZZZ,ZZ9.
       01  WS-TRUNC-LINE.
           05  WT-LABEL             PIC X(44).
           05  WS-SUM-TRUNC          PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SAMASTER
               UNTIL END-OF-SAMASTER
           PERFORM 3000-SORT-DAY-TABLES
           PERFORM 4000-MERGE-TO-NEW-MASTER
           PERFORM 5000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-JULIAN = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (WS-RUN-JULIAN - 365)
           OPEN OUTPUT WO-RPT-FILE
           WRITE WO-RPT-LINE FROM WS-HDG-1
           WRITE WO-RPT-LINE FROM WS-HDG-2
           PERFORM 1100-LOAD-COMPLETIONS
           OPEN INPUT SAMASTER-FILE
           IF NOT SAMSTR-OK
               DISPLAY "SA0653 - SAMASTER OPEN FAILED " WS-SAMSTR-STATUS
               MOVE "Y" TO WS-EOF-SW
           ELSE
               PERFORM 2100-READ-SAMASTER
           END-IF.

      *****************************************************************
      *  1100-LOAD-COMPLETIONS - THE DESK SENDS NOTHING ON A NIGHT
      *  WITH NO FINISHED WORK, SO A MISSING FILE IS NOT AN ERROR.
      *****************************************************************
       1100-LOAD-COMPLETIONS.
           OPEN INPUT COMPLETION-FILE
           IF NOT CMP-OK
               DISPLAY "SA0653 - NO COMPLETION FILE (STATUS "
                       WS-CMP-STATUS ") - NONE APPLIED"
               MOVE "Y" TO WS-CMP-EOF-SW
           ELSE
               PERFORM UNTIL END-OF-COMPLETIONS
                   READ COMPLETION-FILE
                       AT END
                           MOVE "Y" TO WS-CMP-EOF-SW
                       NOT AT END
                           PERFORM 1150-TABLE-COMPLETION
                   END-READ
               END-PERFORM
               CLOSE COMPLETION-FILE
           END-IF.

       1150-TABLE-COMPLETION.
           ADD 1 TO WS-CP-READ-CNT
           IF NOT (WCL-COMPLETE OR WCL-CANCEL)
                   OR WCL-ORDER-NO IS NOT NUMERIC
                   OR WCL-ACT-DATE IS NOT NUMERIC
               MOVE "COMPLETION - INVALID ENTRY" TO WR-EXCEPTION
               PERFORM 4950-REJECT-COMPLETION
           ELSE
               IF WS-CP-COUNT < WS-MAX-CP
                   ADD 1 TO WS-CP-COUNT
                   SET CP-IDX TO WS-CP-COUNT
                   MOVE WCL-ORDER-NO TO WS-CP-KEY (CP-IDX)
                   MOVE WCL-ACTION   TO WS-CP-ACTION (CP-IDX)
                   MOVE WCL-ACT-DATE TO WS-CP-DATE (CP-IDX)
               ELSE
                   DISPLAY "SA0653 - COMPLETION TABLE FULL, DROPPED "
                           WCL-ORDER-NO
                   ADD 1 TO WS-CP-TRUNC-CNT
               END-IF
           END-IF.

       2000-PROCESS-SAMASTER.
           EVALUATE UHR-RECTYPE
               WHEN 00
                   PERFORM 2200-CAPTURE-HEADER
               WHEN 05
                   IF TRAN-ACTIVE AND UDR-DELETE NOT = "Y"
                       EVALUATE TRUE
                           WHEN SALE AND (ALTERATION-SPECIAL-USE
                                   OR MONOGRAMMING-SPECIAL-SERVICE
                                   OR REPAIR-SPECIAL-SERVICE
                                   OR ENGRAVING-SPECIAL-SERVICE)
                               PERFORM 2400-OPEN-WORK-ORDER
                           WHEN SALE
                                   AND UDR-SPECIAL-SERVICE-IND = SPACES
                               PERFORM 2300-NOTE-MERCHANDISE-LINE
                           WHEN SALES-RETURN
                                   AND UDR-SPECIAL-SERVICE-IND = SPACES
                                   AND UDR-ORIGTRN-DATE IS NUMERIC
                                   AND UDR-ORIGTRN-DATE > ZERO
                               PERFORM 2500-CAPTURE-RETURN
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
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
      *  2200-CAPTURE-HEADER - ONLY THE KEY IS SHARED WITH THE LINES,
      *  SO THE CUSTOMER IS SAVED HERE.  A NEW TRANSACTION STARTS
      *  WITH NO MERCHANDISE LINE AND NO ORDERS.
      *****************************************************************
       2200-CAPTURE-HEADER.
           IF THIS-IS-TRAINING
                   OR VOID-TRAN
                   OR UHR-VOID NOT = ZERO
                   OR UHR-SA-VOID-IND = 1
               MOVE "N" TO WS-TRAN-ACTIVE-SW
           ELSE
               MOVE "Y" TO WS-TRAN-ACTIVE-SW
           END-IF
           MOVE UHR-CUSTOMER TO WS-TRAN-CUSTOMER
           MOVE ZERO   TO WS-LAST-MDSE-SEQ WS-LAST-MDSE-SKU
                          WS-LAST-MDSE-PRICE
           MOVE SPACES TO WS-LAST-MDSE-SERIAL
           MOVE 0      TO WS-TRAN-FIRST-NO.

      *****************************************************************
      *  2300-NOTE-MERCHANDISE-LINE REMEMBERS THE LINE FOR SERVICES
      *  THAT FOLLOW IT, AND TIES ANY OF THIS TRANSACTION'S SERVICES
      *  THAT WERE RUNG AHEAD OF IT AND ARE STILL UNTIED.
      *****************************************************************
       2300-NOTE-MERCHANDISE-LINE.
           IF UDR-QTY-0D > 1
               COMPUTE WS-UNIT-PRICE ROUNDED =
                   UDR-PRICE-2D / UDR-QTY-0D
           ELSE
               MOVE UDR-PRICE-2D TO WS-UNIT-PRICE
           END-IF
           MOVE UHR-RECSEQ        TO WS-LAST-MDSE-SEQ
           MOVE UDR-SKU           TO WS-LAST-MDSE-SKU
           MOVE WS-UNIT-PRICE     TO WS-LAST-MDSE-PRICE
           MOVE UDR-SERIAL-NUMBER TO WS-LAST-MDSE-SERIAL
           IF WS-TRAN-FIRST-NO > 0
               PERFORM VARYING NO-IDX FROM WS-TRAN-FIRST-NO BY 1
                       UNTIL NO-IDX > WS-NO-COUNT
                   IF WS-NO-MDSE-SEQ (NO-IDX) = ZERO
                       PERFORM 2450-TIE-TO-MERCHANDISE
                   END-IF
               END-PERFORM
           END-IF.

       2400-OPEN-WORK-ORDER.
           IF WS-NO-COUNT < WS-MAX-NO
               ADD 1 TO WS-NO-COUNT
               SET NO-IDX TO WS-NO-COUNT
               IF WS-TRAN-FIRST-NO = 0
                   MOVE WS-NO-COUNT TO WS-TRAN-FIRST-NO
               END-IF
               MOVE UHR-STORE    TO WS-NK-STORE
               MOVE UHR-CRDATE   TO WS-NK-DATE
               MOVE UHR-TERMINAL TO WS-NK-TERM
               MOVE UHR-TRANNUM  TO WS-NK-TRANNUM
               MOVE UHR-RECSEQ   TO WS-NK-LINE-SEQ
               MOVE WS-NEW-KEY   TO WS-NO-KEY (NO-IDX)
               MOVE UDR-SPECIAL-SERVICE-IND TO WS-NO-TYPE (NO-IDX)
               MOVE UDR-SKU      TO WS-NO-SVC-SKU (NO-IDX)
               MOVE UDR-PRICE-2D TO WS-NO-PRICE (NO-IDX)
               IF UDR-PRICE-2D = ZERO
                   MOVE "Y"              TO WS-NO-NO-CHARGE (NO-IDX)
                   MOVE UDR-TICKET-PRICE TO WS-NO-VALUE (NO-IDX)
               ELSE
                   MOVE "N"              TO WS-NO-NO-CHARGE (NO-IDX)
                   MOVE UDR-PRICE-2D     TO WS-NO-VALUE (NO-IDX)
               END-IF
               MOVE WS-TRAN-CUSTOMER TO WS-NO-CUSTOMER (NO-IDX)
               MOVE ZERO   TO WS-NO-MDSE-SEQ (NO-IDX)
                              WS-NO-MDSE-SKU (NO-IDX)
                              WS-NO-MDSE-PRICE (NO-IDX)
               MOVE SPACES TO WS-NO-MDSE-SERIAL (NO-IDX)
               IF WS-LAST-MDSE-SEQ > ZERO
                   PERFORM 2450-TIE-TO-MERCHANDISE
               END-IF
           ELSE
               DISPLAY "SA0653 - NEW-ORDER TABLE FULL, DROPPED "
                       UHR-STORE " " UHR-TRANNUM " " UHR-RECSEQ
               ADD 1 TO WS-NO-TRUNC-CNT
           END-IF.

       2450-TIE-TO-MERCHANDISE.
           MOVE WS-LAST-MDSE-SEQ    TO WS-NO-MDSE-SEQ (NO-IDX)
           MOVE WS-LAST-MDSE-SKU    TO WS-NO-MDSE-SKU (NO-IDX)
           MOVE WS-LAST-MDSE-PRICE  TO WS-NO-MDSE-PRICE (NO-IDX)
           MOVE WS-LAST-MDSE-SERIAL TO WS-NO-MDSE-SERIAL (NO-IDX).

       2500-CAPTURE-RETURN.
           ADD 1 TO WS-RTN-LINE-CNT
           IF WS-RT-COUNT < WS-MAX-RT
               ADD 1 TO WS-RT-COUNT
               SET RT-IDX TO WS-RT-COUNT
               MOVE UDR-ORIGTRN-STORE  TO WS-RT-ORIG-STORE (RT-IDX)
               MOVE UDR-ORIGTRN-DATE   TO WS-RT-ORIG-DATE (RT-IDX)
               MOVE UDR-ORIGTRN-TERM   TO WS-RT-ORIG-TERM (RT-IDX)
               MOVE UDR-ORIGTRN-TRACER TO WS-RT-ORIG-TRAN (RT-IDX)
               MOVE UDR-SKU            TO WS-RT-SKU (RT-IDX)
               MOVE UHR-STORE          TO WS-RT-STORE (RT-IDX)
               MOVE UHR-CRDATE         TO WS-RT-DATE (RT-IDX)
               MOVE UHR-TERMINAL       TO WS-RT-TERM (RT-IDX)
               MOVE UHR-TRANNUM        TO WS-RT-TRANNUM (RT-IDX)
               MOVE ZERO               TO WS-RT-CLAIM-SEQ (RT-IDX)
           ELSE
               DISPLAY "SA0653 - RETURN TABLE FULL, DROPPED "
                       UHR-STORE " " UHR-TRANNUM " " UDR-SKU
               ADD 1 TO WS-RT-TRUNC-CNT
           END-IF.

       3000-SORT-DAY-TABLES.
           MOVE "Y" TO WS-SORT-SW
           PERFORM UNTIL WS-SORT-SW = "N"
               MOVE "N" TO WS-SORT-SW
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-NO-COUNT
                   SET NO-IDX TO WS-I
                   SET NO-SRCH-IDX TO WS-I
                   SET NO-SRCH-IDX UP BY 1
                   IF WS-NO-KEY (NO-SRCH-IDX) < WS-NO-KEY (NO-IDX)
                       MOVE WS-NO-ENTRY (NO-IDX) TO WS-SWAP-NO
                       MOVE WS-NO-ENTRY (NO-SRCH-IDX)
                           TO WS-NO-ENTRY (NO-IDX)
                       MOVE WS-SWAP-NO TO WS-NO-ENTRY (NO-SRCH-IDX)
                       MOVE "Y" TO WS-SORT-SW
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "Y" TO WS-SORT-SW
           PERFORM UNTIL WS-SORT-SW = "N"
               MOVE "N" TO WS-SORT-SW
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-CP-COUNT
                   SET CP-IDX TO WS-I
                   SET CP-SRCH-IDX TO WS-I
                   SET CP-SRCH-IDX UP BY 1
                   IF WS-CP-KEY (CP-SRCH-IDX) < WS-CP-KEY (CP-IDX)
                       MOVE WS-CP-ENTRY (CP-IDX) TO WS-SWAP-CP
                       MOVE WS-CP-ENTRY (CP-SRCH-IDX)
                           TO WS-CP-ENTRY (CP-IDX)
                       MOVE WS-SWAP-CP TO WS-CP-ENTRY (CP-SRCH-IDX)
                       MOVE "Y" TO WS-SORT-SW
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "Y" TO WS-SORT-SW
           PERFORM UNTIL WS-SORT-SW = "N"
               MOVE "N" TO WS-SORT-SW
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-RT-COUNT
                   SET RT-IDX TO WS-I
                   SET RT-SRCH-IDX TO WS-I
                   SET RT-SRCH-IDX UP BY 1
                   IF WS-RT-SORT-KEY (RT-SRCH-IDX)
                           < WS-RT-SORT-KEY (RT-IDX)
                       MOVE WS-RT-ENTRY (RT-IDX) TO WS-SWAP-RT
                       MOVE WS-RT-ENTRY (RT-SRCH-IDX)
                           TO WS-RT-ENTRY (RT-IDX)
                       MOVE WS-SWAP-RT TO WS-RT-ENTRY (RT-SRCH-IDX)
                       MOVE "Y" TO WS-SORT-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      *  4000-MERGE-TO-NEW-MASTER MATCHES THE OLD LEDGER AGAINST
      *  TONIGHT'S NEW ORDERS BY WOR-KEY.  EVERY ORDER, OLD OR NEW,
      *  PASSES THROUGH 4600 ON ITS WAY OUT, WHERE THE COMPLETIONS
      *  AND RETURNS - SORTED THE SAME WAY - ARE STEPPED ALONG
      *  BESIDE IT.  A NEW ORDER WHOSE KEY IS ALREADY ON THE LEDGER
      *  IS A REPOLLED TRANSACTION AND IS NOT ADDED AGAIN.
      *****************************************************************
       4000-MERGE-TO-NEW-MASTER.
           PERFORM 4050-OPEN-OLD-MASTER
           OPEN OUTPUT NEW-WO-FILE
           MOVE 1 TO WS-MERGE-IDX
           PERFORM UNTIL END-OF-OLD-MASTER
                   AND WS-MERGE-IDX > WS-NO-COUNT
               EVALUATE TRUE
                   WHEN END-OF-OLD-MASTER
                       PERFORM 4300-ADD-NEW-ORDER
                   WHEN WS-MERGE-IDX > WS-NO-COUNT
                       PERFORM 4400-CARRY-OLD-ORDER
                   WHEN WOR-KEY < WS-NO-KEY (WS-MERGE-IDX)
                       PERFORM 4400-CARRY-OLD-ORDER
                   WHEN WOR-KEY = WS-NO-KEY (WS-MERGE-IDX)
                       ADD 1 TO WS-DUP-CNT
                       ADD 1 TO WS-MERGE-IDX
                   WHEN OTHER
                       PERFORM 4300-ADD-NEW-ORDER
               END-EVALUATE
           END-PERFORM
           PERFORM UNTIL WS-CP-POS > WS-CP-COUNT
               SET CP-IDX TO WS-CP-POS
               MOVE "COMPLETION - NO SUCH ORDER" TO WR-EXCEPTION
               PERFORM 4960-REJECT-TABLED-COMPLETION
               ADD 1 TO WS-CP-POS
           END-PERFORM
           IF OLD-MASTER-OPEN
               CLOSE OLD-WO-FILE
           END-IF
           CLOSE NEW-WO-FILE
           DISPLAY "SA0653 - OLD LEDGER RECORDS " WS-OLD-CNT
           DISPLAY "SA0653 - NEW LEDGER RECORDS " WS-NEW-CNT.

       4050-OPEN-OLD-MASTER.
           OPEN INPUT OLD-WO-FILE
           IF NOT OLD-OK
               DISPLAY "SA0653 - NO PRIOR LEDGER (STATUS "
                       WS-OLD-STATUS ") - FIRST-TIME LOAD"
               MOVE "Y" TO WS-OLD-EOF-SW
           ELSE
               MOVE "Y" TO WS-OLD-OPEN-SW
           END-IF
           PERFORM 4100-READ-OLD-MASTER.

       4100-READ-OLD-MASTER.
           IF NOT END-OF-OLD-MASTER
               READ OLD-WO-FILE INTO WORK-ORDER-RECORD
                   AT END
                       MOVE "Y" TO WS-OLD-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-OLD-CNT
               END-READ
           END-IF.

      *****************************************************************
      *  4300-ADD-NEW-ORDER BUILDS A LEDGER RECORD FROM THE TABLE.
      *  THE OLD RECORD WAITING IN THE BUFFER IS HELD ASIDE AND PUT
      *  BACK, AS SA0634 DOES.
      *****************************************************************
       4300-ADD-NEW-ORDER.
           MOVE WORK-ORDER-RECORD TO WS-HOLD-OLD-RECORD
           INITIALIZE WORK-ORDER-RECORD
           SET NO-IDX TO WS-MERGE-IDX
           MOVE WS-NO-KEY (NO-IDX)         TO WOR-KEY
           MOVE WS-NO-TYPE (NO-IDX)        TO WOR-SERVICE-TYPE
           MOVE WS-NO-SVC-SKU (NO-IDX)     TO WOR-SERVICE-SKU
           MOVE WS-NO-PRICE (NO-IDX)       TO WOR-SERVICE-PRICE
           MOVE WS-NO-VALUE (NO-IDX)       TO WOR-SERVICE-VALUE
           MOVE WS-NO-NO-CHARGE (NO-IDX)   TO WOR-NO-CHARGE-IND
           MOVE WS-NO-MDSE-SEQ (NO-IDX)    TO WOR-MDSE-LINE-SEQ
           MOVE WS-NO-MDSE-SKU (NO-IDX)    TO WOR-MDSE-SKU
           MOVE WS-NO-MDSE-PRICE (NO-IDX)  TO WOR-MDSE-PRICE
           MOVE WS-NO-MDSE-SERIAL (NO-IDX) TO WOR-MDSE-SERIAL
           MOVE WS-NO-CUSTOMER (NO-IDX)    TO WOR-CUSTOMER
           MOVE "O"                        TO WOR-STATUS
           MOVE WOR-DATE                   TO WOR-STATUS-DATE
           MOVE "N"                        TO WOR-RETURN-IND
           MOVE SPACES                     TO WOR-FILLER1
           ADD 1 TO WS-ADDED-CNT
           IF WOR-NO-CHARGE
               ADD 1 TO WS-NOCHG-CNT
           ELSE
               ADD 1 TO WS-PAID-CNT
           END-IF
           IF WOR-MDSE-LINE-SEQ = ZERO
               ADD 1 TO WS-UNTIED-CNT
               MOVE "SERVICE - NO MERCHANDISE LINE" TO WS-EXC-TEXT
               PERFORM 4900-REPORT-ORDER
           END-IF
           PERFORM 4600-POST-AND-WRITE
           ADD 1 TO WS-MERGE-IDX
           MOVE WS-HOLD-OLD-RECORD TO WORK-ORDER-RECORD.

       4400-CARRY-OLD-ORDER.
           PERFORM 4600-POST-AND-WRITE
           PERFORM 4100-READ-OLD-MASTER.

       4600-POST-AND-WRITE.
           PERFORM 4700-APPLY-COMPLETIONS
           IF NOT WOR-MDSE-RETURNED AND WOR-MDSE-LINE-SEQ > ZERO
               PERFORM 4800-APPLY-RETURNS
           END-IF
           IF (NOT WOR-OPEN OR WOR-MDSE-RETURNED)
                   AND WOR-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-PURGE-CNT
           ELSE
               WRITE NEW-WO-RECORD FROM WORK-ORDER-RECORD
               ADD 1 TO WS-NEW-CNT
           END-IF.

      *****************************************************************
      *  4700-APPLY-COMPLETIONS - A COMPLETION FOR A NUMBER BELOW THIS
      *  ORDER'S HAS NO ORDER; ONE FOR THIS ORDER CLOSES IT IF IT IS
      *  STILL OPEN.
      *****************************************************************
       4700-APPLY-COMPLETIONS.
           PERFORM UNTIL WS-CP-POS > WS-CP-COUNT
               SET CP-IDX TO WS-CP-POS
               IF WS-CP-KEY (CP-IDX) > WOR-KEY
                   EXIT PERFORM
               END-IF
               IF WS-CP-KEY (CP-IDX) < WOR-KEY
                   MOVE "COMPLETION - NO SUCH ORDER" TO WR-EXCEPTION
                   PERFORM 4960-REJECT-TABLED-COMPLETION
               ELSE
                   IF WOR-OPEN
                       MOVE WS-CP-ACTION (CP-IDX) TO WOR-STATUS
                       MOVE WS-CP-DATE (CP-IDX)   TO WOR-STATUS-DATE
                       IF WOR-COMPLETED
                           ADD 1 TO WS-COMPLETED-CNT
                       ELSE
                           ADD 1 TO WS-CANCELLED-CNT
                       END-IF
                   ELSE
                       MOVE "COMPLETION - ORDER NOT OPEN"
                           TO WR-EXCEPTION
                       PERFORM 4960-REJECT-TABLED-COMPLETION
                   END-IF
               END-IF
               ADD 1 TO WS-CP-POS
           END-PERFORM.

      *****************************************************************
      *  4800-APPLY-RETURNS - STEP PAST RETURNS OF EARLIER
      *  TRANSACTIONS, THEN LOOK AMONG THOSE OF THIS ORDER'S
      *  TRANSACTION FOR ITS MERCHANDISE SKU, EITHER UNCLAIMED OR
      *  ALREADY CLAIMED BY THIS ORDER'S MERCHANDISE LINE.
      *****************************************************************
       4800-APPLY-RETURNS.
           PERFORM UNTIL WS-RT-POS > WS-RT-COUNT
               SET RT-IDX TO WS-RT-POS
               IF WS-RT-TRAN-KEY (RT-IDX) NOT < WOR-TRAN-KEY
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RT-POS
           END-PERFORM
           PERFORM VARYING RT-IDX FROM WS-RT-POS BY 1
                   UNTIL RT-IDX > WS-RT-COUNT
               IF WS-RT-TRAN-KEY (RT-IDX) NOT = WOR-TRAN-KEY
                   EXIT PERFORM
               END-IF
               IF WS-RT-SKU (RT-IDX) = WOR-MDSE-SKU
                       AND (WS-RT-CLAIM-SEQ (RT-IDX) = ZERO
                        OR WS-RT-CLAIM-SEQ (RT-IDX) = WOR-MDSE-LINE-SEQ)
                   MOVE WOR-MDSE-LINE-SEQ   TO WS-RT-CLAIM-SEQ (RT-IDX)
                   MOVE "Y"                 TO WOR-RETURN-IND
                   MOVE WS-RT-STORE (RT-IDX)   TO WOR-RTN-STORE
                   MOVE WS-RT-DATE (RT-IDX)    TO WOR-RTN-DATE
                   MOVE WS-RT-TERM (RT-IDX)    TO WOR-RTN-TERM
                   MOVE WS-RT-TRANNUM (RT-IDX) TO WOR-RTN-TRANNUM
                   ADD 1 TO WS-RTN-MARKED-CNT
                   MOVE "SERVICED MERCHANDISE RETURNED" TO WS-EXC-TEXT
                   PERFORM 4900-REPORT-ORDER
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       4900-REPORT-ORDER.
           MOVE WS-EXC-TEXT       TO WD-EXCEPTION
           MOVE WOR-STORE         TO WD-STORE
           MOVE WOR-DATE          TO WD-DATE
           MOVE WOR-TERM          TO WD-TERM
           MOVE WOR-TRANNUM       TO WD-TRANNUM
           MOVE WOR-LINE-SEQ      TO WD-LINE-SEQ
           MOVE WOR-SERVICE-TYPE  TO WD-TYPE
           MOVE WOR-MDSE-SKU      TO WD-MDSE-SKU
           MOVE WOR-SERVICE-VALUE TO WD-VALUE
           EVALUATE TRUE
               WHEN WOR-COMPLETED AND WOR-NO-CHARGE
                   MOVE "DONE NO CHG" TO WD-STATUS
               WHEN WOR-COMPLETED
                   MOVE "DONE PAID"   TO WD-STATUS
               WHEN WOR-CANCELLED
                   MOVE "CANCELLED"   TO WD-STATUS
               WHEN OTHER
                   MOVE "OPEN"        TO WD-STATUS
           END-EVALUATE
           MOVE WOR-RTN-DATE      TO WD-RTN-DATE
           MOVE WOR-RTN-STORE     TO WD-RTN-STORE
           WRITE WO-RPT-LINE FROM WS-DETAIL-LINE.

       4950-REJECT-COMPLETION.
           ADD 1 TO WS-CP-REJECT-CNT
           MOVE WCL-ORDER-NO TO WR-ORDER-NO
           MOVE WCL-ACTION   TO WR-ACTION
           MOVE ZERO         TO WR-ACT-DATE
           IF WCL-ACT-DATE IS NUMERIC
               MOVE WCL-ACT-DATE TO WR-ACT-DATE
           END-IF
           WRITE WO-RPT-LINE FROM WS-CP-REJECT-LINE.

       4960-REJECT-TABLED-COMPLETION.
           ADD 1 TO WS-CP-REJECT-CNT
           MOVE WS-CP-KEY (CP-IDX)    TO WR-ORDER-NO
           MOVE WS-CP-ACTION (CP-IDX) TO WR-ACTION
           MOVE WS-CP-DATE (CP-IDX)   TO WR-ACT-DATE
           WRITE WO-RPT-LINE FROM WS-CP-REJECT-LINE.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO WO-RPT-LINE
           WRITE WO-RPT-LINE
           MOVE WS-ADDED-CNT     TO WS-SUM-ADDED
           MOVE WS-PAID-CNT      TO WS-SUM-PAID
           MOVE WS-NOCHG-CNT     TO WS-SUM-NOCHG
           MOVE WS-UNTIED-CNT    TO WS-SUM-UNTIED
           MOVE WS-DUP-CNT       TO WS-SUM-DUP
           WRITE WO-RPT-LINE FROM WS-SUMMARY-1
           MOVE WS-CP-READ-CNT   TO WS-SUM-CP-READ
           MOVE WS-COMPLETED-CNT TO WS-SUM-COMPLETED
           MOVE WS-CANCELLED-CNT TO WS-SUM-CANCELLED
           MOVE WS-CP-REJECT-CNT TO WS-SUM-CP-REJECT
           WRITE WO-RPT-LINE FROM WS-SUMMARY-2
           MOVE WS-RTN-LINE-CNT   TO WS-SUM-RTN-LINES
           MOVE WS-RTN-MARKED-CNT TO WS-SUM-RTN-MARKED
           WRITE WO-RPT-LINE FROM WS-SUMMARY-3
           MOVE WS-OLD-CNT       TO WS-SUM-OLD
           MOVE WS-PURGE-CNT     TO WS-SUM-PURGED
           MOVE WS-NEW-CNT       TO WS-SUM-NEW
           WRITE WO-RPT-LINE FROM WS-SUMMARY-4
           IF WS-NO-TRUNC-CNT > 0
               MOVE "** NEW-ORDER TABLE FULL - ORDERS DROPPED: "
                   TO WT-LABEL
               MOVE WS-NO-TRUNC-CNT TO WS-SUM-TRUNC
               WRITE WO-RPT-LINE FROM WS-TRUNC-LINE
           END-IF
           IF WS-CP-TRUNC-CNT > 0
               MOVE "** COMPLETION TABLE FULL - NOT APPLIED: "
                   TO WT-LABEL
               MOVE WS-CP-TRUNC-CNT TO WS-SUM-TRUNC
               WRITE WO-RPT-LINE FROM WS-TRUNC-LINE
           END-IF
           IF WS-RT-TRUNC-CNT > 0
               MOVE "** RETURN TABLE FULL - RETURNS NOT MATCHED: "
                   TO WT-LABEL
               MOVE WS-RT-TRUNC-CNT TO WS-SUM-TRUNC
               WRITE WO-RPT-LINE FROM WS-TRUNC-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE SAMASTER-FILE
           CLOSE WO-RPT-FILE.
