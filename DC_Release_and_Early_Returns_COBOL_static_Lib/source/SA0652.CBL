       IDENTIFICATION DIVISION.
       PROGRAM-ID. SA0652.
      ****************************************************************
      *  SA0652 - SERIALIZED-MERCHANDISE REGISTRY AND RETURN MATCH
      *
      *  WATCHES, ELECTRONICS AND FINE JEWELRY CARRY
      *  UDR-SERIAL-NUMBER ON THE LINE AND UDR-RETURNABLE SAYS
      *  WHETHER THE ITEM CAN COME BACK, BUT NOTHING READ EITHER, SO
      *  A RETURN OF A SERIAL THE CHAIN NEVER SOLD, OR ONE ALREADY
      *  RETURNED, WENT THROUGH.  THIS JOB KEEPS A PERSISTENT SERIAL
      *  REGISTRY (SERIAL.CPY LAYOUT, OLD-IN/NEW-OUT NIGHTLY MERGE IN
      *  THE SA0632 STYLE).  EVERY LIVE 'SL ' OR 'RTN' LINE WITH A
      *  SERIAL NUMBER - NOT DELETED, NOT IN A TRAINING OR VOIDED
      *  TRANSACTION - IS TABLED AS A SALE OR RETURN EVENT, THE TABLE
      *  IS SORTED BY SERIAL AND THEN RINGING DATE AND TIME, AND EACH
      *  SERIAL'S EVENTS ARE APPLIED IN THAT ORDER TO ITS REGISTRY
      *  RECORD.  A SALE RECORDS THE SELLING STORE, DATE, TERMINAL,
      *  TRANSACTION, UHR-CUSTOMER, UNIT PRICE AND UDR-RETURNABLE; A
      *  RETURN RECORDS WHERE AND AT WHAT PRICE IT CAME BACK.  THE
      *  SERRPT REPORT LISTS EVERY EVENT THAT BREAKS THE SOLD /
      *  RETURNED SEQUENCE:
      *    1 A RETURN OF A SERIAL NOT IN THE REGISTRY
      *    2 A RETURN OF A SERIAL WHOSE LAST EVENT WAS A RETURN
      *    3 A SALE OF A SERIAL WHOSE LAST EVENT WAS A SALE
      *    4 A RETURN AT A UNIT PRICE ABOVE THE RECORDED SOLD PRICE
      *    5 A RETURN OF A SERIAL THE SALE MARKED NON-RETURNABLE
      *  THE REGISTRY IS NOT PURGED - A SERIAL CAN COME BACK ON
      *  WARRANTY YEARS LATER.  A MISSING OLD REGISTRY IS A
      *  FIRST-TIME LOAD.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMASTER-FILE ASSIGN TO "SAMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMSTR-STATUS.
           SELECT OLD-SER-FILE ASSIGN TO "SERREGI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-SER-FILE ASSIGN TO "SERREGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT SER-RPT-FILE ASSIGN TO "SERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SAMASTER-FILE.
       COPY SAMUNPAK.
       FD  OLD-SER-FILE.
       01  OLD-SER-RECORD          PIC X(150).
       FD  NEW-SER-FILE.
       01  NEW-SER-RECORD          PIC X(150).
       FD  SER-RPT-FILE.
       01  SER-RPT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY SERIAL.
       01  WS-SAMSTR-STATUS        PIC XX  VALUE "00".
           88  SAMSTR-OK                    VALUE "00".
       01  WS-OLD-STATUS           PIC XX  VALUE "00".
           88  OLD-OK                       VALUE "00".
       01  WS-NEW-STATUS           PIC XX  VALUE "00".
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-EOF-SW               PIC X   VALUE "N".
           88  END-OF-SAMASTER              VALUE "Y".
       01  WS-OLD-EOF-SW           PIC X   VALUE "N".
           88  END-OF-OLD-MASTER            VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-TRAN-ACTIVE-SW       PIC X   VALUE "N".
           88  TRAN-ACTIVE                  VALUE "Y".
       01  WS-FILE-SEQ             PIC 9(7) VALUE ZERO.
       01  WS-TRAN-CUSTOMER        PIC 9(16) VALUE ZERO.
       01  WS-TRAN-TIME            PIC 9(5)  VALUE ZERO.
      *****************************************************************
      *  ONE WS-EV-ENTRY PER SERIALIZED SALE OR RETURN LINE TODAY.
      *  WS-EV-KEY ORDERS A SERIAL'S EVENTS AS THEY WERE RUNG; THE
      *  FILE SEQUENCE BREAKS TIES WITHIN THE SAME MINUTE.
      *****************************************************************
       01  WS-MAX-EV               PIC S9(4) COMP VALUE 2000.
       01  WS-EV-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-EV-TABLE.
           05  WS-EV-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EV-IDX EV-SRCH-IDX.
               10  WS-EV-KEY.
                   15  WS-EV-SERIAL     PIC X(15).
                   15  WS-EV-DATE       PIC 9(8).
                   15  WS-EV-TIME       PIC 9(5).
                   15  WS-EV-SEQ        PIC 9(7).
               10  WS-EV-TYPE           PIC X.
                   88  EV-SALE               VALUE "S".
                   88  EV-RETURN             VALUE "R".
               10  WS-EV-STORE          PIC 9(4).
               10  WS-EV-TERM           PIC 9(4).
               10  WS-EV-TRANNUM        PIC 9(4).
               10  WS-EV-SKU            PIC 9(7).
               10  WS-EV-CUSTOMER       PIC 9(16).
               10  WS-EV-PRICE          PIC 9(7)V99.
               10  WS-EV-RETURNABLE     PIC X.
       01  WS-EV-TRUNC-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-SORT-SW              PIC X.
       01  WS-SWAP-EV              PIC X(81).
       01  WS-I                    PIC S9(4) COMP.
       01  WS-MERGE-IDX            PIC S9(4) COMP.
       01  WS-UNIT-PRICE           PIC 9(7)V99.
       01  WS-HOLD-OLD-RECORD      PIC X(150).
      *****************************************************************
      *  EXCEPTION CLASSES - TEXT AND COUNT BY WS-EXC-CLASS.
      *****************************************************************
       01  WS-EXC-CLASS            PIC 9.
       01  WS-EXC-TEXT-VALUES.
           05  FILLER  PIC X(30) VALUE "RETURN - SERIAL NEVER SOLD".
           05  FILLER  PIC X(30) VALUE "RETURNED TWICE".
           05  FILLER  PIC X(30) VALUE "SOLD TWICE - NO RETURN".
           05  FILLER  PIC X(30) VALUE "RETURNED ABOVE SOLD PRICE".
           05  FILLER  PIC X(30) VALUE "NON-RETURNABLE RETURNED".
       01  WS-EXC-TEXTS REDEFINES WS-EXC-TEXT-VALUES.
           05  WS-EXC-TEXT         PIC X(30) OCCURS 5 TIMES.
       01  WS-EXC-COUNTS.
           05  WS-EXC-CNT          PIC 9(7) COMP-3 OCCURS 5 TIMES.
       01  WS-OLD-CNT              PIC 9(7) COMP-3 VALUE 0.
       01  WS-NEW-CNT              PIC 9(7) COMP-3 VALUE 0.
       01  WS-ADDED-CNT            PIC 9(7) COMP-3 VALUE 0.
       01  WS-UPDATED-CNT          PIC 9(7) COMP-3 VALUE 0.
       01  WS-SALE-EV-CNT          PIC 9(7) COMP-3 VALUE 0.
       01  WS-RTN-EV-CNT           PIC 9(7) COMP-3 VALUE 0.
       01  WS-HDG-1                PIC X(66) VALUE
           "SA0652 SERIALIZED-MERCHANDISE REGISTRY EXCEPTIONS".
       01  WS-HDG-2.
           05  FILLER PIC X(30) VALUE "EXCEPTION".
           05  FILLER PIC X(16) VALUE "SERIAL".
           05  FILLER PIC X(8)  VALUE "SKU".
           05  FILLER PIC X(5)  VALUE "STR".
           05  FILLER PIC X(9)  VALUE "DATE".
           05  FILLER PIC X(5)  VALUE "TRAN".
           05  FILLER PIC X(12) VALUE "       PRICE".
           05  FILLER PIC X(5)  VALUE " SOLD".
           05  FILLER PIC X(9)  VALUE " SOLD-DT".
           05  FILLER PIC X(12) VALUE "  SOLD-PRICE".
           05  FILLER PIC X(17) VALUE " CUSTOMER".
       01  WS-DETAIL-LINE.
           05  WD-EXCEPTION         PIC X(30).
           05  WD-SERIAL            PIC X(15).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-SKU               PIC 9(7).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-STORE             PIC 9(4).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-DATE              PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-TRANNUM           PIC 9(4).
           05  WD-PRICE             PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-SOLD-STORE        PIC 9(4).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-SOLD-DATE         PIC 9(8).
           05  WD-SOLD-PRICE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-CUSTOMER          PIC 9(16).
       01  WS-SUMMARY-1.
           05  FILLER               PIC X(17) VALUE "REGISTRY IN: ".
           05  WS-SUM-OLD            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE "  NEW SERIALS: ".
           05  WS-SUM-ADDED          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE "  UPDATED: ".
           05  WS-SUM-UPDATED        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(7)  VALUE "  OUT: ".
           05  WS-SUM-NEW            PIC ZZZ,ZZ9.
       01  WS-SUMMARY-2.
           05  FILLER               PIC X(17) VALUE "SALE EVENTS: ".
           05  WS-SUM-SALES          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(17) VALUE "  RETURN EVENTS: ".
           05  WS-SUM-RETURNS        PIC ZZZ,ZZ9.
       01  WS-CLASS-LINE.
           05  WC-TEXT              PIC X(30).
           05  WC-COUNT             PIC ZZZ,ZZ9.
       01  WS-TRUNC-LINE.
           05  FILLER               PIC X(40) VALUE
               "** EVENT TABLE FULL - EVENTS DROPPED: ".
           05  WS-SUM-TRUNC          PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SAMASTER
               UNTIL END-OF-SAMASTER
           PERFORM 3000-SORT-EVENT-TABLE
           PERFORM 4000-MERGE-TO-NEW-MASTER
           PERFORM 5000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-EXC-COUNTS
           OPEN OUTPUT SER-RPT-FILE
           WRITE SER-RPT-LINE FROM WS-HDG-1
           WRITE SER-RPT-LINE FROM WS-HDG-2
           OPEN INPUT SAMASTER-FILE
           IF NOT SAMSTR-OK
               DISPLAY "SA0652 - SAMASTER OPEN FAILED " WS-SAMSTR-STATUS
               MOVE "Y" TO WS-EOF-SW
           ELSE
               PERFORM 2100-READ-SAMASTER
           END-IF.

       2000-PROCESS-SAMASTER.
           ADD 1 TO WS-FILE-SEQ
           EVALUATE UHR-RECTYPE
               WHEN 00
                   PERFORM 2200-CAPTURE-HEADER
               WHEN 05
                   IF TRAN-ACTIVE
                           AND (SALE OR SALES-RETURN)
                           AND UDR-DELETE NOT = "Y"
                           AND UDR-SERIAL-NUMBER NOT = SPACES
                           AND UDR-SERIAL-NUMBER NOT = ZEROS
                       PERFORM 2300-CAPTURE-SERIAL-LINE
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
           IF THIS-IS-TRAINING
                   OR VOID-TRAN
                   OR UHR-VOID NOT = ZERO
                   OR UHR-SA-VOID-IND = 1
               MOVE "N" TO WS-TRAN-ACTIVE-SW
           ELSE
               MOVE "Y" TO WS-TRAN-ACTIVE-SW
           END-IF
           MOVE UHR-CUSTOMER TO WS-TRAN-CUSTOMER
           MOVE UHR-TIME     TO WS-TRAN-TIME.

      *****************************************************************
      *  2300-CAPTURE-SERIAL-LINE TABLES THE LINE AS AN EVENT.  THE
      *  PRICE KEPT IS THE UNIT PRICE, SO A RETURN IS COMPARED TO THE
      *  SALE ONE PIECE AGAINST ONE PIECE.  ONLY THE KEY IS SHARED
      *  WITH THE HEADER, SO CUSTOMER AND TIME COME FROM 2200.
      *****************************************************************
       2300-CAPTURE-SERIAL-LINE.
           IF UDR-QTY-0D > 1
               COMPUTE WS-UNIT-PRICE ROUNDED =
                   UDR-PRICE-2D / UDR-QTY-0D
           ELSE
               MOVE UDR-PRICE-2D TO WS-UNIT-PRICE
           END-IF
           IF WS-EV-COUNT < WS-MAX-EV
               ADD 1 TO WS-EV-COUNT
               SET EV-IDX TO WS-EV-COUNT
               MOVE UDR-SERIAL-NUMBER TO WS-EV-SERIAL (EV-IDX)
               MOVE UHR-CRDATE        TO WS-EV-DATE (EV-IDX)
               MOVE WS-TRAN-TIME      TO WS-EV-TIME (EV-IDX)
               MOVE WS-FILE-SEQ       TO WS-EV-SEQ (EV-IDX)
               IF SALE
                   MOVE "S" TO WS-EV-TYPE (EV-IDX)
                   ADD 1 TO WS-SALE-EV-CNT
               ELSE
                   MOVE "R" TO WS-EV-TYPE (EV-IDX)
                   ADD 1 TO WS-RTN-EV-CNT
               END-IF
               MOVE UHR-STORE         TO WS-EV-STORE (EV-IDX)
               MOVE UHR-TERMINAL      TO WS-EV-TERM (EV-IDX)
               MOVE UHR-TRANNUM       TO WS-EV-TRANNUM (EV-IDX)
               MOVE UDR-SKU           TO WS-EV-SKU (EV-IDX)
               MOVE WS-TRAN-CUSTOMER  TO WS-EV-CUSTOMER (EV-IDX)
               MOVE WS-UNIT-PRICE     TO WS-EV-PRICE (EV-IDX)
               MOVE UDR-RETURNABLE    TO WS-EV-RETURNABLE (EV-IDX)
           ELSE
               DISPLAY "SA0652 - EVENT TABLE FULL, DROPPED "
                       UDR-SERIAL-NUMBER
               ADD 1 TO WS-EV-TRUNC-CNT
           END-IF.

       3000-SORT-EVENT-TABLE.
           MOVE "Y" TO WS-SORT-SW
           PERFORM UNTIL WS-SORT-SW = "N"
               MOVE "N" TO WS-SORT-SW
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-EV-COUNT
                   SET EV-IDX TO WS-I
                   SET EV-SRCH-IDX TO WS-I
                   SET EV-SRCH-IDX UP BY 1
                   IF WS-EV-KEY (EV-SRCH-IDX) < WS-EV-KEY (EV-IDX)
                       MOVE WS-EV-ENTRY (EV-IDX) TO WS-SWAP-EV
                       MOVE WS-EV-ENTRY (EV-SRCH-IDX)
                           TO WS-EV-ENTRY (EV-IDX)
                       MOVE WS-SWAP-EV TO WS-EV-ENTRY (EV-SRCH-IDX)
                       MOVE "Y" TO WS-SORT-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      *  4000-MERGE-TO-NEW-MASTER MATCHES THE OLD REGISTRY AGAINST
      *  THE SORTED EVENTS BY SERIAL.  A SERIAL WITH NO EVENTS IS
      *  COPIED; A SERIAL WITH EVENTS HAS THEM ALL APPLIED BEFORE IT
      *  IS WRITTEN; A SERIAL NOT YET REGISTERED STARTS FROM AN EMPTY
      *  RECORD.
      *****************************************************************
       4000-MERGE-TO-NEW-MASTER.
           PERFORM 4050-OPEN-OLD-MASTER
           OPEN OUTPUT NEW-SER-FILE
           MOVE 1 TO WS-MERGE-IDX
           PERFORM UNTIL END-OF-OLD-MASTER
                   AND WS-MERGE-IDX > WS-EV-COUNT
               EVALUATE TRUE
                   WHEN END-OF-OLD-MASTER
                       PERFORM 4300-ADD-NEW-SERIAL
                   WHEN WS-MERGE-IDX > WS-EV-COUNT
                       PERFORM 4400-COPY-OLD-SERIAL
                   WHEN SRR-SERIAL < WS-EV-SERIAL (WS-MERGE-IDX)
                       PERFORM 4400-COPY-OLD-SERIAL
                   WHEN SRR-SERIAL = WS-EV-SERIAL (WS-MERGE-IDX)
                       PERFORM 4500-UPDATE-OLD-SERIAL
                   WHEN OTHER
                       PERFORM 4300-ADD-NEW-SERIAL
               END-EVALUATE
           END-PERFORM
           CLOSE OLD-SER-FILE
           CLOSE NEW-SER-FILE
           DISPLAY "SA0652 - OLD REGISTRY RECORDS " WS-OLD-CNT
           DISPLAY "SA0652 - NEW REGISTRY RECORDS " WS-NEW-CNT.

       4050-OPEN-OLD-MASTER.
           OPEN INPUT OLD-SER-FILE
           IF NOT OLD-OK
               DISPLAY "SA0652 - NO PRIOR REGISTRY (STATUS "
                       WS-OLD-STATUS ") - FIRST-TIME LOAD"
               MOVE "Y" TO WS-OLD-EOF-SW
           END-IF
           PERFORM 4100-READ-OLD-MASTER.

       4100-READ-OLD-MASTER.
           IF NOT END-OF-OLD-MASTER
               READ OLD-SER-FILE INTO SERIAL-REGISTRY-RECORD
                   AT END
                       MOVE "Y" TO WS-OLD-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-OLD-CNT
               END-READ
           END-IF.

      *****************************************************************
      *  4300-ADD-NEW-SERIAL REGISTERS A SERIAL SEEN FOR THE FIRST
      *  TIME.  THE OLD RECORD WAITING IN THE BUFFER IS HELD ASIDE
      *  AND PUT BACK, AS SA0634 DOES.
      *****************************************************************
       4300-ADD-NEW-SERIAL.
           MOVE SERIAL-REGISTRY-RECORD TO WS-HOLD-OLD-RECORD
           INITIALIZE SERIAL-REGISTRY-RECORD
           MOVE WS-EV-SERIAL (WS-MERGE-IDX) TO SRR-SERIAL
           MOVE SPACE TO SRR-STATUS
           PERFORM 4600-APPLY-SERIAL-EVENTS
           MOVE SPACES TO SRR-FILLER1
           WRITE NEW-SER-RECORD FROM SERIAL-REGISTRY-RECORD
           ADD 1 TO WS-NEW-CNT
           ADD 1 TO WS-ADDED-CNT
           MOVE WS-HOLD-OLD-RECORD TO SERIAL-REGISTRY-RECORD.

       4400-COPY-OLD-SERIAL.
           WRITE NEW-SER-RECORD FROM SERIAL-REGISTRY-RECORD
           ADD 1 TO WS-NEW-CNT
           PERFORM 4100-READ-OLD-MASTER.

       4500-UPDATE-OLD-SERIAL.
           PERFORM 4600-APPLY-SERIAL-EVENTS
           WRITE NEW-SER-RECORD FROM SERIAL-REGISTRY-RECORD
           ADD 1 TO WS-NEW-CNT
           ADD 1 TO WS-UPDATED-CNT
           PERFORM 4100-READ-OLD-MASTER.

       4600-APPLY-SERIAL-EVENTS.
           PERFORM UNTIL WS-MERGE-IDX > WS-EV-COUNT
               SET EV-IDX TO WS-MERGE-IDX
               IF WS-EV-SERIAL (EV-IDX) NOT = SRR-SERIAL
                   EXIT PERFORM
               END-IF
               IF EV-SALE (EV-IDX)
                   PERFORM 4700-APPLY-SALE
               ELSE
                   PERFORM 4800-APPLY-RETURN
               END-IF
               MOVE WS-RUN-DATE TO SRR-LAST-UPDATE
               ADD 1 TO WS-MERGE-IDX
           END-PERFORM.

      *****************************************************************
      *  4700-APPLY-SALE - A SERIAL STILL OUT ON A PRIOR SALE CANNOT
      *  BE SOLD AGAIN.  THE NEW SALE IS RECORDED EITHER WAY SO THE
      *  NEXT RETURN IS MATCHED TO THE LATEST SALE.
      *****************************************************************
       4700-APPLY-SALE.
           IF SERIAL-SOLD
               MOVE 3 TO WS-EXC-CLASS
               PERFORM 4900-REPORT-EXCEPTION
           END-IF
           MOVE "S"                       TO SRR-STATUS
           MOVE WS-EV-SKU (EV-IDX)        TO SRR-SKU
           MOVE WS-EV-STORE (EV-IDX)      TO SRR-SOLD-STORE
           MOVE WS-EV-DATE (EV-IDX)       TO SRR-SOLD-DATE
           MOVE WS-EV-TERM (EV-IDX)       TO SRR-SOLD-TERM
           MOVE WS-EV-TRANNUM (EV-IDX)    TO SRR-SOLD-TRANNUM
           MOVE WS-EV-CUSTOMER (EV-IDX)   TO SRR-SOLD-CUSTOMER
           MOVE WS-EV-PRICE (EV-IDX)      TO SRR-SOLD-PRICE
           MOVE WS-EV-RETURNABLE (EV-IDX) TO SRR-SOLD-RETURNABLE
           IF SRR-SALE-CNT < 999
               ADD 1 TO SRR-SALE-CNT
           END-IF.

      *****************************************************************
      *  4800-APPLY-RETURN - A SERIAL NEVER SOLD OR ALREADY BACK IS
      *  AN EXCEPTION ON ITS OWN; A RETURN OF A SOLD SERIAL IS CHECKED
      *  AGAINST THE SALE'S PRICE AND RETURNABLE FLAG.
      *****************************************************************
       4800-APPLY-RETURN.
           EVALUATE TRUE
               WHEN SERIAL-RETURNED
                   MOVE 2 TO WS-EXC-CLASS
                   PERFORM 4900-REPORT-EXCEPTION
               WHEN SERIAL-SOLD
                   IF WS-EV-PRICE (EV-IDX) > SRR-SOLD-PRICE
                       MOVE 4 TO WS-EXC-CLASS
                       PERFORM 4900-REPORT-EXCEPTION
                   END-IF
                   IF SOLD-NON-RETURNABLE
                       MOVE 5 TO WS-EXC-CLASS
                       PERFORM 4900-REPORT-EXCEPTION
                   END-IF
               WHEN OTHER
                   MOVE 1 TO WS-EXC-CLASS
                   PERFORM 4900-REPORT-EXCEPTION
                   MOVE WS-EV-SKU (EV-IDX) TO SRR-SKU
           END-EVALUATE
           MOVE "R"                       TO SRR-STATUS
           MOVE WS-EV-STORE (EV-IDX)      TO SRR-RTN-STORE
           MOVE WS-EV-DATE (EV-IDX)       TO SRR-RTN-DATE
           MOVE WS-EV-TERM (EV-IDX)       TO SRR-RTN-TERM
           MOVE WS-EV-TRANNUM (EV-IDX)    TO SRR-RTN-TRANNUM
           MOVE WS-EV-PRICE (EV-IDX)      TO SRR-RTN-PRICE
           IF SRR-RETURN-CNT < 999
               ADD 1 TO SRR-RETURN-CNT
           END-IF.

       4900-REPORT-EXCEPTION.
           ADD 1 TO WS-EXC-CNT (WS-EXC-CLASS)
           MOVE WS-EXC-TEXT (WS-EXC-CLASS) TO WD-EXCEPTION
           MOVE WS-EV-SERIAL (EV-IDX)      TO WD-SERIAL
           MOVE WS-EV-SKU (EV-IDX)         TO WD-SKU
           MOVE WS-EV-STORE (EV-IDX)       TO WD-STORE
           MOVE WS-EV-DATE (EV-IDX)        TO WD-DATE
           MOVE WS-EV-TRANNUM (EV-IDX)     TO WD-TRANNUM
           MOVE WS-EV-PRICE (EV-IDX)       TO WD-PRICE
           MOVE SRR-SOLD-STORE             TO WD-SOLD-STORE
           MOVE SRR-SOLD-DATE              TO WD-SOLD-DATE
           MOVE SRR-SOLD-PRICE             TO WD-SOLD-PRICE
           MOVE SRR-SOLD-CUSTOMER          TO WD-CUSTOMER
           WRITE SER-RPT-LINE FROM WS-DETAIL-LINE.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO SER-RPT-LINE
           WRITE SER-RPT-LINE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               MOVE WS-EXC-TEXT (WS-I) TO WC-TEXT
               MOVE WS-EXC-CNT (WS-I)  TO WC-COUNT
               WRITE SER-RPT-LINE FROM WS-CLASS-LINE
           END-PERFORM
           MOVE WS-SALE-EV-CNT TO WS-SUM-SALES
           MOVE WS-RTN-EV-CNT  TO WS-SUM-RETURNS
           WRITE SER-RPT-LINE FROM WS-SUMMARY-2
           MOVE WS-OLD-CNT     TO WS-SUM-OLD
           MOVE WS-ADDED-CNT   TO WS-SUM-ADDED
           MOVE WS-UPDATED-CNT TO WS-SUM-UPDATED
           MOVE WS-NEW-CNT     TO WS-SUM-NEW
           WRITE SER-RPT-LINE FROM WS-SUMMARY-1
           IF WS-EV-TRUNC-CNT > 0
               MOVE WS-EV-TRUNC-CNT TO WS-SUM-TRUNC
               WRITE SER-RPT-LINE FROM WS-TRUNC-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE SAMASTER-FILE
           CLOSE SER-RPT-FILE.
