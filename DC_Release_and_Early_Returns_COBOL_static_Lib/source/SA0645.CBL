       IDENTIFICATION DIVISION.
       PROGRAM-ID. SA0645.
      ****************************************************************
      *  SA0645 - PER-TRANSACTION BALANCE PROOF
      *
      *  SA0614 ONLY FOOTS THE TAX BUCKETS AND SA0635 NETS HEADER
      *  AGAINST TENDER AT THE STORE LEVEL, WHERE ONE TRANSACTION
      *  SHORT AND ANOTHER OVER CANCEL OUT.  THIS JOB PROVES EVERY
      *  CUSTOMER-FACING ('CUS' OR 'POA'), NON-TRAINING TRANSACTION
      *  ON THE CLEAN SAMASTER FILE ON ITS OWN.  FOR EACH UHR-KEY
      *  TRANSACTION IT FOOTS
      *      THE SIGNED UDR-PRICE-2D OF EVERY RECTYPE 05 LINE
      *    + THE SIGNED UFR-AMOUNT-2D OF EVERY RECTYPE 40 FEE
      *    + THE SIGNED HEADER TAX (THE FOUR UHR-SALES-TAX-BREAKDOWN
      *      BUCKETS, AS SA0614 FOOTS THEM)
      *  AND PROVES THAT SUM EQUALS THE HEADER'S UHR-TRAN-TOTAL-2D
      *  AND ALSO EQUALS THE NET OF THE RECTYPE 50 UTR-TENDER-AMOUNTS.
      *  LINES, FEES AND TENDERS SALES AUDIT HAS BACKED OUT
      *  (UDR-DELETE / UFR-DELETE / UTR-DELETE) ARE LEFT OUT.
      *  EVERY RECORD OF AN OUT-OF-BALANCE TRANSACTION IS COPIED TO
      *  THE SAMBALS SUSPENSE FILE (SAMUNPAK LAYOUT) AS THE AUDITORS'
      *  WORK FILE - THE CLEAN FILE ITSELF IS NOT ALTERED - AND THE
      *  TRANSACTION IS LISTED ON THE TRNBLRPT EXCEPTION REPORT IN
      *  STORE/TERMINAL ORDER, WITH BOTH VARIANCES AND WHICH SIDE IS
      *  OFF:
      *    TENDER      - LINES AND HEADER AGREE, TENDERS DO NOT
      *    HEADER      - LINES AND TENDERS AGREE, HEADER DOES NOT
      *    LINES       - HEADER AND TENDERS AGREE, LINES DO NOT
      *    ALL THREE   - NO TWO SIDES AGREE
      *  WITH A SUBTOTAL FOR EACH STORE/TERMINAL.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMASTER-FILE ASSIGN TO "SAMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMSTR-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SAMBALS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT TRNBAL-RPT-FILE ASSIGN TO "TRNBLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SAMASTER-FILE.
       COPY SAMUNPAK.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD         PIC X(512).
       FD  TRNBAL-RPT-FILE.
       01  TRNBAL-RPT-LINE         PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-SAMSTR-STATUS        PIC XX  VALUE "00".
           88  SAMSTR-OK                    VALUE "00".
       01  WS-SUSP-STATUS          PIC XX  VALUE "00".
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-EOF-SW               PIC X   VALUE "N".
           88  END-OF-SAMASTER              VALUE "Y".
       01  WS-FIRST-TRAN-SW        PIC X   VALUE "Y".
           88  FIRST-TRANSACTION            VALUE "Y".
       01  WS-CURR-TRAN-KEY.
           05  WS-CURR-COMPARE-KEY PIC X(16).
           05  WS-CURR-TRANNUM     PIC 9999.
           05  WS-CURR-QUALIFIER   PIC XXX.
       01  WS-SAVE-TRAN-KEY        PIC X(23).
      *****************************************************************
      *  WS-PROVE-SW IS SET FROM THE RECTYPE 00 HEADER - ONLY A
      *  CUSTOMER-FACING, NON-TRAINING TRANSACTION WITH A HEADER ON
      *  FILE IS PROVED.  DRAWER-CONTROL TRANSACTIONS CARRY TENDERS
      *  WITH NO SALE BEHIND THEM AND ARE NOT EXPECTED TO FOOT.
      *****************************************************************
       01  WS-PROVE-SW             PIC X   VALUE "N".
           88  PROVE-THIS-TRAN              VALUE "Y".
       01  WS-LINES-TOTAL          PIC S9(9)V99.
       01  WS-HEADER-TOTAL         PIC S9(9)V99.
       01  WS-TENDER-TOTAL         PIC S9(9)V99.
       01  WS-HDR-VARIANCE         PIC S9(9)V99.
       01  WS-TND-VARIANCE         PIC S9(9)V99.
       01  WS-HDR-TND-VARIANCE     PIC S9(9)V99.
       01  WS-AMT-SIGNED           PIC S9(7)V99.
       01  WS-OFF-SIDE             PIC X(10).
      *****************************************************************
      *  WS-TRAN-BUFFER HOLDS EVERY RECORD OF THE TRANSACTION IN
      *  PROGRESS SO AN OUT-OF-BALANCE TRANSACTION CAN BE COPIED TO
      *  SUSPENSE WHOLE ONCE IT HAS BEEN FOOTED AT THE BREAK.
      *****************************************************************
       01  WS-MAX-BUF              PIC S9(4) COMP VALUE 500.
       01  WS-BUF-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-TRAN-BUFFER.
           05  WS-BUF-RECORD       PIC X(512) OCCURS 500 TIMES
                   INDEXED BY BUF-IDX.
       01  WS-BUF-TRUNC-SW         PIC X   VALUE "N".
           88  BUFFER-OVERFLOWED            VALUE "Y".
      *****************************************************************
      *  ONE WS-EX-ENTRY PER OUT-OF-BALANCE TRANSACTION, SORTED INTO
      *  STORE/TERMINAL/DATE/TRACER ORDER FOR THE REPORT.
      *****************************************************************
       01  WS-MAX-EX               PIC S9(4) COMP VALUE 3000.
       01  WS-EX-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-EX-TABLE.
           05  WS-EX-ENTRY OCCURS 3000 TIMES
                   INDEXED BY EX-IDX EX-SRCH-IDX.
               10  WS-EX-SORT-KEY.
                   15  WS-EX-STORE      PIC 9999.
                   15  WS-EX-TERM       PIC 9999.
                   15  WS-EX-CRDATE     PIC 9(8).
                   15  WS-EX-TRANNUM    PIC 9999.
                   15  WS-EX-QUALIFIER  PIC XXX.
               10  WS-EX-LINES          PIC S9(9)V99 COMP-3.
               10  WS-EX-HEADER         PIC S9(9)V99 COMP-3.
               10  WS-EX-TENDER         PIC S9(9)V99 COMP-3.
               10  WS-EX-HDR-VAR        PIC S9(9)V99 COMP-3.
               10  WS-EX-TND-VAR        PIC S9(9)V99 COMP-3.
               10  WS-EX-OFF-SIDE       PIC X(10).
               10  WS-EX-REC-CNT        PIC 9(4).
       01  WS-EX-TRUNC-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-SORT-SW              PIC X.
       01  WS-SWAP-EX              PIC X(67).
       01  WS-I                    PIC S9(4) COMP.
       01  WS-BRK-STORE            PIC 9999.
       01  WS-BRK-TERM             PIC 9999.
       01  WS-BRK-CNT              PIC 9(7) COMP-3 VALUE 0.
       01  WS-BRK-HDR-VAR          PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-BRK-TND-VAR          PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-TRAN-CNT             PIC 9(7) COMP-3 VALUE 0.
       01  WS-PROVED-CNT           PIC 9(7) COMP-3 VALUE 0.
       01  WS-EXCP-CNT             PIC 9(7) COMP-3 VALUE 0.
       01  WS-SUSP-CNT             PIC 9(9) COMP-3 VALUE 0.
       01  WS-BUF-TRUNC-CNT        PIC 9(7) COMP-3 VALUE 0.
       01  WS-HDG-1                PIC X(66) VALUE
           "SA0645 PER-TRANSACTION BALANCE PROOF - EXCEPTIONS ONLY".
       01  WS-HDG-2.
           05  FILLER PIC X(6)  VALUE "STORE".
           05  FILLER PIC X(6)  VALUE "TERM".
           05  FILLER PIC X(10) VALUE "CRDATE".
           05  FILLER PIC X(8)  VALUE "TRACER".
           05  FILLER PIC X(14) VALUE "  LINES+FEE+TX".
           05  FILLER PIC X(14) VALUE "  HEADER-TOTAL".
           05  FILLER PIC X(14) VALUE "  TENDER-NET".
           05  FILLER PIC X(14) VALUE "  VAR-HEADER".
           05  FILLER PIC X(14) VALUE "  VAR-TENDER".
           05  FILLER PIC X(12) VALUE "  SIDE-OFF".
           05  FILLER PIC X(5)  VALUE "RECS".
       01  WS-DETAIL-LINE.
           05  WD-STORE             PIC 9999.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-TERM              PIC 9999.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-CRDATE            PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-TRACER            PIC 9999.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WD-LINES             PIC ZZ,ZZZ,ZZ9.99-.
           05  WD-HEADER            PIC ZZ,ZZZ,ZZ9.99-.
           05  WD-TENDER            PIC ZZ,ZZZ,ZZ9.99-.
           05  WD-HDR-VAR           PIC ZZ,ZZZ,ZZ9.99-.
           05  WD-TND-VAR           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-OFF-SIDE          PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-REC-CNT           PIC ZZZ9.
       01  WS-BREAK-LINE.
           05  FILLER               PIC X(6) VALUE SPACES.
           05  FILLER               PIC X(8) VALUE "STORE ".
           05  WB-STORE             PIC 9999.
           05  FILLER               PIC X(7) VALUE "  TERM ".
           05  WB-TERM              PIC 9999.
           05  FILLER               PIC X(15) VALUE "  EXCEPTIONS: ".
           05  WB-CNT               PIC ZZZ,ZZ9.
           05  FILLER               PIC X(9) VALUE SPACES.
           05  WB-HDR-VAR           PIC ZZ,ZZZ,ZZ9.99-.
           05  WB-TND-VAR           PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-SUMMARY-1.
           05  FILLER               PIC X(24) VALUE
               "TRANSACTIONS READ: ".
           05  WS-SUM-TRAN           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE "  PROVED: ".
           05  WS-SUM-PROVED         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(18) VALUE
               "  OUT OF BALANCE: ".
           05  WS-SUM-EXCP           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(20) VALUE
               "  SUSPENSE RECORDS: ".
           05  WS-SUM-SUSP           PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRUNC-LINE.
           05  FILLER               PIC X(52) VALUE
               "** EXCEPTION TABLE FULL - TRANSACTIONS NOT LISTED: ".
           05  WS-SUM-TRUNC          PIC ZZZ,ZZ9.
       01  WS-BUF-TRUNC-LINE.
           05  FILLER               PIC X(58) VALUE
               "** TRANSACTIONS TOO LARGE TO SUSPEND IN FULL: ".
           05  WS-SUM-BUF-TRUNC      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SAMASTER
               UNTIL END-OF-SAMASTER
           IF NOT FIRST-TRANSACTION
               PERFORM 4000-PROVE-TRANSACTION
           END-IF
           PERFORM 5000-SORT-EXCEPTIONS
           PERFORM 6000-PRODUCE-REPORT
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT SAMASTER-FILE
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT TRNBAL-RPT-FILE
           IF NOT SAMSTR-OK
               DISPLAY "SA0645 - SAMASTER OPEN FAILED " WS-SAMSTR-STATUS
               MOVE "Y" TO WS-EOF-SW
           ELSE
               PERFORM 2100-READ-SAMASTER
           END-IF.

       2000-PROCESS-SAMASTER.
           PERFORM 2250-CHECK-TRAN-BREAK
           PERFORM 2600-BUFFER-RECORD
           EVALUATE UHR-RECTYPE
               WHEN 00
                   PERFORM 2300-CAPTURE-HEADER
               WHEN 05
                   IF UDR-DELETE = SPACE OR UDR-DELETE = "N"
                       PERFORM 2400-ADD-DETAIL-LINE
                   END-IF
               WHEN 40
                   IF UFR-DELETE = SPACE OR UFR-DELETE = "N"
                       PERFORM 2450-ADD-FEE
                   END-IF
               WHEN 50
                   IF UTR-DELETE = SPACE OR UTR-DELETE = "N"
                       PERFORM 2500-ADD-TENDER
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

       2250-CHECK-TRAN-BREAK.
           MOVE UHR-CRDATE   TO WS-CURR-COMPARE-KEY (1:8)
           MOVE UHR-STORE    TO WS-CURR-COMPARE-KEY (9:4)
           MOVE UHR-TERMINAL TO WS-CURR-COMPARE-KEY (13:4)
           MOVE UHR-TRANNUM  TO WS-CURR-TRANNUM
           MOVE UHR-UNIQUE-QUALIFIER TO WS-CURR-QUALIFIER
           IF FIRST-TRANSACTION
               MOVE "N" TO WS-FIRST-TRAN-SW
               PERFORM 2200-START-NEW-TRAN
           ELSE
               IF WS-CURR-TRAN-KEY NOT = WS-SAVE-TRAN-KEY
                   PERFORM 4000-PROVE-TRANSACTION
                   PERFORM 2200-START-NEW-TRAN
               END-IF
           END-IF.

       2200-START-NEW-TRAN.
           MOVE WS-CURR-TRAN-KEY TO WS-SAVE-TRAN-KEY
           MOVE ZERO TO WS-LINES-TOTAL WS-HEADER-TOTAL
                        WS-TENDER-TOTAL
           MOVE "N"  TO WS-PROVE-SW
           MOVE ZERO TO WS-BUF-COUNT
           MOVE "N"  TO WS-BUF-TRUNC-SW
           ADD 1 TO WS-TRAN-CNT.

      *****************************************************************
      *  2300-CAPTURE-HEADER TAKES THE TRANSACTION TOTAL AND ADDS THE
      *  HEADER TAX INTO THE LINES SIDE OF THE PROOF.
      *****************************************************************
       2300-CAPTURE-HEADER.
           IF (CUSTOMER-TRAN OR PAYMENT-ON-ACCT)
                   AND NOT THIS-IS-TRAINING
               MOVE "Y" TO WS-PROVE-SW
           END-IF
           MOVE UHR-TRAN-TOTAL-2D TO WS-HEADER-TOTAL
           IF UHR-TRAN-TOTAL-SIGN = "-"
               MULTIPLY -1 BY WS-HEADER-TOTAL
           END-IF
           MOVE UHR-TOTAL-SALES-TAX TO WS-AMT-SIGNED
           IF UHR-TTL-SLS-TAX-SIGN = "-"
               MULTIPLY -1 BY WS-AMT-SIGNED
           END-IF
           ADD WS-AMT-SIGNED TO WS-LINES-TOTAL
           MOVE UHR-TAX-BUCKET-2 TO WS-AMT-SIGNED
           IF UHR-TAX-BKT-2-SIGN = "-"
               MULTIPLY -1 BY WS-AMT-SIGNED
           END-IF
           ADD WS-AMT-SIGNED TO WS-LINES-TOTAL
           MOVE UHR-TAX-BUCKET-3 TO WS-AMT-SIGNED
           IF UHR-TAX-BKT-3-SIGN = "-"
               MULTIPLY -1 BY WS-AMT-SIGNED
           END-IF
           ADD WS-AMT-SIGNED TO WS-LINES-TOTAL
           MOVE UHR-TAX-BUCKET-4 TO WS-AMT-SIGNED
           IF UHR-TAX-BKT-4-SIGN = "-"
               MULTIPLY -1 BY WS-AMT-SIGNED
           END-IF
           ADD WS-AMT-SIGNED TO WS-LINES-TOTAL.

       2400-ADD-DETAIL-LINE.
           MOVE UDR-PRICE-2D TO WS-AMT-SIGNED
           IF UDR-PRICE-SIGN = "-"
               MULTIPLY -1 BY WS-AMT-SIGNED
           END-IF
           ADD WS-AMT-SIGNED TO WS-LINES-TOTAL.

       2450-ADD-FEE.
           MOVE UFR-AMOUNT-2D TO WS-AMT-SIGNED
           IF UFR-AMOUNT-SIGN = "-"
               MULTIPLY -1 BY WS-AMT-SIGNED
           END-IF
           ADD WS-AMT-SIGNED TO WS-LINES-TOTAL.

       2500-ADD-TENDER.
           MOVE UTR-TENDER-AMOUNT TO WS-AMT-SIGNED
           IF UTR-TENDER-AMT-SIGN = "-"
               MULTIPLY -1 BY WS-AMT-SIGNED
           END-IF
           ADD WS-AMT-SIGNED TO WS-TENDER-TOTAL.

       2600-BUFFER-RECORD.
           IF WS-BUF-COUNT < WS-MAX-BUF
               ADD 1 TO WS-BUF-COUNT
               SET BUF-IDX TO WS-BUF-COUNT
               MOVE UNPACKED-HEADER-RECORD TO WS-BUF-RECORD (BUF-IDX)
           ELSE
               MOVE "Y" TO WS-BUF-TRUNC-SW
           END-IF.

      *****************************************************************
      *  4000-PROVE-TRANSACTION FIRES ON A TRANSACTION BREAK (AND
      *  ONCE MORE AT END OF FILE).  THE THREE SIDES ARE COMPARED TO
      *  THE PENNY; WHEN ANY TWO DISAGREE THE TRANSACTION IS TABLED
      *  FOR THE REPORT AND ITS BUFFERED RECORDS GO TO SUSPENSE.
      *****************************************************************
       4000-PROVE-TRANSACTION.
           IF PROVE-THIS-TRAN
               ADD 1 TO WS-PROVED-CNT
               COMPUTE WS-HDR-VARIANCE =
                   WS-LINES-TOTAL - WS-HEADER-TOTAL
               COMPUTE WS-TND-VARIANCE =
                   WS-LINES-TOTAL - WS-TENDER-TOTAL
               COMPUTE WS-HDR-TND-VARIANCE =
                   WS-HEADER-TOTAL - WS-TENDER-TOTAL
               IF WS-HDR-VARIANCE NOT = ZERO
                       OR WS-TND-VARIANCE NOT = ZERO
                   ADD 1 TO WS-EXCP-CNT
                   EVALUATE TRUE
                       WHEN WS-HDR-VARIANCE = ZERO
                           MOVE "TENDER"    TO WS-OFF-SIDE
                       WHEN WS-TND-VARIANCE = ZERO
                           MOVE "HEADER"    TO WS-OFF-SIDE
                       WHEN WS-HDR-TND-VARIANCE = ZERO
                           MOVE "LINES"     TO WS-OFF-SIDE
                       WHEN OTHER
                           MOVE "ALL THREE" TO WS-OFF-SIDE
                   END-EVALUATE
                   PERFORM 4100-TABLE-EXCEPTION
                   PERFORM 4200-WRITE-SUSPENSE
               END-IF
           END-IF.

       4100-TABLE-EXCEPTION.
           IF WS-EX-COUNT < WS-MAX-EX
               ADD 1 TO WS-EX-COUNT
               SET EX-IDX TO WS-EX-COUNT
               MOVE WS-SAVE-TRAN-KEY (9:4)  TO WS-EX-STORE (EX-IDX)
               MOVE WS-SAVE-TRAN-KEY (13:4) TO WS-EX-TERM (EX-IDX)
               MOVE WS-SAVE-TRAN-KEY (1:8)  TO WS-EX-CRDATE (EX-IDX)
               MOVE WS-SAVE-TRAN-KEY (17:4) TO WS-EX-TRANNUM (EX-IDX)
               MOVE WS-SAVE-TRAN-KEY (21:3)
                   TO WS-EX-QUALIFIER (EX-IDX)
               MOVE WS-LINES-TOTAL  TO WS-EX-LINES (EX-IDX)
               MOVE WS-HEADER-TOTAL TO WS-EX-HEADER (EX-IDX)
               MOVE WS-TENDER-TOTAL TO WS-EX-TENDER (EX-IDX)
               MOVE WS-HDR-VARIANCE TO WS-EX-HDR-VAR (EX-IDX)
               MOVE WS-TND-VARIANCE TO WS-EX-TND-VAR (EX-IDX)
               MOVE WS-OFF-SIDE     TO WS-EX-OFF-SIDE (EX-IDX)
               MOVE WS-BUF-COUNT    TO WS-EX-REC-CNT (EX-IDX)
           ELSE
               ADD 1 TO WS-EX-TRUNC-CNT
           END-IF.

       4200-WRITE-SUSPENSE.
           PERFORM VARYING BUF-IDX FROM 1 BY 1
                   UNTIL BUF-IDX > WS-BUF-COUNT
               WRITE SUSPENSE-RECORD FROM WS-BUF-RECORD (BUF-IDX)
               ADD 1 TO WS-SUSP-CNT
           END-PERFORM
           IF BUFFER-OVERFLOWED
               DISPLAY "SA0645 - TRANSACTION " WS-SAVE-TRAN-KEY
                       " EXCEEDS BUFFER - SUSPENSE COPY INCOMPLETE"
               ADD 1 TO WS-BUF-TRUNC-CNT
           END-IF.

       5000-SORT-EXCEPTIONS.
           MOVE "Y" TO WS-SORT-SW
           PERFORM UNTIL WS-SORT-SW = "N"
               MOVE "N" TO WS-SORT-SW
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-EX-COUNT
                   SET EX-IDX TO WS-I
                   SET EX-SRCH-IDX TO WS-I
                   SET EX-SRCH-IDX UP BY 1
                   IF WS-EX-SORT-KEY (EX-SRCH-IDX)
                           < WS-EX-SORT-KEY (EX-IDX)
                       MOVE WS-EX-ENTRY (EX-IDX) TO WS-SWAP-EX
                       MOVE WS-EX-ENTRY (EX-SRCH-IDX)
                           TO WS-EX-ENTRY (EX-IDX)
                       MOVE WS-SWAP-EX TO WS-EX-ENTRY (EX-SRCH-IDX)
                       MOVE "Y" TO WS-SORT-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      *  6000-PRODUCE-REPORT LISTS THE SORTED EXCEPTIONS WITH A
      *  SUBTOTAL LINE AT EVERY STORE/TERMINAL BREAK.
      *****************************************************************
       6000-PRODUCE-REPORT.
           WRITE TRNBAL-RPT-LINE FROM WS-HDG-1
           WRITE TRNBAL-RPT-LINE FROM WS-HDG-2
           PERFORM VARYING EX-IDX FROM 1 BY 1
                   UNTIL EX-IDX > WS-EX-COUNT
               IF EX-IDX > 1
                   IF WS-EX-STORE (EX-IDX) NOT = WS-BRK-STORE
                       OR WS-EX-TERM (EX-IDX) NOT = WS-BRK-TERM
                       PERFORM 6200-WRITE-BREAK-LINE
                   END-IF
               END-IF
               MOVE WS-EX-STORE (EX-IDX) TO WS-BRK-STORE
               MOVE WS-EX-TERM (EX-IDX)  TO WS-BRK-TERM
               PERFORM 6100-WRITE-DETAIL-LINE
           END-PERFORM
           IF WS-EX-COUNT > 0
               PERFORM 6200-WRITE-BREAK-LINE
           END-IF
           PERFORM 6300-WRITE-SUMMARY.

       6100-WRITE-DETAIL-LINE.
           MOVE WS-EX-STORE (EX-IDX)    TO WD-STORE
           MOVE WS-EX-TERM (EX-IDX)     TO WD-TERM
           MOVE WS-EX-CRDATE (EX-IDX)   TO WD-CRDATE
           MOVE WS-EX-TRANNUM (EX-IDX)  TO WD-TRACER
           MOVE WS-EX-LINES (EX-IDX)    TO WD-LINES
           MOVE WS-EX-HEADER (EX-IDX)   TO WD-HEADER
           MOVE WS-EX-TENDER (EX-IDX)   TO WD-TENDER
           MOVE WS-EX-HDR-VAR (EX-IDX)  TO WD-HDR-VAR
           MOVE WS-EX-TND-VAR (EX-IDX)  TO WD-TND-VAR
           MOVE WS-EX-OFF-SIDE (EX-IDX) TO WD-OFF-SIDE
           MOVE WS-EX-REC-CNT (EX-IDX)  TO WD-REC-CNT
           WRITE TRNBAL-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-BRK-CNT
           ADD WS-EX-HDR-VAR (EX-IDX) TO WS-BRK-HDR-VAR
           ADD WS-EX-TND-VAR (EX-IDX) TO WS-BRK-TND-VAR.

       6200-WRITE-BREAK-LINE.
           MOVE WS-BRK-STORE   TO WB-STORE
           MOVE WS-BRK-TERM    TO WB-TERM
           MOVE WS-BRK-CNT     TO WB-CNT
           MOVE WS-BRK-HDR-VAR TO WB-HDR-VAR
           MOVE WS-BRK-TND-VAR TO WB-TND-VAR
           WRITE TRNBAL-RPT-LINE FROM WS-BREAK-LINE
           MOVE ZERO TO WS-BRK-CNT WS-BRK-HDR-VAR WS-BRK-TND-VAR.

       6300-WRITE-SUMMARY.
           MOVE WS-TRAN-CNT   TO WS-SUM-TRAN
           MOVE WS-PROVED-CNT TO WS-SUM-PROVED
           MOVE WS-EXCP-CNT   TO WS-SUM-EXCP
           MOVE WS-SUSP-CNT   TO WS-SUM-SUSP
           WRITE TRNBAL-RPT-LINE FROM WS-SUMMARY-1
           IF WS-EX-TRUNC-CNT > 0
               MOVE WS-EX-TRUNC-CNT TO WS-SUM-TRUNC
               WRITE TRNBAL-RPT-LINE FROM WS-TRUNC-LINE
           END-IF
           IF WS-BUF-TRUNC-CNT > 0
               MOVE WS-BUF-TRUNC-CNT TO WS-SUM-BUF-TRUNC
               WRITE TRNBAL-RPT-LINE FROM WS-BUF-TRUNC-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE SAMASTER-FILE
           CLOSE SUSPENSE-FILE
           CLOSE TRNBAL-RPT-FILE.
