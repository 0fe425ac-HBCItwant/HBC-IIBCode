       IDENTIFICATION DIVISION.
       PROGRAM-ID. SA0658.
      ****************************************************************
      *  SA0658 - SINGLE-PASS FAN-OUT OF THE CLEAN SAMASTER
      *
      *  RUNS AFTER THE SA0629 DUPLICATE SCREEN, ALONGSIDE THE SA0646
      *  MASKED COPY.  MOST OF THE NIGHTLY READERS READ THE WHOLE
      *  CLEAN FILE TOP TO BOTTOM TO KEEP ONE OR TWO RECTYPES FOR A
      *  SUBSET OF TRANSACTIONS, AND TWENTY-ODD FULL PASSES OF IT
      *  WERE RUNNING THE NIGHT PAST STORE OPENING.  THIS JOB READS
      *  THE CLEAN FILE (SAMSTR) ONCE AND WRITES SIX SMALLER,
      *  PURPOSE-BUILT EXTRACTS, EACH IN THE SAMUNPAK LAYOUT WITH THE
      *  RECORDS COPIED UNCHANGED AND IN CLEAN-FILE ORDER, SO A
      *  READER'S HEADER-BREAK LOGIC WORKS ON AN EXTRACT EXACTLY AS
      *  IT DID ON THE FULL FILE:
      *    SAMXTNDR  TENDER - EVERY HEADER AND EVERY TENDER
      *    SAMXDETL  DETAIL - EVERY HEADER AND EVERY DETAIL LINE
      *    SAMXRTNS  TRANSACTIONS WITH A 'RTN' LINE - THEIR HEADER,
      *              DETAIL AND TENDER RECORDS
      *    SAMXMEMO  TRANSACTIONS WITH A MEMO OR EGC ACTIVATION -
      *              THEIR HEADER, MEMO AND EGC ACTIVATION RECORDS
      *    SAMXCUST  TRANSACTIONS WITH A CUSTOMER NUMBER, CUSTOMER OR
      *              GIFT-GIVER RECORD, SEND-TO POSTAL CODE OR GIFT
      *              REGISTRY LINE - THEIR HEADER, DETAIL, MEMO,
      *              CUSTOMER AND GIFT-GIVER RECORDS
      *    SAMXNMER  NON-MERCHANDISE - EVERY HEADER, THE 'IBT', 'MOS',
      *              'RTV', 'GL ', 'PC ', 'TA ' AND 'POA' LINES AND
      *              EVERY FEE
      *  THE LAST THREE NEED THE WHOLE TRANSACTION BEFORE THEY KNOW
      *  WHETHER IT QUALIFIES, SO EACH TRANSACTION (THE RECORDS
      *  SHARING A UHR-KEY APART FROM RECSEQ) IS HELD IN A BUFFER
      *  UNTIL THE KEY CHANGES.  EACH EXTRACT ENDS WITH A SAMXTRL
      *  CONTROL TRAILER CARRYING ITS RECORD COUNTS BY RECTYPE, WHICH
      *  THE READER PROVES ITS OWN READ COUNT AGAINST.
      *
      *  THE SAMXRPT CONTROL REPORT SHOWS THE COUNTS BY RECTYPE FOR
      *  EACH EXTRACT AND FOR THE CLEAN FILE, AND PROVES EACH EXTRACT
      *  AGAINST THE CLEAN FILE: ALL HEADERS AND TENDERS ON SAMXTNDR,
      *  ALL HEADERS AND DETAIL LINES ON SAMXDETL, ALL 'RTN' LINES ON
      *  SAMXRTNS, ALL MEMOS AND EGC ACTIVATIONS ON SAMXMEMO, ALL
      *  CUSTOMER AND GIFT-GIVER RECORDS ON SAMXCUST, ALL HEADERS AND
      *  FEES ON SAMXNMER.  A FAILED PROOF, A FULL TRANSACTION BUFFER
      *  OR AN UNREADABLE CLEAN FILE ENDS THE RUN WITH RETURN CODE 8
      *  SO THE READERS ARE HELD.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMASTER-FILE ASSIGN TO "SAMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMSTR-STATUS.
           SELECT TENDER-EXT-FILE ASSIGN TO "SAMXTNDR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTNDR-STATUS.
           SELECT DETAIL-EXT-FILE ASSIGN TO "SAMXDETL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XDETL-STATUS.
           SELECT RETURN-EXT-FILE ASSIGN TO "SAMXRTNS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XRTNS-STATUS.
           SELECT MEMO-EXT-FILE ASSIGN TO "SAMXMEMO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMEMO-STATUS.
           SELECT CUST-EXT-FILE ASSIGN TO "SAMXCUST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XCUST-STATUS.
           SELECT NONMERCH-EXT-FILE ASSIGN TO "SAMXNMER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XNMER-STATUS.
           SELECT FANOUT-RPT-FILE ASSIGN TO "SAMXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SAMASTER-FILE.
       COPY SAMUNPAK.
       FD  TENDER-EXT-FILE.
       01  TENDER-EXT-RECORD       PIC X(512).
       FD  DETAIL-EXT-FILE.
       01  DETAIL-EXT-RECORD       PIC X(512).
       FD  RETURN-EXT-FILE.
       01  RETURN-EXT-RECORD       PIC X(512).
       FD  MEMO-EXT-FILE.
       01  MEMO-EXT-RECORD         PIC X(512).
       FD  CUST-EXT-FILE.
       01  CUST-EXT-RECORD         PIC X(512).
       FD  NONMERCH-EXT-FILE.
       01  NONMERCH-EXT-RECORD     PIC X(512).
       FD  FANOUT-RPT-FILE.
       01  FANOUT-RPT-LINE         PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-SAMSTR-STATUS        PIC XX  VALUE "00".
           88  SAMSTR-OK                    VALUE "00".
       01  WS-XTNDR-STATUS         PIC XX  VALUE "00".
       01  WS-XDETL-STATUS         PIC XX  VALUE "00".
       01  WS-XRTNS-STATUS         PIC XX  VALUE "00".
       01  WS-XMEMO-STATUS         PIC XX  VALUE "00".
       01  WS-XCUST-STATUS         PIC XX  VALUE "00".
       01  WS-XNMER-STATUS         PIC XX  VALUE "00".
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-EOF-SW               PIC X   VALUE "N".
           88  END-OF-SAMASTER              VALUE "Y".
       01  WS-ABORT-SW             PIC X   VALUE "N".
           88  RUN-ABORTED                  VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       COPY SAMXTRL.
      *****************************************************************
      *  THE TRANSACTION IN HAND.  WS-TRAN-KEY IS UHR-KEY THROUGH THE
      *  UNIQUE QUALIFIER; THE SWITCHES SAY WHICH OF THE SELECTIVE
      *  EXTRACTS THE TRANSACTION QUALIFIES FOR.
      *****************************************************************
       01  WS-TRAN-KEY             PIC X(23) VALUE LOW-VALUES.
       01  WS-TRAN-RTN-SW          PIC X   VALUE "N".
           88  TRAN-HAS-RETURN              VALUE "Y".
       01  WS-TRAN-MEMO-SW         PIC X   VALUE "N".
           88  TRAN-HAS-MEMO                VALUE "Y".
       01  WS-TRAN-CUST-SW         PIC X   VALUE "N".
           88  TRAN-HAS-CUSTOMER            VALUE "Y".
       01  WS-TRAN-TRUNC-SW        PIC X   VALUE "N".
           88  TRAN-TRUNCATED               VALUE "Y".
       01  WS-RTN-LINE-SW          PIC X   VALUE "N".
       01  WS-TRAN-BUFFER.
           05  WS-TB-ENTRY OCCURS 1000 TIMES
                   INDEXED BY TB-IDX.
               10  WS-TB-REC            PIC X(512).
               10  WS-TB-RTN-SW         PIC X.
                   88  TB-RETURN-LINE           VALUE "Y".
       01  WS-TB-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-MAX-TB               PIC S9(4) COMP VALUE 1000.
       01  WS-TB-TRUNC-CNT         PIC 9(7) COMP-3 VALUE 0.
      *****************************************************************
      *  THE RECORD BEING WRITTEN TO AN EXTRACT - THE CURRENT CLEAN-
      *  FILE RECORD, OR ONE RELEASED FROM THE BUFFER AFTER THE NEXT
      *  TRANSACTION'S FIRST RECORD HAS ALREADY BEEN READ.
      *****************************************************************
       01  WS-OUT-RECORD.
           05  WS-OUT-KEY          PIC X(27).
           05  WS-OUT-RECTYPE      PIC 99.
           05  FILLER              PIC X(483).
      *****************************************************************
      *  ONE CONTROL ENTRY PER EXTRACT, IN REPORT ORDER, AND A
      *  SEVENTH FOR THE CLEAN FILE ITSELF.  THE RECTYPE COUNTS ARE
      *  INDEXED 1-8 FOR RECTYPES 00, 05, 40, 50, 60, 70, 75 AND 80,
      *  AND 9 FOR ANYTHING ELSE.
      *****************************************************************
       01  WS-EXT-NAMES.
           05  FILLER PIC X(8)  VALUE "SAMXTNDR".
           05  FILLER PIC X(18) VALUE "TENDER".
           05  FILLER PIC X(8)  VALUE "SAMXDETL".
           05  FILLER PIC X(18) VALUE "DETAIL".
           05  FILLER PIC X(8)  VALUE "SAMXRTNS".
           05  FILLER PIC X(18) VALUE "TRANS WITH RETURNS".
           05  FILLER PIC X(8)  VALUE "SAMXMEMO".
           05  FILLER PIC X(18) VALUE "MEMO AND EGC".
           05  FILLER PIC X(8)  VALUE "SAMXCUST".
           05  FILLER PIC X(18) VALUE "CUSTOMER".
           05  FILLER PIC X(8)  VALUE "SAMXNMER".
           05  FILLER PIC X(18) VALUE "NON-MERCHANDISE".
           05  FILLER PIC X(8)  VALUE "SAMSTR".
           05  FILLER PIC X(18) VALUE "CLEAN FILE READ".
       01  WS-EXT-NAME-TBL REDEFINES WS-EXT-NAMES.
           05  WS-EXT-NAME-ENTRY OCCURS 7 TIMES.
               10  WS-EXT-NAME          PIC X(8).
               10  WS-EXT-CONTENTS      PIC X(18).
       01  WS-EXT-CTL-TABLE.
           05  WS-EXT-CTL-ENTRY OCCURS 7 TIMES.
               10  WS-EXT-REC-CNT       PIC 9(9) COMP-3.
               10  WS-EXT-RT-CNT        PIC 9(9) COMP-3
                                        OCCURS 9 TIMES.
               10  WS-EXT-PROOF-SW      PIC X.
                   88  EXTRACT-PROVED           VALUE "Y".
               10  WS-EXT-TRUNC-SW      PIC X.
                   88  EXTRACT-TRUNCATED        VALUE "Y".
       01  WS-X                    PIC S9(4) COMP.
       01  WS-RT-X                 PIC S9(4) COMP.
       01  WS-IN-RTN-CNT           PIC 9(9) COMP-3 VALUE 0.
       01  WS-XT-RTN-CNT           PIC 9(9) COMP-3 VALUE 0.
       01  WS-PROOF-FAIL-CNT       PIC 9(5) COMP-3 VALUE 0.
       01  WS-HDG-1                PIC X(66) VALUE
           "SA0658 CLEAN-FILE FAN-OUT - CONTROL REPORT".
       01  WS-HDG-2.
           05  FILLER PIC X(27) VALUE "EXTRACT  CONTENTS".
           05  FILLER PIC X(11) VALUE "    HEADERS".
           05  FILLER PIC X(11) VALUE "     DETAIL".
           05  FILLER PIC X(11) VALUE "        FEE".
           05  FILLER PIC X(11) VALUE "     TENDER".
           05  FILLER PIC X(11) VALUE "       MEMO".
           05  FILLER PIC X(11) VALUE "   CUSTOMER".
           05  FILLER PIC X(11) VALUE "   GIFT-GVR".
           05  FILLER PIC X(11) VALUE "    EGC-ACT".
           05  FILLER PIC X(11) VALUE "      TOTAL".
           05  FILLER PIC X(6)  VALUE " PROOF".
       01  WS-EXT-LINE.
           05  WE-NAME              PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WE-CONTENTS          PIC X(18).
           05  WE-CNT-GRP OCCURS 8 TIMES.
               10  WE-CNT-FILL      PIC X(1).
               10  WE-CNT           PIC ZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WE-TOTAL             PIC ZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WE-PROOF             PIC X(5).
       01  WS-RTN-PROOF-LINE.
           05  FILLER               PIC X(28) VALUE
               "'RTN' LINES ON CLEAN FILE: ".
           05  WR-IN-RTN            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(16) VALUE "  ON SAMXRTNS: ".
           05  WR-XT-RTN            PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRUNC-LINE.
           05  FILLER               PIC X(3)  VALUE "** ".
           05  WS-SUM-TRUNC          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(56) VALUE
               " RECORDS DROPPED FROM SELECTIVE EXTRACTS - BUFFER FULL".
       01  WS-PASS-LINE            PIC X(66) VALUE
           "CONTROL PROOF PASSED - EVERY EXTRACT AGREES WITH SAMSTR".
       01  WS-FAIL-LINE.
           05  FILLER               PIC X(24) VALUE
               "** CONTROL PROOF FAILED ".
           05  WS-SUM-FAIL           PIC ZZ,ZZ9.
           05  FILLER               PIC X(48) VALUE
               " CHECKS - EXTRACTS MUST NOT BE RELEASED **".
       01  WS-ABORT-LINE           PIC X(66) VALUE
           "** RUN ABORTED - SAMSTR COULD NOT BE OPENED - NO EXTRACTS".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SAMASTER
               UNTIL END-OF-SAMASTER
           IF WS-TB-COUNT > 0
               PERFORM 2500-RELEASE-TRANSACTION
           END-IF
           IF NOT RUN-ABORTED
               PERFORM 3000-WRITE-TRAILERS
               PERFORM 4000-PROVE-EXTRACTS
           END-IF
           PERFORM 5000-WRITE-CONTROL-REPORT
           PERFORM 9000-TERMINATE
           IF RUN-ABORTED OR WS-PROOF-FAIL-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE WS-EXT-CTL-TABLE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT FANOUT-RPT-FILE
           WRITE FANOUT-RPT-LINE FROM WS-HDG-1
           OPEN INPUT SAMASTER-FILE
           IF NOT SAMSTR-OK
               DISPLAY "SA0658 - SAMASTER OPEN FAILED " WS-SAMSTR-STATUS
               MOVE "Y" TO WS-ABORT-SW
               MOVE "Y" TO WS-EOF-SW
           ELSE
               OPEN OUTPUT TENDER-EXT-FILE
               OPEN OUTPUT DETAIL-EXT-FILE
               OPEN OUTPUT RETURN-EXT-FILE
               OPEN OUTPUT MEMO-EXT-FILE
               OPEN OUTPUT CUST-EXT-FILE
               OPEN OUTPUT NONMERCH-EXT-FILE
               PERFORM 2100-READ-SAMASTER
           END-IF.

      *****************************************************************
      *  2000-PROCESS-SAMASTER WRITES THE RECORD TO THE EXTRACTS THAT
      *  TAKE IT WHOLESALE, NOTES WHAT IT SAYS ABOUT THE TRANSACTION
      *  AND BUFFERS IT FOR THE SELECTIVE EXTRACTS.  A CHANGE OF KEY
      *  RELEASES THE PREVIOUS TRANSACTION FIRST.
      *****************************************************************
       2000-PROCESS-SAMASTER.
           IF UHR-KEY (1:23) NOT = WS-TRAN-KEY AND WS-TB-COUNT > 0
               PERFORM 2500-RELEASE-TRANSACTION
           END-IF
           MOVE UHR-KEY (1:23) TO WS-TRAN-KEY
           MOVE UNPACKED-HEADER-RECORD TO WS-OUT-RECORD
           PERFORM 2900-SET-RECTYPE-INDEX
           MOVE 7 TO WS-X
           PERFORM 2800-COUNT-RECORD
           MOVE "N" TO WS-RTN-LINE-SW
           EVALUATE UHR-RECTYPE
               WHEN 00
                   PERFORM 2200-WRITE-HEADER
               WHEN 05
                   PERFORM 2300-WRITE-DETAIL
               WHEN 40
                   MOVE 6 TO WS-X
                   PERFORM 2700-WRITE-EXTRACT
               WHEN 50
                   MOVE 1 TO WS-X
                   PERFORM 2700-WRITE-EXTRACT
               WHEN 60
               WHEN 80
                   MOVE "Y" TO WS-TRAN-MEMO-SW
               WHEN 70
               WHEN 75
                   MOVE "Y" TO WS-TRAN-CUST-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2400-BUFFER-RECORD
           PERFORM 2100-READ-SAMASTER.

       2100-READ-SAMASTER.
           READ SAMASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       2200-WRITE-HEADER.
           MOVE 1 TO WS-X
           PERFORM 2700-WRITE-EXTRACT
           MOVE 2 TO WS-X
           PERFORM 2700-WRITE-EXTRACT
           MOVE 6 TO WS-X
           PERFORM 2700-WRITE-EXTRACT
           IF UHR-CUSTOMER NOT = ZERO
               MOVE "Y" TO WS-TRAN-CUST-SW
           END-IF.

       2300-WRITE-DETAIL.
           MOVE 2 TO WS-X
           PERFORM 2700-WRITE-EXTRACT
           IF SALES-RETURN
               MOVE "Y" TO WS-TRAN-RTN-SW
               MOVE "Y" TO WS-RTN-LINE-SW
               ADD 1 TO WS-IN-RTN-CNT
           END-IF
           IF (UDR-CAN-POSTAL-CODE NOT = SPACES
                   AND UDR-CAN-POSTAL-CODE NOT = "00000")
                   OR UDR-GIFTREG NOT = ZERO
               MOVE "Y" TO WS-TRAN-CUST-SW
           END-IF
           IF INTERBRANCH-XREF OR MARK-OUT-STK OR RTN-TO-VENDOR
                   OR GENERAL-LEDGER OR PETTY-CASH OR TRAVEL-ADVANCE
                   OR PAYMENT-ON-ACCOUNT
               MOVE 6 TO WS-X
               PERFORM 2700-WRITE-EXTRACT
           END-IF.

       2400-BUFFER-RECORD.
           IF WS-TB-COUNT < WS-MAX-TB
               ADD 1 TO WS-TB-COUNT
               SET TB-IDX TO WS-TB-COUNT
               MOVE UNPACKED-HEADER-RECORD TO WS-TB-REC (TB-IDX)
               MOVE WS-RTN-LINE-SW TO WS-TB-RTN-SW (TB-IDX)
           ELSE
               ADD 1 TO WS-TB-TRUNC-CNT
               MOVE "Y" TO WS-TRAN-TRUNC-SW
               DISPLAY "SA0658 - TRANSACTION BUFFER FULL, DROPPED "
                       UHR-KEY
           END-IF.

      *****************************************************************
      *  2500-RELEASE-TRANSACTION WRITES THE BUFFERED TRANSACTION TO
      *  THE SELECTIVE EXTRACTS IT QUALIFIED FOR, THEN EMPTIES THE
      *  BUFFER FOR THE NEXT ONE.  A TRANSACTION THAT OUTGREW THE
      *  BUFFER GOES OUT SHORT, AND EACH EXTRACT IT WENT TO IS MARKED
      *  SO ITS PROOF FAILS.
      *****************************************************************
       2500-RELEASE-TRANSACTION.
           IF TRAN-TRUNCATED
               IF TRAN-HAS-RETURN
                   MOVE "Y" TO WS-EXT-TRUNC-SW (3)
               END-IF
               IF TRAN-HAS-MEMO
                   MOVE "Y" TO WS-EXT-TRUNC-SW (4)
               END-IF
               IF TRAN-HAS-CUSTOMER
                   MOVE "Y" TO WS-EXT-TRUNC-SW (5)
               END-IF
           END-IF
           IF TRAN-HAS-RETURN OR TRAN-HAS-MEMO OR TRAN-HAS-CUSTOMER
               PERFORM VARYING TB-IDX FROM 1 BY 1
                       UNTIL TB-IDX > WS-TB-COUNT
                   PERFORM 2600-RELEASE-BUFFERED-RECORD
               END-PERFORM
           END-IF
           MOVE 0   TO WS-TB-COUNT
           MOVE "N" TO WS-TRAN-RTN-SW
           MOVE "N" TO WS-TRAN-MEMO-SW
           MOVE "N" TO WS-TRAN-CUST-SW
           MOVE "N" TO WS-TRAN-TRUNC-SW.

       2600-RELEASE-BUFFERED-RECORD.
           MOVE WS-TB-REC (TB-IDX) TO WS-OUT-RECORD
           PERFORM 2900-SET-RECTYPE-INDEX
           IF TRAN-HAS-RETURN
                   AND (WS-OUT-RECTYPE = 00 OR 05 OR 50)
               MOVE 3 TO WS-X
               PERFORM 2700-WRITE-EXTRACT
               IF TB-RETURN-LINE (TB-IDX)
                   ADD 1 TO WS-XT-RTN-CNT
               END-IF
           END-IF
           IF TRAN-HAS-MEMO
                   AND (WS-OUT-RECTYPE = 00 OR 60 OR 80)
               MOVE 4 TO WS-X
               PERFORM 2700-WRITE-EXTRACT
           END-IF
           IF TRAN-HAS-CUSTOMER
                   AND (WS-OUT-RECTYPE = 00 OR 05 OR 60 OR 70 OR 75)
               MOVE 5 TO WS-X
               PERFORM 2700-WRITE-EXTRACT
           END-IF.

       2700-WRITE-EXTRACT.
           PERFORM 2750-PUT-EXTRACT-RECORD
           PERFORM 2800-COUNT-RECORD.

       2750-PUT-EXTRACT-RECORD.
           EVALUATE WS-X
               WHEN 1
                   WRITE TENDER-EXT-RECORD FROM WS-OUT-RECORD
               WHEN 2
                   WRITE DETAIL-EXT-RECORD FROM WS-OUT-RECORD
               WHEN 3
                   WRITE RETURN-EXT-RECORD FROM WS-OUT-RECORD
               WHEN 4
                   WRITE MEMO-EXT-RECORD FROM WS-OUT-RECORD
               WHEN 5
                   WRITE CUST-EXT-RECORD FROM WS-OUT-RECORD
               WHEN 6
                   WRITE NONMERCH-EXT-RECORD FROM WS-OUT-RECORD
           END-EVALUATE.

       2800-COUNT-RECORD.
           ADD 1 TO WS-EXT-REC-CNT (WS-X)
           ADD 1 TO WS-EXT-RT-CNT (WS-X WS-RT-X).

       2900-SET-RECTYPE-INDEX.
           EVALUATE WS-OUT-RECTYPE
               WHEN 00
                   MOVE 1 TO WS-RT-X
               WHEN 05
                   MOVE 2 TO WS-RT-X
               WHEN 40
                   MOVE 3 TO WS-RT-X
               WHEN 50
                   MOVE 4 TO WS-RT-X
               WHEN 60
                   MOVE 5 TO WS-RT-X
               WHEN 70
                   MOVE 6 TO WS-RT-X
               WHEN 75
                   MOVE 7 TO WS-RT-X
               WHEN 80
                   MOVE 8 TO WS-RT-X
               WHEN OTHER
                   MOVE 9 TO WS-RT-X
           END-EVALUATE.

       3000-WRITE-TRAILERS.
           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > 6
               MOVE SPACES TO SAMASTER-EXTRACT-TRAILER
               MOVE HIGH-VALUES TO SXT-KEY
               MOVE 99 TO SXT-RECTYPE
               MOVE WS-EXT-NAME (WS-X)      TO SXT-EXTRACT-NAME
               MOVE WS-RUN-DATE             TO SXT-RUN-DATE
               MOVE WS-EXT-REC-CNT (7)      TO SXT-SOURCE-CNT
               MOVE WS-EXT-RT-CNT (WS-X 1)  TO SXT-TRAN-CNT
               MOVE WS-EXT-REC-CNT (WS-X)   TO SXT-RECORD-CNT
               MOVE WS-EXT-RT-CNT (WS-X 1)  TO SXT-CNT-HEADER
               MOVE WS-EXT-RT-CNT (WS-X 2)  TO SXT-CNT-DETAIL
               MOVE WS-EXT-RT-CNT (WS-X 3)  TO SXT-CNT-FEE
               MOVE WS-EXT-RT-CNT (WS-X 4)  TO SXT-CNT-TENDER
               MOVE WS-EXT-RT-CNT (WS-X 5)  TO SXT-CNT-MEMO
               MOVE WS-EXT-RT-CNT (WS-X 6)  TO SXT-CNT-CUSTOMER
               MOVE WS-EXT-RT-CNT (WS-X 7)  TO SXT-CNT-GIFT-GIVER
               MOVE WS-EXT-RT-CNT (WS-X 8)  TO SXT-CNT-EGC-ACT
               MOVE SAMASTER-EXTRACT-TRAILER TO WS-OUT-RECORD
               PERFORM 2750-PUT-EXTRACT-RECORD
           END-PERFORM.

      *****************************************************************
      *  4000-PROVE-EXTRACTS CHECKS THAT EACH EXTRACT CARRIES EVERY
      *  CLEAN-FILE RECORD OF THE KINDS IT PROMISES IN FULL.  A
      *  SELECTIVE EXTRACT IS ALSO FAILED WHEN A TRANSACTION WENT TO
      *  IT SHORT BECAUSE THE BUFFER WAS FULL.
      *****************************************************************
       4000-PROVE-EXTRACTS.
           IF WS-EXT-RT-CNT (1 1) = WS-EXT-RT-CNT (7 1)
                   AND WS-EXT-RT-CNT (1 4) = WS-EXT-RT-CNT (7 4)
               MOVE "Y" TO WS-EXT-PROOF-SW (1)
           END-IF
           IF WS-EXT-RT-CNT (2 1) = WS-EXT-RT-CNT (7 1)
                   AND WS-EXT-RT-CNT (2 2) = WS-EXT-RT-CNT (7 2)
               MOVE "Y" TO WS-EXT-PROOF-SW (2)
           END-IF
           IF WS-XT-RTN-CNT = WS-IN-RTN-CNT
               MOVE "Y" TO WS-EXT-PROOF-SW (3)
           END-IF
           IF WS-EXT-RT-CNT (4 5) = WS-EXT-RT-CNT (7 5)
                   AND WS-EXT-RT-CNT (4 8) = WS-EXT-RT-CNT (7 8)
               MOVE "Y" TO WS-EXT-PROOF-SW (4)
           END-IF
           IF WS-EXT-RT-CNT (5 6) = WS-EXT-RT-CNT (7 6)
                   AND WS-EXT-RT-CNT (5 7) = WS-EXT-RT-CNT (7 7)
               MOVE "Y" TO WS-EXT-PROOF-SW (5)
           END-IF
           IF WS-EXT-RT-CNT (6 1) = WS-EXT-RT-CNT (7 1)
                   AND WS-EXT-RT-CNT (6 3) = WS-EXT-RT-CNT (7 3)
               MOVE "Y" TO WS-EXT-PROOF-SW (6)
           END-IF
           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > 6
               IF EXTRACT-TRUNCATED (WS-X)
                   MOVE "N" TO WS-EXT-PROOF-SW (WS-X)
               END-IF
               IF NOT EXTRACT-PROVED (WS-X)
                   ADD 1 TO WS-PROOF-FAIL-CNT
                   DISPLAY "SA0658 - " WS-EXT-NAME (WS-X)
                           " DOES NOT AGREE WITH SAMSTR"
               END-IF
           END-PERFORM.

       5000-WRITE-CONTROL-REPORT.
           IF RUN-ABORTED
               WRITE FANOUT-RPT-LINE FROM WS-ABORT-LINE
           ELSE
               WRITE FANOUT-RPT-LINE FROM WS-HDG-2
               PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > 7
                   PERFORM 5100-WRITE-EXTRACT-LINE
               END-PERFORM
               MOVE WS-IN-RTN-CNT TO WR-IN-RTN
               MOVE WS-XT-RTN-CNT TO WR-XT-RTN
               WRITE FANOUT-RPT-LINE FROM WS-RTN-PROOF-LINE
               IF WS-TB-TRUNC-CNT > 0
                   MOVE WS-TB-TRUNC-CNT TO WS-SUM-TRUNC
                   WRITE FANOUT-RPT-LINE FROM WS-TRUNC-LINE
               END-IF
               IF WS-PROOF-FAIL-CNT = ZERO
                   WRITE FANOUT-RPT-LINE FROM WS-PASS-LINE
               ELSE
                   MOVE WS-PROOF-FAIL-CNT TO WS-SUM-FAIL
                   WRITE FANOUT-RPT-LINE FROM WS-FAIL-LINE
               END-IF
           END-IF.

       5100-WRITE-EXTRACT-LINE.
           MOVE WS-EXT-NAME (WS-X)     TO WE-NAME
           MOVE WS-EXT-CONTENTS (WS-X) TO WE-CONTENTS
           PERFORM VARYING WS-RT-X FROM 1 BY 1 UNTIL WS-RT-X > 8
               MOVE SPACE TO WE-CNT-FILL (WS-RT-X)
               MOVE WS-EXT-RT-CNT (WS-X WS-RT-X) TO WE-CNT (WS-RT-X)
           END-PERFORM
           MOVE WS-EXT-REC-CNT (WS-X) TO WE-TOTAL
           EVALUATE TRUE
               WHEN WS-X = 7
                   MOVE SPACES TO WE-PROOF
               WHEN EXTRACT-PROVED (WS-X)
                   MOVE "PASS" TO WE-PROOF
               WHEN OTHER
                   MOVE "FAIL" TO WE-PROOF
           END-EVALUATE
           WRITE FANOUT-RPT-LINE FROM WS-EXT-LINE.

       9000-TERMINATE.
           IF NOT RUN-ABORTED
               CLOSE SAMASTER-FILE
               CLOSE TENDER-EXT-FILE
               CLOSE DETAIL-EXT-FILE
               CLOSE RETURN-EXT-FILE
               CLOSE MEMO-EXT-FILE
               CLOSE CUST-EXT-FILE
               CLOSE NONMERCH-EXT-FILE
           END-IF
           CLOSE FANOUT-RPT-FILE.
