       IDENTIFICATION DIVISION.
       PROGRAM-ID. SA0657.
      ****************************************************************
      *  SA0657 - BANK-CARD AND AMEX SETTLEMENT RECONCILIATION
      *
      *  SA0610 TOTALS CARD TENDERS BY TYPE, BUT NOTHING PROVED THE
      *  PROCESSOR PAID FOR EACH AUTHORIZATION, SO MISSED
      *  SETTLEMENTS AND CHARGEBACKS SURFACED WEEKS LATER IN THE
      *  BANK RECONCILIATION.  THIS JOB MATCHES EVERY LIVE
      *  BANK-CHARGE OR AMEX TENDER (RECTYPE 50, NOT DELETED, NOT IN
      *  A TRAINING OR VOIDED TRANSACTION) TO THE PROCESSOR'S DAILY
      *  SETTLEMENT FILE (CRDSETL).  A TENDER CARRYING A
      *  UTR-AMEX-TRANS-IDENT IS AN AMEX TENDER AND MATCHES ON THAT
      *  IDENTIFIER; ANY OTHER BANK-CHARGE MATCHES ON RINGING DATE,
      *  UTR-AUTH-CODE AND THE LAST FOUR OF UTR-ACCOUNT-NO.  ONCE THE
      *  KEYS MATCH THE AMOUNTS ARE COMPARED.  WHAT DOES NOT MATCH
      *  CARRIES FORWARD ON THE OPEN-ITEMS MASTER (CRDOPEN.CPY
      *  LAYOUT, CRDOPNI IN, CRDOPNO OUT) AND IS TRIED AGAIN THE NEXT
      *  NIGHT.  THE CRDRRPT REPORT LISTS:
      *    - AMOUNT MISMATCHES - KEYS MATCHED, AMOUNTS DID NOT
      *    - SETTLEMENTS DECLINED - OFFLINE FLOOR-LIMIT TENDERS
      *      (UTR-FLOOR-LIMIT-INDC) FIRST, THEN ANY OTHER
      *    - TENDERS NOT SETTLED, ONCE PAST THE PROCESSOR'S CYCLE
      *    - SETTLEMENTS WITH NO TENDER
      *  EACH WITH ITS DAYS OUTSTANDING, FOLLOWED BY AN AGING
      *  SUMMARY OF EVERYTHING LEFT OPEN.  A MISSING OLD MASTER IS A
      *  FIRST-TIME LOAD; A MISSING SETTLEMENT FILE MEANS NOTHING
      *  SETTLED TONIGHT.
      *
      *  THE JOB READS THE MASKED DISTRIBUTION COPY (SAMSTRM,
      *  WRITTEN BY SA0646), SO THIS STEP RUNS AFTER SA0646.  IT
      *  NEEDS ONLY THE LAST FOUR OF THE CARD NUMBER, WHICH THE MASK
      *  LEAVES IN PLACE, AND UTR-AUTH-CODE AND UTR-AMEX-TRANS-IDENT
      *  ARE NOT MASKED, SO THE MATCH KEYS ARE THE SAME AS ON THE
      *  CLEAN FILE.
      *
      *  IF AN OLD OPEN ITEM, A TENDER OR A SETTLEMENT DOES NOT FIT
      *  ITS TABLE, THE NEW MASTER WOULD LOSE IT, SO THE NEW MASTER
      *  IS NOT WRITTEN AND THE RUN ENDS WITH RETURN CODE 16; THE
      *  OLD MASTER STAYS IN FORCE FOR THE RERUN ONCE THE TABLES ARE
      *  ENLARGED.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMASTER-FILE ASSIGN TO "SAMSTRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMSTR-STATUS.
           SELECT SETTLEMENT-FILE ASSIGN TO "CRDSETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETL-STATUS.
           SELECT OLD-OPEN-FILE ASSIGN TO "CRDOPNI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-OPEN-FILE ASSIGN TO "CRDOPNO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT RECON-RPT-FILE ASSIGN TO "CRDRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SAMASTER-FILE.
       COPY SAMUNPAK.
       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-LINE.
           05  CSL-NETWORK         PIC X.
               88  CSL-BANKCARD         VALUE "B".
               88  CSL-AMEX             VALUE "A".
           05  FILLER              PIC X(1).
           05  CSL-STATUS          PIC X.
               88  CSL-SETTLED          VALUE "S".
               88  CSL-DECLINED         VALUE "D".
           05  FILLER              PIC X(1).
           05  CSL-STORE           PIC 9(4).
           05  FILLER              PIC X(1).
           05  CSL-TRAN-DATE       PIC 9(8).
           05  FILLER              PIC X(1).
           05  CSL-AUTH-CODE       PIC X(8).
           05  FILLER              PIC X(1).
           05  CSL-CARD-LAST4      PIC X(4).
           05  FILLER              PIC X(1).
           05  CSL-AMEX-TRANS-IDENT PIC 9(15).
           05  FILLER              PIC X(1).
           05  CSL-AMOUNT          PIC 9(7)V99.
           05  CSL-AMT-SIGN        PIC X.
           05  FILLER              PIC X(1).
           05  CSL-DEPOSIT-DATE    PIC 9(8).
       FD  OLD-OPEN-FILE.
       01  OLD-OPEN-RECORD         PIC X(120).
       FD  NEW-OPEN-FILE.
       01  NEW-OPEN-RECORD         PIC X(120).
       FD  RECON-RPT-FILE.
       01  RECON-RPT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       COPY CRDOPEN.
       01  WS-SAMSTR-STATUS        PIC XX  VALUE "00".
           88  SAMSTR-OK                    VALUE "00".
       01  WS-SETL-STATUS          PIC XX  VALUE "00".
           88  SETL-OK                      VALUE "00".
       01  WS-OLD-STATUS           PIC XX  VALUE "00".
           88  OLD-OK                       VALUE "00".
       01  WS-NEW-STATUS           PIC XX  VALUE "00".
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-EOF-SW               PIC X   VALUE "N".
           88  END-OF-SAMASTER              VALUE "Y".
       01  WS-SETL-EOF-SW          PIC X   VALUE "N".
           88  END-OF-SETTLEMENT            VALUE "Y".
       01  WS-OLD-EOF-SW           PIC X   VALUE "N".
           88  END-OF-OLD-MASTER            VALUE "Y".
       01  WS-OLD-OPEN-SW          PIC X   VALUE "N".
           88  OLD-MASTER-OPEN              VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-JULIAN           PIC 9(7).
      *****************************************************************
      *  A TENDER RUNG WITHIN WS-GRACE-DAYS OF THE RUN DATE IS STILL
      *  IN THE PROCESSOR'S SETTLEMENT CYCLE - IT IS CARRIED AND
      *  AGED BUT NOT YET LISTED AS NOT SETTLED.
      *****************************************************************
       01  WS-GRACE-DAYS           PIC 9(3)  VALUE 3.
       01  WS-TRAN-ACTIVE-SW       PIC X   VALUE "N".
           88  TRAN-ACTIVE                  VALUE "Y".
       01  WS-ITEM-SEQ             PIC 9(5)  VALUE ZERO.
       01  WS-POS                  PIC S9(4) COMP.
       01  WS-DIFF                 PIC S9(7)V99.
       01  WS-DAYS                 PIC S9(5).
      *****************************************************************
      *  WS-MATCH-KEY BUILDS COI-KEY - A BANK-CARD KEY IS RINGING
      *  DATE, AUTH CODE AND LAST FOUR; AN AMEX KEY IS THE AMEX
      *  TRANSACTION IDENTIFIER.
      *****************************************************************
       01  WS-MATCH-KEY.
           05  WMK-NETWORK         PIC X.
           05  WMK-BANK.
               10  WMK-DATE        PIC 9(8).
               10  WMK-AUTH        PIC X(8).
               10  WMK-LAST4       PIC X(4).
           05  WMK-AMEX REDEFINES WMK-BANK.
               10  WMK-IDENT       PIC 9(15).
               10  FILLER          PIC X(5).
      *****************************************************************
      *  WS-TN-ENTRY (TENDERS) AND WS-SE-ENTRY (SETTLEMENTS) HOLD
      *  TONIGHT'S ITEMS AND THE OPEN ITEMS CARRIED IN, EACH SORTED
      *  BY MATCH KEY, ITEM DATE AND ARRIVAL SO DUPLICATE KEYS PAIR
      *  OFF OLDEST FIRST.  WS-xx-RESULT IS SET BY THE MATCH:
      *  SPACE OPEN, 'M' MATCHED, 'A' AMOUNT MISMATCH, 'D' DECLINED.
      *****************************************************************
       01  WS-MAX-TN               PIC S9(4) COMP VALUE 5000.
       01  WS-TN-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-TN-TABLE.
           05  WS-TN-ENTRY OCCURS 5000 TIMES
                   INDEXED BY TN-IDX TN-SRCH-IDX.
               10  WS-TN-SORT-KEY.
                   15  WS-TN-KEY        PIC X(21).
                   15  WS-TN-ITEM-DATE  PIC 9(8).
                   15  WS-TN-SEQ        PIC 9(5).
               10  WS-TN-RESULT         PIC X.
                   88  TN-OPEN               VALUE " ".
                   88  TN-MISMATCH           VALUE "A".
                   88  TN-DECLINED           VALUE "D".
               10  WS-TN-PAIR           PIC 9(4).
               10  WS-TN-STORE          PIC 9(4).
               10  WS-TN-TERM           PIC 9(4).
               10  WS-TN-TRANNUM        PIC 9(4).
               10  WS-TN-TRAN-DATE      PIC 9(8).
               10  WS-TN-TENDER-TYPE    PIC 9(3).
               10  WS-TN-AUTH           PIC X(8).
               10  WS-TN-LAST4          PIC X(4).
               10  WS-TN-IDENT          PIC 9(15).
               10  WS-TN-AMOUNT         PIC S9(7)V99.
               10  WS-TN-FLOOR          PIC X.
               10  WS-TN-FIRST-OPEN     PIC 9(8).
       01  WS-TN-TRUNC-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-MAX-SE               PIC S9(4) COMP VALUE 5000.
       01  WS-SE-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-SE-TABLE.
           05  WS-SE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY SE-IDX SE-SRCH-IDX.
               10  WS-SE-SORT-KEY.
                   15  WS-SE-KEY        PIC X(21).
                   15  WS-SE-ITEM-DATE  PIC 9(8).
                   15  WS-SE-SEQ        PIC 9(5).
               10  WS-SE-RESULT         PIC X.
                   88  SE-OPEN               VALUE " ".
               10  WS-SE-STATUS         PIC X.
                   88  SE-DECLINED           VALUE "D".
               10  WS-SE-STORE          PIC 9(4).
               10  WS-SE-TRAN-DATE      PIC 9(8).
               10  WS-SE-AUTH           PIC X(8).
               10  WS-SE-LAST4          PIC X(4).
               10  WS-SE-IDENT          PIC 9(15).
               10  WS-SE-AMOUNT         PIC S9(7)V99.
               10  WS-SE-FIRST-OPEN     PIC 9(8).
       01  WS-SE-TRUNC-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-SORT-SW              PIC X.
       01  WS-SWAP-TN              PIC X(107).
       01  WS-SWAP-SE              PIC X(92).
       01  WS-I                    PIC S9(4) COMP.
       01  WS-TN-POS               PIC S9(4) COMP.
       01  WS-SE-POS               PIC S9(4) COMP.
      *****************************************************************
      *  AGING BUCKETS FOR THE OPEN ITEMS - UPPER DAY LIMIT, TEXT,
      *  AND COUNT AND DOLLARS FOR EACH SIDE.
      *****************************************************************
       01  WS-AGE-LIMIT-VALUES.
           05  FILLER              PIC 9(5) VALUE 3.
           05  FILLER              PIC 9(5) VALUE 7.
           05  FILLER              PIC 9(5) VALUE 14.
           05  FILLER              PIC 9(5) VALUE 30.
           05  FILLER              PIC 9(5) VALUE 60.
           05  FILLER              PIC 9(5) VALUE 99999.
       01  WS-AGE-LIMITS REDEFINES WS-AGE-LIMIT-VALUES.
           05  WS-AGE-LIMIT        PIC 9(5) OCCURS 6 TIMES.
       01  WS-AGE-TEXT-VALUES.
           05  FILLER              PIC X(12) VALUE "0-3 DAYS".
           05  FILLER              PIC X(12) VALUE "4-7 DAYS".
           05  FILLER              PIC X(12) VALUE "8-14 DAYS".
           05  FILLER              PIC X(12) VALUE "15-30 DAYS".
           05  FILLER              PIC X(12) VALUE "31-60 DAYS".
           05  FILLER              PIC X(12) VALUE "OVER 60 DAYS".
       01  WS-AGE-TEXTS REDEFINES WS-AGE-TEXT-VALUES.
           05  WS-AGE-TEXT         PIC X(12) OCCURS 6 TIMES.
       01  WS-AGE-TOTALS.
           05  WS-AGE-ENTRY OCCURS 7 TIMES.
               10  WS-AGE-TN-CNT    PIC 9(7) COMP-3.
               10  WS-AGE-TN-AMT    PIC S9(9)V99 COMP-3.
               10  WS-AGE-SE-CNT    PIC 9(7) COMP-3.
               10  WS-AGE-SE-AMT    PIC S9(9)V99 COMP-3.
       01  WS-BUCKET               PIC S9(4) COMP.
       01  WS-OLD-CNT              PIC 9(7) COMP-3 VALUE 0.
       01  WS-NEW-CNT              PIC 9(7) COMP-3 VALUE 0.
       01  WS-TENDER-CNT           PIC 9(7) COMP-3 VALUE 0.
       01  WS-SETTLE-CNT           PIC 9(7) COMP-3 VALUE 0.
       01  WS-MATCHED-CNT          PIC 9(7) COMP-3 VALUE 0.
       01  WS-MISMATCH-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-DECLINED-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-UNSETTLED-CNT        PIC 9(7) COMP-3 VALUE 0.
       01  WS-NOTENDER-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-HDG-1.
           05  FILLER PIC X(51) VALUE
               "SA0657 BANK-CARD AND AMEX SETTLEMENT RECONCILIATION".
           05  FILLER PIC X(10) VALUE "  RUN DATE".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  WH-RUN-DATE          PIC 9(8).
       01  WS-SECTION-LINE.
           05  WS-SECTION-TEXT      PIC X(60).
       01  WS-HDG-2.
           05  FILLER PIC X(5)  VALUE "NET".
           05  FILLER PIC X(5)  VALUE "STR".
           05  FILLER PIC X(5)  VALUE "TERM".
           05  FILLER PIC X(5)  VALUE "TRAN".
           05  FILLER PIC X(9)  VALUE "RING-DT".
           05  FILLER PIC X(4)  VALUE "TYP".
           05  FILLER PIC X(9)  VALUE "AUTH".
           05  FILLER PIC X(5)  VALUE "LST4".
           05  FILLER PIC X(16) VALUE "AMEX-IDENT".
           05  FILLER PIC X(14) VALUE "    TENDER-AMT".
           05  FILLER PIC X(14) VALUE "   SETTLED-AMT".
           05  FILLER PIC X(14) VALUE "    DIFFERENCE".
           05  FILLER PIC X(6)  VALUE "  DAYS".
           05  FILLER PIC X(4)  VALUE " FLR".
       01  WS-DETAIL-LINE.
           05  WD-NETWORK           PIC X(4).
           05  FILLER               PIC X(1).
           05  WD-STORE             PIC 9(4).
           05  FILLER               PIC X(1).
           05  WD-TERM              PIC 9(4).
           05  FILLER               PIC X(1).
           05  WD-TRANNUM           PIC 9(4).
           05  FILLER               PIC X(1).
           05  WD-TRAN-DATE         PIC 9(8).
           05  FILLER               PIC X(1).
           05  WD-TENDER-TYPE       PIC 9(3).
           05  FILLER               PIC X(1).
           05  WD-AUTH              PIC X(8).
           05  FILLER               PIC X(1).
           05  WD-LAST4             PIC X(4).
           05  FILLER               PIC X(1).
           05  WD-IDENT             PIC Z(14)9.
           05  FILLER               PIC X(1).
           05  WD-TENDER-AMT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1).
           05  WD-SETTLED-AMT       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1).
           05  WD-DIFF              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1).
           05  WD-DAYS              PIC ZZZZ9.
           05  FILLER               PIC X(3).
           05  WD-FLOOR             PIC X(1).
       01  WS-AGE-HDG.
           05  FILLER PIC X(14) VALUE "AGE".
           05  FILLER PIC X(28) VALUE
               "     NOT SETTLED      AMOUNT".
           05  FILLER PIC X(28) VALUE
               "       NO TENDER      AMOUNT".
       01  WS-AGE-LINE.
           05  WA-TEXT              PIC X(12).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WA-TN-CNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WA-TN-AMT            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  WA-SE-CNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WA-SE-AMT            PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-SUMMARY-1.
           05  FILLER               PIC X(16) VALUE "TENDERS TODAY: ".
           05  WS-SUM-TENDERS        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE "  SETTLEMENTS: ".
           05  WS-SUM-SETTLES        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(17) VALUE "  OPEN ITEMS IN: ".
           05  WS-SUM-OLD            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE "  MATCHED: ".
           05  WS-SUM-MATCHED        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(18) VALUE
               "  OPEN ITEMS OUT: ".
           05  WS-SUM-NEW            PIC ZZZ,ZZ9.
       01  WS-SUMMARY-2.
           05  FILLER               PIC X(19) VALUE
               "AMOUNT MISMATCHES: ".
           05  WS-SUM-MISMATCH       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE "  DECLINED: ".
           05  WS-SUM-DECLINED       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE "  NOT SETTLED: ".
           05  WS-SUM-UNSETTLED      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE "  NO TENDER: ".
           05  WS-SUM-NOTENDER       PIC ZZZ,ZZ9.
       01  WS-TRUNC-LINE.
           05  FILLER               PIC X(48) VALUE
               "** TENDER TABLE FULL - ITEMS NOT RECONCILED: ".
           05  WS-SUM-TN-TRUNC       PIC ZZZ,ZZ9.
       01  WS-SE-TRUNC-LINE.
           05  FILLER               PIC X(50) VALUE
               "** SETTLEMENT TABLE FULL - ITEMS NOT RECONCILED: ".
           05  WS-SUM-SE-TRUNC       PIC ZZZ,ZZ9.
       01  WS-ABORT-LINE.
           05  FILLER  PIC X(40) VALUE
               "** RUN ABORTED - TABLE FULL - NEW OPEN-".
           05  FILLER  PIC X(30) VALUE "ITEMS MASTER NOT WRITTEN **".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-OPEN-ITEMS
           PERFORM 2000-PROCESS-SAMASTER
               UNTIL END-OF-SAMASTER
           PERFORM 2500-LOAD-SETTLEMENTS
           PERFORM 3000-SORT-TABLES
           PERFORM 3500-MATCH-ITEMS
           PERFORM 4000-REPORT-MATCH-EXCEPTIONS
           IF WS-TN-TRUNC-CNT > 0 OR WS-SE-TRUNC-CNT > 0
               PERFORM 5050-ABORT-OPEN-ITEMS
           ELSE
               PERFORM 5000-WRITE-OPEN-ITEMS
           END-IF
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           IF WS-TN-TRUNC-CNT > 0 OR WS-SE-TRUNC-CNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-JULIAN = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           INITIALIZE WS-AGE-TOTALS
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           OPEN OUTPUT RECON-RPT-FILE
           WRITE RECON-RPT-LINE FROM WS-HDG-1
           OPEN INPUT SAMASTER-FILE
           IF NOT SAMSTR-OK
               DISPLAY "SA0657 - SAMASTER OPEN FAILED " WS-SAMSTR-STATUS
               MOVE "Y" TO WS-EOF-SW
           ELSE
               PERFORM 2100-READ-SAMASTER
           END-IF.

      *****************************************************************
      *  1200-LOAD-OPEN-ITEMS TABLES LAST NIGHT'S OPEN ITEMS FIRST,
      *  SO THEY PAIR OFF AHEAD OF TONIGHT'S ITEMS ON THE SAME KEY.
      *****************************************************************
       1200-LOAD-OPEN-ITEMS.
           OPEN INPUT OLD-OPEN-FILE
           IF NOT OLD-OK
               DISPLAY "SA0657 - NO PRIOR OPEN ITEMS (STATUS "
                       WS-OLD-STATUS ") - FIRST-TIME LOAD"
               MOVE "Y" TO WS-OLD-EOF-SW
           ELSE
               MOVE "Y" TO WS-OLD-OPEN-SW
           END-IF
           PERFORM 1300-READ-OLD-MASTER
           PERFORM UNTIL END-OF-OLD-MASTER
               IF COI-TENDER-ITEM
                   PERFORM 1400-TABLE-OLD-TENDER
               ELSE
                   PERFORM 1500-TABLE-OLD-SETTLEMENT
               END-IF
               PERFORM 1300-READ-OLD-MASTER
           END-PERFORM
           IF OLD-MASTER-OPEN
               CLOSE OLD-OPEN-FILE
           END-IF.

       1300-READ-OLD-MASTER.
           IF NOT END-OF-OLD-MASTER
               READ OLD-OPEN-FILE INTO CARD-OPEN-ITEM-RECORD
                   AT END
                       MOVE "Y" TO WS-OLD-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-OLD-CNT
               END-READ
           END-IF.

       1400-TABLE-OLD-TENDER.
           IF WS-TN-COUNT < WS-MAX-TN
               ADD 1 TO WS-TN-COUNT
               SET TN-IDX TO WS-TN-COUNT
               INITIALIZE WS-TN-ENTRY (TN-IDX)
               ADD 1 TO WS-ITEM-SEQ
               MOVE COI-KEY              TO WS-TN-KEY (TN-IDX)
               MOVE COI-ITEM-DATE        TO WS-TN-ITEM-DATE (TN-IDX)
               MOVE WS-ITEM-SEQ          TO WS-TN-SEQ (TN-IDX)
               MOVE SPACE                TO WS-TN-RESULT (TN-IDX)
               MOVE COI-STORE            TO WS-TN-STORE (TN-IDX)
               MOVE COI-TERM             TO WS-TN-TERM (TN-IDX)
               MOVE COI-TRANNUM          TO WS-TN-TRANNUM (TN-IDX)
               MOVE COI-TRAN-DATE        TO WS-TN-TRAN-DATE (TN-IDX)
               MOVE COI-TENDER-TYPE      TO WS-TN-TENDER-TYPE (TN-IDX)
               MOVE COI-AUTH-CODE        TO WS-TN-AUTH (TN-IDX)
               MOVE COI-CARD-LAST4       TO WS-TN-LAST4 (TN-IDX)
               MOVE COI-AMEX-TRANS-IDENT TO WS-TN-IDENT (TN-IDX)
               MOVE COI-AMOUNT           TO WS-TN-AMOUNT (TN-IDX)
               IF COI-AMT-SIGN = "-"
                   MULTIPLY -1 BY WS-TN-AMOUNT (TN-IDX)
               END-IF
               MOVE COI-FLOOR-LIMIT-INDC TO WS-TN-FLOOR (TN-IDX)
               MOVE COI-FIRST-OPEN-DATE  TO WS-TN-FIRST-OPEN (TN-IDX)
           ELSE
               DISPLAY "SA0657 - TENDER TABLE FULL, DROPPED "
                       COI-KEY
               ADD 1 TO WS-TN-TRUNC-CNT
           END-IF.

       1500-TABLE-OLD-SETTLEMENT.
           IF WS-SE-COUNT < WS-MAX-SE
               ADD 1 TO WS-SE-COUNT
               SET SE-IDX TO WS-SE-COUNT
               INITIALIZE WS-SE-ENTRY (SE-IDX)
               ADD 1 TO WS-ITEM-SEQ
               MOVE COI-KEY              TO WS-SE-KEY (SE-IDX)
               MOVE COI-ITEM-DATE        TO WS-SE-ITEM-DATE (SE-IDX)
               MOVE WS-ITEM-SEQ          TO WS-SE-SEQ (SE-IDX)
               MOVE SPACE                TO WS-SE-RESULT (SE-IDX)
               MOVE COI-SETL-STATUS      TO WS-SE-STATUS (SE-IDX)
               MOVE COI-STORE            TO WS-SE-STORE (SE-IDX)
               MOVE COI-TRAN-DATE        TO WS-SE-TRAN-DATE (SE-IDX)
               MOVE COI-AUTH-CODE        TO WS-SE-AUTH (SE-IDX)
               MOVE COI-CARD-LAST4       TO WS-SE-LAST4 (SE-IDX)
               MOVE COI-AMEX-TRANS-IDENT TO WS-SE-IDENT (SE-IDX)
               MOVE COI-AMOUNT           TO WS-SE-AMOUNT (SE-IDX)
               IF COI-AMT-SIGN = "-"
                   MULTIPLY -1 BY WS-SE-AMOUNT (SE-IDX)
               END-IF
               MOVE COI-FIRST-OPEN-DATE  TO WS-SE-FIRST-OPEN (SE-IDX)
           ELSE
               DISPLAY "SA0657 - SETTLEMENT TABLE FULL, DROPPED "
                       COI-KEY
               ADD 1 TO WS-SE-TRUNC-CNT
           END-IF.

       2000-PROCESS-SAMASTER.
           EVALUATE UHR-RECTYPE
               WHEN 00
                   PERFORM 2200-CAPTURE-HEADER
               WHEN 50
                   IF TRAN-ACTIVE
                           AND UTR-DELETE NOT = "Y"
                           AND (BANK-CHARGE
                                OR UTR-AMEX-TRANS-IDENT NOT = ZERO)
                       PERFORM 2300-CAPTURE-TENDER
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
           END-IF.

      *****************************************************************
      *  2300-CAPTURE-TENDER TABLES A CARD TENDER.  THE LAST FOUR
      *  ARE THE LAST FOUR NON-BLANK POSITIONS OF UTR-ACCOUNT-NO,
      *  WHICH THE MASKED COPY CARRIES UNCHANGED.
      *****************************************************************
       2300-CAPTURE-TENDER.
           ADD 1 TO WS-TENDER-CNT
           IF WS-TN-COUNT < WS-MAX-TN
               ADD 1 TO WS-TN-COUNT
               SET TN-IDX TO WS-TN-COUNT
               INITIALIZE WS-TN-ENTRY (TN-IDX)
               ADD 1 TO WS-ITEM-SEQ
               MOVE SPACES TO WS-TN-LAST4 (TN-IDX)
               PERFORM VARYING WS-POS FROM 32 BY -1
                       UNTIL WS-POS < 4
                   IF UTR-ACCOUNT-NO (WS-POS:1) NOT = SPACE
                       MOVE UTR-ACCOUNT-NO (WS-POS - 3:4)
                           TO WS-TN-LAST4 (TN-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-MATCH-KEY
               IF UTR-AMEX-TRANS-IDENT NOT = ZERO
                   MOVE "A"                  TO WMK-NETWORK
                   MOVE UTR-AMEX-TRANS-IDENT TO WMK-IDENT
               ELSE
                   MOVE "B"                  TO WMK-NETWORK
                   MOVE UHR-CRDATE           TO WMK-DATE
                   MOVE UTR-AUTH-CODE        TO WMK-AUTH
                   MOVE WS-TN-LAST4 (TN-IDX) TO WMK-LAST4
               END-IF
               MOVE WS-MATCH-KEY         TO WS-TN-KEY (TN-IDX)
               MOVE UHR-CRDATE           TO WS-TN-ITEM-DATE (TN-IDX)
               MOVE WS-ITEM-SEQ          TO WS-TN-SEQ (TN-IDX)
               MOVE SPACE                TO WS-TN-RESULT (TN-IDX)
               MOVE UHR-STORE            TO WS-TN-STORE (TN-IDX)
               MOVE UHR-TERMINAL         TO WS-TN-TERM (TN-IDX)
               MOVE UHR-TRANNUM          TO WS-TN-TRANNUM (TN-IDX)
               MOVE UHR-CRDATE           TO WS-TN-TRAN-DATE (TN-IDX)
               MOVE UTR-TENDER-TYPE      TO WS-TN-TENDER-TYPE (TN-IDX)
               MOVE UTR-AUTH-CODE        TO WS-TN-AUTH (TN-IDX)
               MOVE UTR-AMEX-TRANS-IDENT TO WS-TN-IDENT (TN-IDX)
               MOVE UTR-TENDER-AMOUNT    TO WS-TN-AMOUNT (TN-IDX)
               IF UTR-TENDER-AMT-SIGN = "-"
                   MULTIPLY -1 BY WS-TN-AMOUNT (TN-IDX)
               END-IF
               MOVE UTR-FLOOR-LIMIT-INDC TO WS-TN-FLOOR (TN-IDX)
               MOVE WS-RUN-DATE          TO WS-TN-FIRST-OPEN (TN-IDX)
           ELSE
               DISPLAY "SA0657 - TENDER TABLE FULL, DROPPED "
                       UHR-STORE " " UHR-TERMINAL " " UHR-TRANNUM
               ADD 1 TO WS-TN-TRUNC-CNT
           END-IF.

      *****************************************************************
      *  2500-LOAD-SETTLEMENTS TABLES THE PROCESSOR'S FILE.  A
      *  MISSING FILE MEANS NOTHING SETTLED TONIGHT - EVERY TENDER
      *  SIMPLY STAYS OPEN.
      *****************************************************************
       2500-LOAD-SETTLEMENTS.
           OPEN INPUT SETTLEMENT-FILE
           IF NOT SETL-OK
               DISPLAY "SA0657 - NO SETTLEMENT FILE (STATUS "
                       WS-SETL-STATUS ") - NOTHING SETTLED"
               MOVE "Y" TO WS-SETL-EOF-SW
           ELSE
               PERFORM UNTIL END-OF-SETTLEMENT
                   READ SETTLEMENT-FILE
                       AT END
                           MOVE "Y" TO WS-SETL-EOF-SW
                       NOT AT END
                           PERFORM 2700-TABLE-SETTLEMENT
                   END-READ
               END-PERFORM
               CLOSE SETTLEMENT-FILE
           END-IF.

       2700-TABLE-SETTLEMENT.
           ADD 1 TO WS-SETTLE-CNT
           IF WS-SE-COUNT < WS-MAX-SE
               ADD 1 TO WS-SE-COUNT
               SET SE-IDX TO WS-SE-COUNT
               INITIALIZE WS-SE-ENTRY (SE-IDX)
               ADD 1 TO WS-ITEM-SEQ
               MOVE SPACES TO WS-MATCH-KEY
               IF CSL-AMEX
                   MOVE "A"                  TO WMK-NETWORK
                   MOVE CSL-AMEX-TRANS-IDENT TO WMK-IDENT
               ELSE
                   MOVE "B"                  TO WMK-NETWORK
                   MOVE CSL-TRAN-DATE        TO WMK-DATE
                   MOVE CSL-AUTH-CODE        TO WMK-AUTH
                   MOVE CSL-CARD-LAST4       TO WMK-LAST4
               END-IF
               MOVE WS-MATCH-KEY         TO WS-SE-KEY (SE-IDX)
               MOVE CSL-DEPOSIT-DATE     TO WS-SE-ITEM-DATE (SE-IDX)
               MOVE WS-ITEM-SEQ          TO WS-SE-SEQ (SE-IDX)
               MOVE SPACE                TO WS-SE-RESULT (SE-IDX)
               MOVE CSL-STATUS           TO WS-SE-STATUS (SE-IDX)
               MOVE CSL-STORE            TO WS-SE-STORE (SE-IDX)
               MOVE CSL-TRAN-DATE        TO WS-SE-TRAN-DATE (SE-IDX)
               MOVE CSL-AUTH-CODE        TO WS-SE-AUTH (SE-IDX)
               MOVE CSL-CARD-LAST4       TO WS-SE-LAST4 (SE-IDX)
               MOVE CSL-AMEX-TRANS-IDENT TO WS-SE-IDENT (SE-IDX)
               MOVE CSL-AMOUNT           TO WS-SE-AMOUNT (SE-IDX)
               IF CSL-AMT-SIGN = "-"
                   MULTIPLY -1 BY WS-SE-AMOUNT (SE-IDX)
               END-IF
               MOVE WS-RUN-DATE          TO WS-SE-FIRST-OPEN (SE-IDX)
           ELSE
               DISPLAY "SA0657 - SETTLEMENT TABLE FULL, DROPPED "
                       CSL-AUTH-CODE " " CSL-AMEX-TRANS-IDENT
               ADD 1 TO WS-SE-TRUNC-CNT
           END-IF.

       3000-SORT-TABLES.
           MOVE "Y" TO WS-SORT-SW
           PERFORM UNTIL WS-SORT-SW = "N"
               MOVE "N" TO WS-SORT-SW
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-TN-COUNT
                   SET TN-IDX TO WS-I
                   SET TN-SRCH-IDX TO WS-I
                   SET TN-SRCH-IDX UP BY 1
                   IF WS-TN-SORT-KEY (TN-SRCH-IDX)
                           < WS-TN-SORT-KEY (TN-IDX)
                       MOVE WS-TN-ENTRY (TN-IDX) TO WS-SWAP-TN
                       MOVE WS-TN-ENTRY (TN-SRCH-IDX)
                           TO WS-TN-ENTRY (TN-IDX)
                       MOVE WS-SWAP-TN TO WS-TN-ENTRY (TN-SRCH-IDX)
                       MOVE "Y" TO WS-SORT-SW
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "Y" TO WS-SORT-SW
           PERFORM UNTIL WS-SORT-SW = "N"
               MOVE "N" TO WS-SORT-SW
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-SE-COUNT
                   SET SE-IDX TO WS-I
                   SET SE-SRCH-IDX TO WS-I
                   SET SE-SRCH-IDX UP BY 1
                   IF WS-SE-SORT-KEY (SE-SRCH-IDX)
                           < WS-SE-SORT-KEY (SE-IDX)
                       MOVE WS-SE-ENTRY (SE-IDX) TO WS-SWAP-SE
                       MOVE WS-SE-ENTRY (SE-SRCH-IDX)
                           TO WS-SE-ENTRY (SE-IDX)
                       MOVE WS-SWAP-SE TO WS-SE-ENTRY (SE-SRCH-IDX)
                       MOVE "Y" TO WS-SORT-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      *  3500-MATCH-ITEMS WALKS THE TWO SORTED TABLES TOGETHER BY
      *  MATCH KEY.  EQUAL KEYS PAIR OFF ONE FOR ONE; A TENDER OR
      *  SETTLEMENT LEFT WITHOUT A PARTNER STAYS OPEN.
      *****************************************************************
       3500-MATCH-ITEMS.
           MOVE 1 TO WS-TN-POS
           MOVE 1 TO WS-SE-POS
           PERFORM UNTIL WS-TN-POS > WS-TN-COUNT
                   OR WS-SE-POS > WS-SE-COUNT
               SET TN-IDX TO WS-TN-POS
               SET SE-IDX TO WS-SE-POS
               EVALUATE TRUE
                   WHEN WS-TN-KEY (TN-IDX) < WS-SE-KEY (SE-IDX)
                       ADD 1 TO WS-TN-POS
                   WHEN WS-TN-KEY (TN-IDX) > WS-SE-KEY (SE-IDX)
                       ADD 1 TO WS-SE-POS
                   WHEN OTHER
                       PERFORM 3600-PAIR-ITEMS
                       ADD 1 TO WS-TN-POS
                       ADD 1 TO WS-SE-POS
               END-EVALUATE
           END-PERFORM.

      *****************************************************************
      *  3600-PAIR-ITEMS CLOSES BOTH HALVES.  A DECLINE TAKES
      *  PRECEDENCE OVER AN AMOUNT DIFFERENCE - THE PROCESSOR IS NOT
      *  PAYING EITHER WAY.
      *****************************************************************
       3600-PAIR-ITEMS.
           MOVE "M" TO WS-SE-RESULT (SE-IDX)
           MOVE WS-SE-POS TO WS-TN-PAIR (TN-IDX)
           ADD 1 TO WS-MATCHED-CNT
           EVALUATE TRUE
               WHEN SE-DECLINED (SE-IDX)
                   MOVE "D" TO WS-TN-RESULT (TN-IDX)
                   ADD 1 TO WS-DECLINED-CNT
               WHEN WS-TN-AMOUNT (TN-IDX) NOT = WS-SE-AMOUNT (SE-IDX)
                   MOVE "A" TO WS-TN-RESULT (TN-IDX)
                   ADD 1 TO WS-MISMATCH-CNT
               WHEN OTHER
                   MOVE "M" TO WS-TN-RESULT (TN-IDX)
           END-EVALUATE.

      *****************************************************************
      *  4000-REPORT-MATCH-EXCEPTIONS LISTS TONIGHT'S MISMATCHED AND
      *  DECLINED PAIRS - FLOOR-LIMIT DECLINES AHEAD OF THE REST.
      *****************************************************************
       4000-REPORT-MATCH-EXCEPTIONS.
           MOVE "AMOUNT MISMATCHES - TENDER AND SETTLEMENT DISAGREE"
               TO WS-SECTION-TEXT
           PERFORM 4900-WRITE-SECTION-HEADING
           PERFORM VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > WS-TN-COUNT
               IF TN-MISMATCH (TN-IDX)
                   PERFORM 4100-WRITE-PAIR-LINE
               END-IF
           END-PERFORM
           MOVE "FLOOR-LIMIT TENDERS DECLINED AT SETTLEMENT"
               TO WS-SECTION-TEXT
           PERFORM 4900-WRITE-SECTION-HEADING
           PERFORM VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > WS-TN-COUNT
               IF TN-DECLINED (TN-IDX)
                       AND WS-TN-FLOOR (TN-IDX) = "Y"
                   PERFORM 4100-WRITE-PAIR-LINE
               END-IF
           END-PERFORM
           MOVE "OTHER TENDERS DECLINED AT SETTLEMENT"
               TO WS-SECTION-TEXT
           PERFORM 4900-WRITE-SECTION-HEADING
           PERFORM VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > WS-TN-COUNT
               IF TN-DECLINED (TN-IDX)
                       AND WS-TN-FLOOR (TN-IDX) NOT = "Y"
                   PERFORM 4100-WRITE-PAIR-LINE
               END-IF
           END-PERFORM.

       4100-WRITE-PAIR-LINE.
           SET SE-IDX TO WS-TN-PAIR (TN-IDX)
           PERFORM 4200-FORMAT-TENDER
           MOVE WS-SE-AMOUNT (SE-IDX) TO WD-SETTLED-AMT
           COMPUTE WS-DIFF =
               WS-SE-AMOUNT (SE-IDX) - WS-TN-AMOUNT (TN-IDX)
           MOVE WS-DIFF TO WD-DIFF
           WRITE RECON-RPT-LINE FROM WS-DETAIL-LINE.

       4200-FORMAT-TENDER.
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-TN-KEY (TN-IDX) (1:1) = "A"
               MOVE "AMEX" TO WD-NETWORK
               MOVE WS-TN-IDENT (TN-IDX) TO WD-IDENT
           ELSE
               MOVE "BANK" TO WD-NETWORK
           END-IF
           MOVE WS-TN-STORE (TN-IDX)       TO WD-STORE
           MOVE WS-TN-TERM (TN-IDX)        TO WD-TERM
           MOVE WS-TN-TRANNUM (TN-IDX)     TO WD-TRANNUM
           MOVE WS-TN-TRAN-DATE (TN-IDX)   TO WD-TRAN-DATE
           MOVE WS-TN-TENDER-TYPE (TN-IDX) TO WD-TENDER-TYPE
           MOVE WS-TN-AUTH (TN-IDX)        TO WD-AUTH
           MOVE WS-TN-LAST4 (TN-IDX)       TO WD-LAST4
           MOVE WS-TN-AMOUNT (TN-IDX)      TO WD-TENDER-AMT
           MOVE WS-TN-FLOOR (TN-IDX)       TO WD-FLOOR
           COMPUTE WS-DAYS = WS-RUN-JULIAN
               - FUNCTION INTEGER-OF-DATE (WS-TN-ITEM-DATE (TN-IDX))
           MOVE WS-DAYS TO WD-DAYS.

      *****************************************************************
      *  4900-WRITE-SECTION-HEADING STARTS EACH REPORT SECTION.
      *****************************************************************
       4900-WRITE-SECTION-HEADING.
           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           WRITE RECON-RPT-LINE FROM WS-SECTION-LINE
           WRITE RECON-RPT-LINE FROM WS-HDG-2.

      *****************************************************************
      *  5000-WRITE-OPEN-ITEMS CARRIES EVERY UNPAIRED TENDER AND
      *  SETTLEMENT TO THE NEW OPEN-ITEMS MASTER, LISTS THEM, AND
      *  AGES THEM.  A TENDER STILL INSIDE THE GRACE DAYS IS CARRIED
      *  AND AGED BUT NOT LISTED.
      *****************************************************************
       5000-WRITE-OPEN-ITEMS.
           OPEN OUTPUT NEW-OPEN-FILE
           MOVE "TENDERS NOT SETTLED" TO WS-SECTION-TEXT
           PERFORM 4900-WRITE-SECTION-HEADING
           PERFORM VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > WS-TN-COUNT
               IF TN-OPEN (TN-IDX)
                   PERFORM 5100-CARRY-TENDER
               END-IF
           END-PERFORM
           MOVE "SETTLEMENTS WITH NO TENDER" TO WS-SECTION-TEXT
           PERFORM 4900-WRITE-SECTION-HEADING
           PERFORM VARYING SE-IDX FROM 1 BY 1
                   UNTIL SE-IDX > WS-SE-COUNT
               IF SE-OPEN (SE-IDX)
                   PERFORM 5200-CARRY-SETTLEMENT
               END-IF
           END-PERFORM
           CLOSE NEW-OPEN-FILE
           DISPLAY "SA0657 - OLD OPEN ITEMS " WS-OLD-CNT
           DISPLAY "SA0657 - NEW OPEN ITEMS " WS-NEW-CNT.

      *****************************************************************
      *  5050-ABORT-OPEN-ITEMS - AN ITEM THAT DID NOT FIT A TABLE
      *  WOULD DROP OFF A MASTER WRITTEN FROM THE TABLES, SO NONE IS
      *  WRITTEN AND LAST NIGHT'S MASTER STAYS IN FORCE.
      *****************************************************************
       5050-ABORT-OPEN-ITEMS.
           DISPLAY "SA0657 - RUN ABORTED - " WS-TN-TRUNC-CNT
                   " TENDERS AND " WS-SE-TRUNC-CNT
                   " SETTLEMENTS DID NOT FIT THE TABLES - "
                   "NEW OPEN-ITEMS MASTER NOT WRITTEN"
           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           WRITE RECON-RPT-LINE FROM WS-ABORT-LINE.

       5100-CARRY-TENDER.
           PERFORM 4200-FORMAT-TENDER
           IF WS-DAYS > WS-GRACE-DAYS
               WRITE RECON-RPT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-UNSETTLED-CNT
           END-IF
           PERFORM 5300-FIND-AGE-BUCKET
           ADD 1 TO WS-AGE-TN-CNT (WS-BUCKET)
           ADD WS-TN-AMOUNT (TN-IDX) TO WS-AGE-TN-AMT (WS-BUCKET)
           ADD 1 TO WS-AGE-TN-CNT (7)
           ADD WS-TN-AMOUNT (TN-IDX) TO WS-AGE-TN-AMT (7)
           MOVE SPACES TO CARD-OPEN-ITEM-RECORD
           MOVE WS-TN-KEY (TN-IDX)         TO COI-KEY
           MOVE "T"                        TO COI-SOURCE
           MOVE WS-TN-STORE (TN-IDX)       TO COI-STORE
           MOVE WS-TN-TERM (TN-IDX)        TO COI-TERM
           MOVE WS-TN-TRANNUM (TN-IDX)     TO COI-TRANNUM
           MOVE WS-TN-TRAN-DATE (TN-IDX)   TO COI-TRAN-DATE
           MOVE WS-TN-TENDER-TYPE (TN-IDX) TO COI-TENDER-TYPE
           MOVE WS-TN-AUTH (TN-IDX)        TO COI-AUTH-CODE
           MOVE WS-TN-LAST4 (TN-IDX)       TO COI-CARD-LAST4
           MOVE WS-TN-IDENT (TN-IDX)       TO COI-AMEX-TRANS-IDENT
           MOVE WS-TN-AMOUNT (TN-IDX)      TO COI-AMOUNT
           IF WS-TN-AMOUNT (TN-IDX) < 0
               MOVE "-" TO COI-AMT-SIGN
           ELSE
               MOVE "+" TO COI-AMT-SIGN
           END-IF
           MOVE WS-TN-FLOOR (TN-IDX)       TO COI-FLOOR-LIMIT-INDC
           MOVE WS-TN-ITEM-DATE (TN-IDX)   TO COI-ITEM-DATE
           MOVE WS-TN-FIRST-OPEN (TN-IDX)  TO COI-FIRST-OPEN-DATE
           WRITE NEW-OPEN-RECORD FROM CARD-OPEN-ITEM-RECORD
           ADD 1 TO WS-NEW-CNT.

       5200-CARRY-SETTLEMENT.
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-SE-KEY (SE-IDX) (1:1) = "A"
               MOVE "AMEX" TO WD-NETWORK
               MOVE WS-SE-IDENT (SE-IDX) TO WD-IDENT
           ELSE
               MOVE "BANK" TO WD-NETWORK
           END-IF
           MOVE WS-SE-STORE (SE-IDX)     TO WD-STORE
           MOVE WS-SE-TRAN-DATE (SE-IDX) TO WD-TRAN-DATE
           MOVE WS-SE-AUTH (SE-IDX)      TO WD-AUTH
           MOVE WS-SE-LAST4 (SE-IDX)     TO WD-LAST4
           MOVE WS-SE-AMOUNT (SE-IDX)    TO WD-SETTLED-AMT
           COMPUTE WS-DAYS = WS-RUN-JULIAN
               - FUNCTION INTEGER-OF-DATE (WS-SE-ITEM-DATE (SE-IDX))
           MOVE WS-DAYS TO WD-DAYS
           WRITE RECON-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-NOTENDER-CNT
           PERFORM 5300-FIND-AGE-BUCKET
           ADD 1 TO WS-AGE-SE-CNT (WS-BUCKET)
           ADD WS-SE-AMOUNT (SE-IDX) TO WS-AGE-SE-AMT (WS-BUCKET)
           ADD 1 TO WS-AGE-SE-CNT (7)
           ADD WS-SE-AMOUNT (SE-IDX) TO WS-AGE-SE-AMT (7)
           MOVE SPACES TO CARD-OPEN-ITEM-RECORD
           MOVE WS-SE-KEY (SE-IDX)         TO COI-KEY
           MOVE "S"                        TO COI-SOURCE
           MOVE WS-SE-STATUS (SE-IDX)      TO COI-SETL-STATUS
           MOVE WS-SE-STORE (SE-IDX)       TO COI-STORE
           MOVE ZERO                       TO COI-TERM COI-TRANNUM
                                              COI-TENDER-TYPE
           MOVE WS-SE-TRAN-DATE (SE-IDX)   TO COI-TRAN-DATE
           MOVE WS-SE-AUTH (SE-IDX)        TO COI-AUTH-CODE
           MOVE WS-SE-LAST4 (SE-IDX)       TO COI-CARD-LAST4
           MOVE WS-SE-IDENT (SE-IDX)       TO COI-AMEX-TRANS-IDENT
           MOVE WS-SE-AMOUNT (SE-IDX)      TO COI-AMOUNT
           IF WS-SE-AMOUNT (SE-IDX) < 0
               MOVE "-" TO COI-AMT-SIGN
           ELSE
               MOVE "+" TO COI-AMT-SIGN
           END-IF
           MOVE SPACE                      TO COI-FLOOR-LIMIT-INDC
           MOVE WS-SE-ITEM-DATE (SE-IDX)   TO COI-ITEM-DATE
           MOVE WS-SE-FIRST-OPEN (SE-IDX)  TO COI-FIRST-OPEN-DATE
           WRITE NEW-OPEN-RECORD FROM CARD-OPEN-ITEM-RECORD
           ADD 1 TO WS-NEW-CNT.

       5300-FIND-AGE-BUCKET.
           PERFORM VARYING WS-BUCKET FROM 1 BY 1
                   UNTIL WS-BUCKET >= 6
               IF WS-DAYS <= WS-AGE-LIMIT (WS-BUCKET)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           WRITE RECON-RPT-LINE FROM WS-AGE-HDG
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 7
               IF WS-BUCKET = 7
                   MOVE "TOTAL OPEN" TO WA-TEXT
               ELSE
                   MOVE WS-AGE-TEXT (WS-BUCKET) TO WA-TEXT
               END-IF
               MOVE WS-AGE-TN-CNT (WS-BUCKET) TO WA-TN-CNT
               MOVE WS-AGE-TN-AMT (WS-BUCKET) TO WA-TN-AMT
               MOVE WS-AGE-SE-CNT (WS-BUCKET) TO WA-SE-CNT
               MOVE WS-AGE-SE-AMT (WS-BUCKET) TO WA-SE-AMT
               WRITE RECON-RPT-LINE FROM WS-AGE-LINE
           END-PERFORM
           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           MOVE WS-TENDER-CNT   TO WS-SUM-TENDERS
           MOVE WS-SETTLE-CNT   TO WS-SUM-SETTLES
           MOVE WS-OLD-CNT      TO WS-SUM-OLD
           MOVE WS-MATCHED-CNT  TO WS-SUM-MATCHED
           MOVE WS-NEW-CNT      TO WS-SUM-NEW
           WRITE RECON-RPT-LINE FROM WS-SUMMARY-1
           MOVE WS-MISMATCH-CNT  TO WS-SUM-MISMATCH
           MOVE WS-DECLINED-CNT  TO WS-SUM-DECLINED
           MOVE WS-UNSETTLED-CNT TO WS-SUM-UNSETTLED
           MOVE WS-NOTENDER-CNT  TO WS-SUM-NOTENDER
           WRITE RECON-RPT-LINE FROM WS-SUMMARY-2
           IF WS-TN-TRUNC-CNT > 0
               MOVE WS-TN-TRUNC-CNT TO WS-SUM-TN-TRUNC
               WRITE RECON-RPT-LINE FROM WS-TRUNC-LINE
           END-IF
           IF WS-SE-TRUNC-CNT > 0
               MOVE WS-SE-TRUNC-CNT TO WS-SUM-SE-TRUNC
               WRITE RECON-RPT-LINE FROM WS-SE-TRUNC-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE SAMASTER-FILE
           CLOSE RECON-RPT-FILE.
