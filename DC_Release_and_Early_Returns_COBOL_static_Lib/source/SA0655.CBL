       IDENTIFICATION DIVISION.
       PROGRAM-ID. SA0655.
      ****************************************************************
      *  SA0655 - ASSOCIATE LOSS-PREVENTION ACTIVITY ACCUMULATION
      *
      *  EACH AUDIT JOB LOOKS AT ONE BEHAVIOR ON ONE DAY, SO AN
      *  ASSOCIATE WHOSE RISK ONLY SHOWS IN THE COMBINED PATTERN
      *  OVER WEEKS NEVER SURFACED.  THIS JOB COUNTS, FOR EACH
      *  RINGING ASSOCIATE (UHR-RINGING-ASSOC), THE SEVEN ACTIVITY
      *  CATEGORIES LOSS PREVENTION WATCHES AND MERGES THE DAY INTO
      *  THE ROLLING 13-WEEK ASSOCIATE ACTIVITY MASTER (ASSOCACT.CPY
      *  LAYOUT, OLD-IN/NEW-OUT IN THE SA0632 STYLE):
      *    1 'VDT' TRANSACTIONS RUNG (POST-VOIDS AND VOIDS)
      *    2 'NS ' TRANSACTIONS RUNG
      *    3 'RTN' LINES WITH NO ORIGINAL RECEIPT FOUND
      *    4 LINES CARRYING A MANUAL DISCOUNT - COUNTED TO THE
      *      UDR-MANUAL-DISCOUNT-ASSOC WHO GAVE IT
      *    5 CARD TENDERS KEYED RATHER THAN SWIPED
      *    6 TRANSACTIONS WHOSE TENDER UTR-EMP-NUM IS THE RINGING
      *      ASSOCIATE - RINGING THEIR OWN EMPLOYEE PURCHASE
      *    7 'RTN' LINES WHOSE ORIGINAL SALE WAS CREDITED TO THE
      *      ASSOCIATE NOW PROCESSING THE RETURN
      *  LIVE 'CUS' TRANSACTIONS RUNG ARE COUNTED ALONGSIDE AS THE
      *  MEASURE OF HOW BUSY THE ASSOCIATE WAS.  TRAINING IS SKIPPED;
      *  LINES AND TENDERS OF A VOIDED TRANSACTION ARE NOT COUNTED,
      *  THE 'VDT' THAT VOIDED IT IS.  ACTIVITY IS BUCKETED BY THE
      *  SUNDAY-TO-SATURDAY WEEK IT WAS RUNG, SO LATE-POLLED DAYS
      *  LAND IN THE RIGHT WEEK.  EVERY RECORD WRITTEN IS AGED TO
      *  THE WEEK OF THE RUN DATE; AN ASSOCIATE WITH NOTHING LEFT IN
      *  THE 13 WEEKS IS DROPPED.  SA0656 RANKS THE MASTER WEEKLY.
      *  A MISSING OLD MASTER IS A FIRST-TIME LOAD.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMASTER-FILE ASSIGN TO "SAMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMSTR-STATUS.
           SELECT OLD-ACT-FILE ASSIGN TO "ASSCACTI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-ACT-FILE ASSIGN TO "ASSCACTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SAMASTER-FILE.
       COPY SAMUNPAK.
       FD  OLD-ACT-FILE.
       01  OLD-ACT-RECORD          PIC X(480).
       FD  NEW-ACT-FILE.
       01  NEW-ACT-RECORD          PIC X(480).
       WORKING-STORAGE SECTION.
       COPY ASSOCACT.
       01  WS-SAMSTR-STATUS        PIC XX  VALUE "00".
           88  SAMSTR-OK                    VALUE "00".
       01  WS-OLD-STATUS           PIC XX  VALUE "00".
           88  OLD-OK                       VALUE "00".
       01  WS-NEW-STATUS           PIC XX  VALUE "00".
       01  WS-EOF-SW               PIC X   VALUE "N".
           88  END-OF-SAMASTER              VALUE "Y".
       01  WS-OLD-EOF-SW           PIC X   VALUE "N".
           88  END-OF-OLD-MASTER            VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-JULIAN           PIC 9(7).
      *****************************************************************
      *  WEEK ARITHMETIC.  INTEGER-OF-DATE DAY NUMBERS THAT DIVIDE
      *  EVENLY BY 7 ARE SUNDAYS, SO A DATE'S WEEK STARTS AT ITS DAY
      *  NUMBER LESS THE REMAINDER.
      *****************************************************************
       01  WS-CUR-WEEK-JULIAN      PIC 9(7).
       01  WS-CUR-WEEK-START       PIC 9(8).
       01  WS-WORK-JULIAN          PIC 9(7).
       01  WS-WORK-WEEKS           PIC 9(7).
       01  WS-WORK-REM             PIC 9(7).
       01  WS-SHIFT                PIC S9(4) COMP.
       01  WS-BUCKET               PIC S9(4) COMP.
       01  WS-FROM-BUCKET          PIC S9(4) COMP.
       01  WS-CAT                  PIC S9(4) COMP.
      *****************************************************************
      *  CURRENT-TRANSACTION CAPTURE.  ONLY THE KEY IS SHARED WITH
      *  THE LINES AND TENDERS, SO THE RINGING ASSOCIATE AND THE
      *  WEEK ARE SAVED FROM THE HEADER.
      *****************************************************************
       01  WS-TRAN-ACTIVE-SW       PIC X   VALUE "N".
           88  TRAN-ACTIVE                  VALUE "Y".
       01  WS-TRAN-ASSOC           PIC 9(7).
       01  WS-TRAN-STORE           PIC 9(4).
       01  WS-TRAN-DATE            PIC 9(8).
       01  WS-TRAN-WEEK-START      PIC 9(8).
       01  WS-TRAN-OWN-SW          PIC X   VALUE "N".
           88  TRAN-OWN-PURCHASE            VALUE "Y".
       01  WS-POST-ASSOC           PIC 9(7).
      *****************************************************************
      *  ONE WS-AD-ENTRY PER ASSOCIATE AND WEEK SEEN TODAY - THE
      *  DAY'S ROLLUP THAT MERGES INTO THE MASTER.  WS-AD-CNT IS
      *  INDEXED BY ACTIVITY CATEGORY AS AAR-WK-CNT IS.
      *****************************************************************
       01  WS-MAX-AD               PIC S9(4) COMP VALUE 5000.
       01  WS-AD-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-AD-TABLE.
           05  WS-AD-ENTRY OCCURS 5000 TIMES
                   INDEXED BY AD-IDX AD-SRCH-IDX.
               10  WS-AD-KEY.
                   15  WS-AD-ASSOC      PIC 9(7).
                   15  WS-AD-WEEK-START PIC 9(8).
               10  WS-AD-STORE          PIC 9(4).
               10  WS-AD-LAST-DATE      PIC 9(8).
               10  WS-AD-TRANS          PIC 9(5).
               10  WS-AD-CNT            PIC 9(4) OCCURS 7 TIMES.
       01  WS-AD-TRUNC-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-FOUND-SW             PIC X   VALUE "N".
           88  AD-ENTRY-FOUND               VALUE "Y".
       01  WS-ACTIVE-SW            PIC X   VALUE "N".
           88  RECORD-HAS-ACTIVITY          VALUE "Y".
       01  WS-SORT-SW              PIC X.
       01  WS-SWAP-AD              PIC X(60).
       01  WS-I                    PIC S9(4) COMP.
       01  WS-MERGE-IDX            PIC S9(4) COMP.
       01  WS-HOLD-OLD-RECORD      PIC X(480).
       01  WS-OLD-CNT              PIC 9(7) COMP-3 VALUE 0.
       01  WS-NEW-CNT              PIC 9(7) COMP-3 VALUE 0.
       01  WS-ADDED-CNT            PIC 9(7) COMP-3 VALUE 0.
       01  WS-DROPPED-CNT          PIC 9(7) COMP-3 VALUE 0.
       01  WS-TOO-OLD-CNT          PIC 9(7) COMP-3 VALUE 0.
       01  WS-EVENT-CNT            PIC 9(7) COMP-3 VALUE 0.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SAMASTER
               UNTIL END-OF-SAMASTER
           PERFORM 3000-SORT-DAY-TABLE
           PERFORM 4000-MERGE-TO-NEW-MASTER
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-JULIAN = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE WS-RUN-JULIAN TO WS-WORK-JULIAN
           PERFORM 1100-WEEK-OF-JULIAN
           MOVE WS-WORK-JULIAN TO WS-CUR-WEEK-JULIAN
           COMPUTE WS-CUR-WEEK-START =
               FUNCTION DATE-OF-INTEGER (WS-CUR-WEEK-JULIAN)
           OPEN INPUT SAMASTER-FILE
           IF NOT SAMSTR-OK
               DISPLAY "SA0655 - SAMASTER OPEN FAILED " WS-SAMSTR-STATUS
               MOVE "Y" TO WS-EOF-SW
           ELSE
               PERFORM 2100-READ-SAMASTER
           END-IF.

      *****************************************************************
      *  1100-WEEK-OF-JULIAN BACKS WS-WORK-JULIAN UP TO THE SUNDAY
      *  THAT STARTS ITS WEEK.
      *****************************************************************
       1100-WEEK-OF-JULIAN.
           DIVIDE WS-WORK-JULIAN BY 7 GIVING WS-WORK-WEEKS
               REMAINDER WS-WORK-REM
           SUBTRACT WS-WORK-REM FROM WS-WORK-JULIAN.

       2000-PROCESS-SAMASTER.
           EVALUATE UHR-RECTYPE
               WHEN 00
                   PERFORM 2200-CAPTURE-HEADER
               WHEN 05
                   IF TRAN-ACTIVE AND UDR-DELETE NOT = "Y"
                       PERFORM 2300-CAPTURE-DETAIL
                   END-IF
               WHEN 50
                   IF TRAN-ACTIVE AND UTR-DELETE NOT = "Y"
                       PERFORM 2400-CAPTURE-TENDER
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
      *  2200-CAPTURE-HEADER COUNTS THE 'VDT' AND 'NS ' TRANSACTIONS
      *  OUTRIGHT AND OPENS A LIVE 'CUS' TRANSACTION FOR ITS LINES
      *  AND TENDERS.  A HEADER WITH NO RINGING ASSOCIATE HAS NOBODY
      *  TO COUNT AGAINST.
      *****************************************************************
       2200-CAPTURE-HEADER.
           MOVE "N" TO WS-TRAN-ACTIVE-SW
           MOVE "N" TO WS-TRAN-OWN-SW
           MOVE UHR-RINGING-ASSOC TO WS-TRAN-ASSOC
           MOVE UHR-STORE         TO WS-TRAN-STORE
           MOVE UHR-CRDATE        TO WS-TRAN-DATE
           IF NOT THIS-IS-TRAINING
               COMPUTE WS-WORK-JULIAN =
                   FUNCTION INTEGER-OF-DATE (WS-TRAN-DATE)
               PERFORM 1100-WEEK-OF-JULIAN
               COMPUTE WS-TRAN-WEEK-START =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-JULIAN)
               MOVE WS-TRAN-ASSOC TO WS-POST-ASSOC
               EVALUATE TRUE
                   WHEN VOID-TRAN
                       MOVE 1 TO WS-CAT
                       PERFORM 2600-POST-EVENT
                   WHEN NO-SALE
                       MOVE 2 TO WS-CAT
                       PERFORM 2600-POST-EVENT
                   WHEN CUSTOMER-TRAN
                           AND UHR-VOID = ZERO
                           AND UHR-SA-VOID-IND NOT = 1
                       MOVE "Y" TO WS-TRAN-ACTIVE-SW
                       MOVE 0 TO WS-CAT
                       PERFORM 2600-POST-EVENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2300-CAPTURE-DETAIL.
           MOVE WS-TRAN-ASSOC TO WS-POST-ASSOC
           IF SALES-RETURN
               IF UDR-ORIGTRN-RECEIPT-FOUND NOT = "Y"
                   MOVE 3 TO WS-CAT
                   PERFORM 2600-POST-EVENT
               END-IF
               IF WS-TRAN-ASSOC = UDR-ORIGTRN-PRI-SA-ASSOC
                       OR WS-TRAN-ASSOC = UDR-ORIGTRN-AST-SA-ASSOC
                   MOVE 7 TO WS-CAT
                   PERFORM 2600-POST-EVENT
               END-IF
           END-IF
           IF UDR-MANUAL-DISCOUNT-ASSOC NOT = ZERO
               MOVE UDR-MANUAL-DISCOUNT-ASSOC TO WS-POST-ASSOC
               MOVE 4 TO WS-CAT
               PERFORM 2600-POST-EVENT
           END-IF.

      *****************************************************************
      *  2400-CAPTURE-TENDER - A KEYED CARD COUNTS PER TENDER; THE
      *  OWN-PURCHASE COUNTS ONCE PER TRANSACTION HOWEVER MANY
      *  TENDERS CARRY THE EMPLOYEE NUMBER.
      *****************************************************************
       2400-CAPTURE-TENDER.
           MOVE WS-TRAN-ASSOC TO WS-POST-ASSOC
           IF CARD-KEYED
               MOVE 5 TO WS-CAT
               PERFORM 2600-POST-EVENT
           END-IF
           IF UTR-EMP-NUM = WS-TRAN-ASSOC
                   AND NOT TRAN-OWN-PURCHASE
               MOVE "Y" TO WS-TRAN-OWN-SW
               MOVE 6 TO WS-CAT
               PERFORM 2600-POST-EVENT
           END-IF.

      *****************************************************************
      *  2600-POST-EVENT ADDS ONE TO CATEGORY WS-CAT (ZERO = A 'CUS'
      *  TRANSACTION RUNG) FOR WS-POST-ASSOC IN THE TRANSACTION'S
      *  WEEK.
      *****************************************************************
       2600-POST-EVENT.
           IF WS-POST-ASSOC NOT = ZERO
               PERFORM 2650-FIND-OR-ADD-ASSOC
               IF AD-ENTRY-FOUND
                   IF WS-CAT = 0
                       ADD 1 TO WS-AD-TRANS (AD-IDX)
                   ELSE
                       ADD 1 TO WS-AD-CNT (AD-IDX WS-CAT)
                       ADD 1 TO WS-EVENT-CNT
                   END-IF
                   IF WS-TRAN-DATE >= WS-AD-LAST-DATE (AD-IDX)
                       MOVE WS-TRAN-DATE  TO WS-AD-LAST-DATE (AD-IDX)
                       MOVE WS-TRAN-STORE TO WS-AD-STORE (AD-IDX)
                   END-IF
               END-IF
           END-IF.

       2650-FIND-OR-ADD-ASSOC.
           MOVE "N" TO WS-FOUND-SW
           IF WS-AD-COUNT > 0
               PERFORM VARYING AD-SRCH-IDX FROM 1 BY 1
                       UNTIL AD-SRCH-IDX > WS-AD-COUNT
                   IF WS-AD-ASSOC (AD-SRCH-IDX) = WS-POST-ASSOC
                           AND WS-AD-WEEK-START (AD-SRCH-IDX)
                               = WS-TRAN-WEEK-START
                       SET AD-IDX TO AD-SRCH-IDX
                       SET AD-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT AD-ENTRY-FOUND
               IF WS-AD-COUNT < WS-MAX-AD
                   ADD 1 TO WS-AD-COUNT
                   SET AD-IDX TO WS-AD-COUNT
                   INITIALIZE WS-AD-ENTRY (AD-IDX)
                   MOVE WS-POST-ASSOC      TO WS-AD-ASSOC (AD-IDX)
                   MOVE WS-TRAN-WEEK-START TO WS-AD-WEEK-START (AD-IDX)
                   SET AD-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY "SA0655 - DAY TABLE FULL, DROPPED "
                           WS-POST-ASSOC
                   ADD 1 TO WS-AD-TRUNC-CNT
               END-IF
           END-IF.

       3000-SORT-DAY-TABLE.
           MOVE "Y" TO WS-SORT-SW
           PERFORM UNTIL WS-SORT-SW = "N"
               MOVE "N" TO WS-SORT-SW
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-AD-COUNT
                   SET AD-IDX TO WS-I
                   SET AD-SRCH-IDX TO WS-I
                   SET AD-SRCH-IDX UP BY 1
                   IF WS-AD-KEY (AD-SRCH-IDX) < WS-AD-KEY (AD-IDX)
                       MOVE WS-AD-ENTRY (AD-IDX) TO WS-SWAP-AD
                       MOVE WS-AD-ENTRY (AD-SRCH-IDX)
                           TO WS-AD-ENTRY (AD-IDX)
                       MOVE WS-SWAP-AD TO WS-AD-ENTRY (AD-SRCH-IDX)
                       MOVE "Y" TO WS-SORT-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      *  4000-MERGE-TO-NEW-MASTER - TWO-STREAM MERGE OF THE OLD
      *  MASTER AND THE SORTED DAY TABLE BY ASSOCIATE.  ONE ASSOCIATE
      *  MAY HAVE SEVERAL DAY ENTRIES, ONE PER WEEK RUNG; ALL ARE
      *  FOLDED IN BEFORE THE RECORD IS WRITTEN.
      *****************************************************************
       4000-MERGE-TO-NEW-MASTER.
           PERFORM 4050-OPEN-OLD-MASTER
           OPEN OUTPUT NEW-ACT-FILE
           MOVE 1 TO WS-MERGE-IDX
           PERFORM UNTIL END-OF-OLD-MASTER
                   AND WS-MERGE-IDX > WS-AD-COUNT
               EVALUATE TRUE
                   WHEN END-OF-OLD-MASTER
                       PERFORM 4300-WRITE-NEW-ASSOC
                   WHEN WS-MERGE-IDX > WS-AD-COUNT
                       PERFORM 4400-COPY-OLD-ASSOC
                   WHEN AAR-ASSOC < WS-AD-ASSOC (WS-MERGE-IDX)
                       PERFORM 4400-COPY-OLD-ASSOC
                   WHEN AAR-ASSOC = WS-AD-ASSOC (WS-MERGE-IDX)
                       PERFORM 4500-ROLL-FORWARD-ASSOC
                   WHEN OTHER
                       PERFORM 4300-WRITE-NEW-ASSOC
               END-EVALUATE
           END-PERFORM
           CLOSE OLD-ACT-FILE
           CLOSE NEW-ACT-FILE
           DISPLAY "SA0655 - OLD MASTER RECORDS " WS-OLD-CNT
           DISPLAY "SA0655 - NEW MASTER RECORDS " WS-NEW-CNT
           DISPLAY "SA0655 - NEW ASSOCIATES     " WS-ADDED-CNT
           DISPLAY "SA0655 - AGED OFF           " WS-DROPPED-CNT
           DISPLAY "SA0655 - EVENTS COUNTED     " WS-EVENT-CNT
           IF WS-TOO-OLD-CNT > 0
               DISPLAY "SA0655 - WEEKS OLDER THAN 13 SKIPPED "
                       WS-TOO-OLD-CNT
           END-IF
           IF WS-AD-TRUNC-CNT > 0
               DISPLAY "SA0655 - DAY TABLE FULL - NOT POSTED "
                       WS-AD-TRUNC-CNT
           END-IF.

       4050-OPEN-OLD-MASTER.
           OPEN INPUT OLD-ACT-FILE
           IF NOT OLD-OK
               DISPLAY "SA0655 - NO PRIOR ACTIVITY MASTER (STATUS "
                       WS-OLD-STATUS ") - FIRST-TIME LOAD"
               MOVE "Y" TO WS-OLD-EOF-SW
           END-IF
           PERFORM 4100-READ-OLD-MASTER.

       4100-READ-OLD-MASTER.
           IF NOT END-OF-OLD-MASTER
               READ OLD-ACT-FILE INTO ASSOC-ACTIVITY-RECORD
                   AT END
                       MOVE "Y" TO WS-OLD-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-OLD-CNT
               END-READ
           END-IF.

      *****************************************************************
      *  4200-AGE-BUCKETS SHIFTS THE THIRTEEN WEEKS DOWN BY THE
      *  NUMBER OF WEEKS SINCE AAR-WEEK-START, SO BUCKET 1 IS ALWAYS
      *  THE RUN DATE'S WEEK.  WEEKS SHIFTED PAST 13 FALL OFF.
      *****************************************************************
       4200-AGE-BUCKETS.
           IF AAR-WEEK-START = ZERO
               MOVE 13 TO WS-SHIFT
           ELSE
               COMPUTE WS-SHIFT = (WS-CUR-WEEK-JULIAN
                   - FUNCTION INTEGER-OF-DATE (AAR-WEEK-START)) / 7
           END-IF
           IF WS-SHIFT > 12
               PERFORM VARYING WS-BUCKET FROM 1 BY 1
                       UNTIL WS-BUCKET > 13
                   MOVE ZERO TO AAR-WK-TRANS (WS-BUCKET)
                   PERFORM VARYING WS-CAT FROM 1 BY 1
                           UNTIL WS-CAT > 7
                       MOVE ZERO TO AAR-WK-CNT (WS-BUCKET WS-CAT)
                   END-PERFORM
               END-PERFORM
           ELSE
               IF WS-SHIFT > 0
                   PERFORM VARYING WS-BUCKET FROM 13 BY -1
                           UNTIL WS-BUCKET <= WS-SHIFT
                       COMPUTE WS-FROM-BUCKET = WS-BUCKET - WS-SHIFT
                       MOVE AAR-WEEK (WS-FROM-BUCKET)
                           TO AAR-WEEK (WS-BUCKET)
                   END-PERFORM
                   PERFORM VARYING WS-BUCKET FROM 1 BY 1
                           UNTIL WS-BUCKET > WS-SHIFT
                       MOVE ZERO TO AAR-WK-TRANS (WS-BUCKET)
                       PERFORM VARYING WS-CAT FROM 1 BY 1
                               UNTIL WS-CAT > 7
                           MOVE ZERO TO AAR-WK-CNT (WS-BUCKET WS-CAT)
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-IF
           MOVE WS-CUR-WEEK-START TO AAR-WEEK-START.

      *****************************************************************
      *  4300-WRITE-NEW-ASSOC BUILDS A RECORD FOR AN ASSOCIATE NOT ON
      *  THE MASTER.  THE OLD RECORD WAITING IN THE BUFFER IS HELD
      *  ASIDE AND PUT BACK, AS SA0642 DOES.
      *****************************************************************
       4300-WRITE-NEW-ASSOC.
           MOVE ASSOC-ACTIVITY-RECORD TO WS-HOLD-OLD-RECORD
           INITIALIZE ASSOC-ACTIVITY-RECORD
           MOVE WS-AD-ASSOC (WS-MERGE-IDX) TO AAR-ASSOC
           MOVE WS-CUR-WEEK-START TO AAR-WEEK-START
           PERFORM 4600-ADD-DAY-TO-RECORD
           MOVE SPACES TO AAR-FILLER1
           PERFORM 4800-WRITE-IF-ACTIVE
           ADD 1 TO WS-ADDED-CNT
           MOVE WS-HOLD-OLD-RECORD TO ASSOC-ACTIVITY-RECORD.

       4400-COPY-OLD-ASSOC.
           PERFORM 4200-AGE-BUCKETS
           PERFORM 4800-WRITE-IF-ACTIVE
           PERFORM 4100-READ-OLD-MASTER.

       4500-ROLL-FORWARD-ASSOC.
           PERFORM 4200-AGE-BUCKETS
           PERFORM 4600-ADD-DAY-TO-RECORD
           PERFORM 4800-WRITE-IF-ACTIVE
           PERFORM 4100-READ-OLD-MASTER.

      *****************************************************************
      *  4600-ADD-DAY-TO-RECORD FOLDS EVERY DAY ENTRY FOR THE
      *  ASSOCIATE INTO THE BUCKET FOR ITS WEEK, AND CARRIES THE
      *  STORE LAST RUNG AT.  A WEEK ALREADY PAST THE 13 IS SKIPPED;
      *  ONE DATED AHEAD OF THE RUN DATE GOES TO BUCKET 1.
      *****************************************************************
       4600-ADD-DAY-TO-RECORD.
           PERFORM UNTIL WS-MERGE-IDX > WS-AD-COUNT
               SET AD-IDX TO WS-MERGE-IDX
               IF WS-AD-ASSOC (AD-IDX) NOT = AAR-ASSOC
                   EXIT PERFORM
               END-IF
               COMPUTE WS-WORK-JULIAN = FUNCTION INTEGER-OF-DATE
                   (WS-AD-WEEK-START (AD-IDX))
               IF WS-WORK-JULIAN > WS-CUR-WEEK-JULIAN
                   MOVE 1 TO WS-BUCKET
               ELSE
                   COMPUTE WS-BUCKET = (WS-CUR-WEEK-JULIAN
                       - WS-WORK-JULIAN) / 7 + 1
               END-IF
               IF WS-BUCKET > 13
                   ADD 1 TO WS-TOO-OLD-CNT
               ELSE
                   ADD WS-AD-TRANS (AD-IDX)
                       TO AAR-WK-TRANS (WS-BUCKET)
                   PERFORM VARYING WS-CAT FROM 1 BY 1
                           UNTIL WS-CAT > 7
                       ADD WS-AD-CNT (AD-IDX WS-CAT)
                           TO AAR-WK-CNT (WS-BUCKET WS-CAT)
                   END-PERFORM
                   IF WS-AD-LAST-DATE (AD-IDX) >= AAR-LAST-DATE
                       MOVE WS-AD-LAST-DATE (AD-IDX) TO AAR-LAST-DATE
                       MOVE WS-AD-STORE (AD-IDX)     TO AAR-STORE
                   END-IF
               END-IF
               ADD 1 TO WS-MERGE-IDX
           END-PERFORM.

      *****************************************************************
      *  4800-WRITE-IF-ACTIVE DROPS AN ASSOCIATE WHOSE THIRTEEN
      *  WEEKS ARE ALL EMPTY.
      *****************************************************************
       4800-WRITE-IF-ACTIVE.
           MOVE "N" TO WS-ACTIVE-SW
           PERFORM VARYING WS-BUCKET FROM 1 BY 1
                   UNTIL WS-BUCKET > 13
               IF AAR-WEEK (WS-BUCKET) NOT = ZEROS
                   SET RECORD-HAS-ACTIVITY TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RECORD-HAS-ACTIVITY
               WRITE NEW-ACT-RECORD FROM ASSOC-ACTIVITY-RECORD
               ADD 1 TO WS-NEW-CNT
           ELSE
               ADD 1 TO WS-DROPPED-CNT
           END-IF.

       9000-TERMINATE.
           CLOSE SAMASTER-FILE.
