       IDENTIFICATION DIVISION.
       PROGRAM-ID. SA0656.
      ****************************************************************
      *  SA0656 - WEEKLY ASSOCIATE LOSS-PREVENTION RISK RANKING
      *
      *  READS THE ROLLING 13-WEEK ASSOCIATE ACTIVITY MASTER BUILT BY
      *  SA0655 (ASSOCACT.CPY LAYOUT) AND RANKS THE ASSOCIATES SO
      *  LOSS-PREVENTION INTERVIEWS START FROM EVIDENCE.  EACH
      *  ASSOCIATE'S THIRTEEN WEEKS ARE SUMMED BY CATEGORY (BUCKETS
      *  THE MASTER HAS NOT YET AGED OUT SINCE ITS LAST MERGE ARE
      *  LEFT OFF) AND SCORED AS THE SUM OF COUNT X CATEGORY WEIGHT.
      *  THE SCORE IS COMPARED TO THE AVERAGE SCORE OF THE
      *  ASSOCIATES AT THE SAME STORE (AAR-STORE, WHERE THEY LAST
      *  RANG) AS AN INDEX - 100 IS THE STORE AVERAGE.  AN
      *  ASSOCIATE WHOSE SCORE REACHES THE MINIMUM AND WHOSE INDEX
      *  REACHES THE THRESHOLD IS LISTED ON ASSCRPT, HIGHEST INDEX
      *  FIRST, WITH THE CATEGORY COUNTS AND THE DRIVING CATEGORIES
      *  - THOSE WHERE THE ASSOCIATE'S WEIGHTED COUNT IS AT LEAST
      *  TWICE THE STORE AVERAGE FOR THAT CATEGORY.  THE WEIGHTS,
      *  THE INDEX THRESHOLD AND THE MINIMUM SCORE DEFAULT BELOW AND
      *  ARE OVERRIDDEN FROM THE ASSCPARM FILE WHEN ONE IS SUPPLIED.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACT-FILE ASSIGN TO "ASSCACTI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT ACT-PARM-FILE ASSIGN TO "ASSCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACT-RPT-FILE ASSIGN TO "ASSCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACT-FILE.
       01  ACT-RECORD              PIC X(480).
       FD  ACT-PARM-FILE.
       01  ACT-PARM-LINE.
           05  APP-WEIGHT-ENTRY OCCURS 7 TIMES.
               10  APP-WEIGHT      PIC 9(2).
               10  FILLER          PIC X(1).
           05  APP-INDEX-PCT       PIC 9(3).
           05  FILLER              PIC X(1).
           05  APP-MIN-SCORE       PIC 9(5).
       FD  ACT-RPT-FILE.
       01  ACT-RPT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY ASSOCACT.
       01  WS-ACT-STATUS           PIC XX  VALUE "00".
           88  ACT-OK                       VALUE "00".
       01  WS-PARM-STATUS          PIC XX  VALUE "00".
           88  PARM-OK                      VALUE "00".
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-EOF-SW               PIC X   VALUE "N".
           88  END-OF-ACTIVITY              VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-JULIAN           PIC 9(7).
       01  WS-CUR-WEEK-JULIAN      PIC 9(7).
       01  WS-FIRST-WEEK-START     PIC 9(8).
       01  WS-WORK-WEEKS           PIC 9(7).
       01  WS-WORK-REM             PIC 9(7).
       01  WS-SHIFT                PIC S9(4) COMP.
       01  WS-BUCKET               PIC S9(4) COMP.
       01  WS-CAT                  PIC S9(4) COMP.
      *****************************************************************
      *  CATEGORY WEIGHTS (INDEXED AS AAR-WK-CNT), INDEX THRESHOLD
      *  AND MINIMUM SCORE - OVERRIDDEN FROM THE ASSCPARM FILE WHEN
      *  ONE IS SUPPLIED.
      *****************************************************************
       01  WS-WEIGHT-VALUES.
           05  FILLER              PIC 9(2) VALUE 05.
           05  FILLER              PIC 9(2) VALUE 02.
           05  FILLER              PIC 9(2) VALUE 04.
           05  FILLER              PIC 9(2) VALUE 03.
           05  FILLER              PIC 9(2) VALUE 03.
           05  FILLER              PIC 9(2) VALUE 05.
           05  FILLER              PIC 9(2) VALUE 04.
       01  WS-WEIGHTS REDEFINES WS-WEIGHT-VALUES.
           05  WS-WEIGHT           PIC 9(2) OCCURS 7 TIMES.
       01  WS-INDEX-PCT            PIC 9(3)  VALUE 150.
       01  WS-MIN-SCORE            PIC 9(5)  VALUE 20.
       01  WS-CAT-CODE-VALUES.
           05  FILLER              PIC X(2) VALUE "VD".
           05  FILLER              PIC X(2) VALUE "NS".
           05  FILLER              PIC X(2) VALUE "NR".
           05  FILLER              PIC X(2) VALUE "MD".
           05  FILLER              PIC X(2) VALUE "KY".
           05  FILLER              PIC X(2) VALUE "EP".
           05  FILLER              PIC X(2) VALUE "OS".
       01  WS-CAT-CODES REDEFINES WS-CAT-CODE-VALUES.
           05  WS-CAT-CODE         PIC X(2) OCCURS 7 TIMES.
      *****************************************************************
      *  ONE WS-AS-ENTRY PER ASSOCIATE ON THE MASTER.  WS-AS-RANK-KEY
      *  PUTS THE LISTED ASSOCIATES FIRST, HIGHEST INDEX AND THEN
      *  HIGHEST SCORE FIRST, WHEN THE TABLE IS SORTED DESCENDING.
      *****************************************************************
       01  WS-MAX-AS               PIC S9(4) COMP VALUE 5000.
       01  WS-AS-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-AS-TABLE.
           05  WS-AS-ENTRY OCCURS 5000 TIMES
                   INDEXED BY AS-IDX AS-SRCH-IDX.
               10  WS-AS-RANK-KEY.
                   15  WS-AS-LIST-SW    PIC X.
                       88  AS-LISTED         VALUE "Y".
                   15  WS-AS-INDEX      PIC 9(5).
                   15  WS-AS-SCORE      PIC 9(9).
               10  WS-AS-ASSOC          PIC 9(7).
               10  WS-AS-STORE          PIC 9(4).
               10  WS-AS-TRANS          PIC 9(7).
               10  WS-AS-CNT            PIC 9(6) OCCURS 7 TIMES.
       01  WS-AS-TRUNC-CNT         PIC 9(7) COMP-3 VALUE 0.
      *****************************************************************
      *  ONE WS-ST-ENTRY PER STORE - THE TOTALS BEHIND THE STORE
      *  AVERAGES.
      *****************************************************************
       01  WS-MAX-ST               PIC S9(4) COMP VALUE 1000.
       01  WS-ST-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 1000 TIMES
                   INDEXED BY ST-IDX ST-SRCH-IDX.
               10  WS-ST-STORE          PIC 9(4).
               10  WS-ST-ASSOC-CNT      PIC 9(7) COMP-3.
               10  WS-ST-SCORE          PIC 9(11) COMP-3.
               10  WS-ST-CNT            PIC 9(11) COMP-3
                                        OCCURS 7 TIMES.
       01  WS-ST-TRUNC-CNT         PIC 9(7) COMP-3 VALUE 0.
       01  WS-FOUND-SW             PIC X   VALUE "N".
           88  ST-ENTRY-FOUND               VALUE "Y".
       01  WS-SORT-SW              PIC X.
       01  WS-SWAP-AS              PIC X(75).
       01  WS-I                    PIC S9(4) COMP.
       01  WS-RANK                 PIC 9(5)  VALUE 0.
       01  WS-AVG-SCORE            PIC 9(9)V99.
       01  WS-AVG-CAT              PIC 9(9)V99.
       01  WS-WORK-INDEX           PIC 9(9).
       01  WS-DRV-PTR              PIC S9(4) COMP.
       01  WS-ACT-CNT              PIC 9(7) COMP-3 VALUE 0.
       01  WS-LISTED-CNT           PIC 9(7) COMP-3 VALUE 0.
       01  WS-HDG-1.
           05  FILLER PIC X(51) VALUE
               "SA0656 ASSOCIATE LOSS-PREVENTION RISK RANKING - 13 ".
           05  FILLER PIC X(14) VALUE "WEEKS STARTING".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  WH-FIRST-WEEK        PIC 9(8).
           05  FILLER PIC X(9)  VALUE " THROUGH ".
           05  WH-RUN-DATE          PIC 9(8).
       01  WS-HDG-2.
           05  FILLER PIC X(18) VALUE "INDEX AT OR ABOVE ".
           05  WH-INDEX-PCT         PIC ZZ9.
           05  FILLER PIC X(16) VALUE "  MINIMUM SCORE ".
           05  WH-MIN-SCORE         PIC ZZ,ZZ9.
       01  WS-HDG-3.
           05  FILLER PIC X(5)  VALUE "RANK".
           05  FILLER PIC X(9)  VALUE "ASSOC".
           05  FILLER PIC X(6)  VALUE "STORE".
           05  FILLER PIC X(8)  VALUE "  TRANS".
           05  FILLER PIC X(7)  VALUE "     VD".
           05  FILLER PIC X(7)  VALUE "     NS".
           05  FILLER PIC X(7)  VALUE "     NR".
           05  FILLER PIC X(7)  VALUE "     MD".
           05  FILLER PIC X(7)  VALUE "     KY".
           05  FILLER PIC X(7)  VALUE "     EP".
           05  FILLER PIC X(7)  VALUE "     OS".
           05  FILLER PIC X(8)  VALUE "   SCORE".
           05  FILLER PIC X(8)  VALUE " STR-AVG".
           05  FILLER PIC X(8)  VALUE "  INDEX".
           05  FILLER PIC X(20) VALUE "DRIVERS".
       01  WS-DETAIL-LINE.
           05  WD-RANK              PIC ZZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-ASSOC             PIC 9(7).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-STORE             PIC 9(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-TRANS             PIC ZZZ,ZZ9.
           05  WD-CAT-ENTRY OCCURS 7 TIMES.
               10  FILLER           PIC X(1).
               10  WD-CNT           PIC ZZ,ZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-SCORE             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WD-STORE-AVG         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-INDEX             PIC ZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-DRIVERS           PIC X(20).
       01  WS-LEGEND-1.
           05  FILLER PIC X(28) VALUE "VD POST-VOIDS  NS NO-SALES  ".
           05  FILLER PIC X(42) VALUE
               "NR NO-RECEIPT RETURNS  MD MANUAL DISCOUNTS".
       01  WS-LEGEND-2.
           05  FILLER PIC X(16) VALUE "KY CARDS KEYED  ".
           05  FILLER PIC X(40) VALUE
               "EP OWN EMPLOYEE PURCHASES  OS RETURNS OF".
           05  FILLER PIC X(10) VALUE " OWN SALES".
       01  WS-SUMMARY-LINE.
           05  FILLER               PIC X(21) VALUE
               "ASSOCIATES ON FILE: ".
           05  WS-SUM-ACT            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE "  STORES: ".
           05  WS-SUM-STORES         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE "  LISTED: ".
           05  WS-SUM-LISTED         PIC ZZZ,ZZ9.
       01  WS-TRUNC-LINE.
           05  FILLER               PIC X(48) VALUE
               "** ASSOCIATE TABLE FULL - NOT RANKED: ".
           05  WS-SUM-TRUNC          PIC ZZZ,ZZ9.
       01  WS-ST-TRUNC-LINE.
           05  FILLER               PIC X(48) VALUE
               "** STORE TABLE FULL - ASSOCIATES NOT RANKED: ".
           05  WS-SUM-ST-TRUNC       PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ASSOCIATE
               UNTIL END-OF-ACTIVITY
           PERFORM 3000-SCORE-ASSOCIATES
           PERFORM 3500-SORT-ASSOC-TABLE
           PERFORM 4000-WRITE-RANKING
           PERFORM 5000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE SETS THE RUN DATE'S WEEK THE SAME WAY SA0655
      *  DOES - INTEGER-OF-DATE DAY NUMBERS THAT DIVIDE EVENLY BY 7
      *  ARE SUNDAYS.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-JULIAN = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           DIVIDE WS-RUN-JULIAN BY 7 GIVING WS-WORK-WEEKS
               REMAINDER WS-WORK-REM
           COMPUTE WS-CUR-WEEK-JULIAN = WS-RUN-JULIAN - WS-WORK-REM
           COMPUTE WS-FIRST-WEEK-START =
               FUNCTION DATE-OF-INTEGER (WS-CUR-WEEK-JULIAN - 84)
           PERFORM 1100-READ-PARM
           MOVE WS-FIRST-WEEK-START TO WH-FIRST-WEEK
           MOVE WS-RUN-DATE         TO WH-RUN-DATE
           MOVE WS-INDEX-PCT        TO WH-INDEX-PCT
           MOVE WS-MIN-SCORE        TO WH-MIN-SCORE
           OPEN OUTPUT ACT-RPT-FILE
           WRITE ACT-RPT-LINE FROM WS-HDG-1
           WRITE ACT-RPT-LINE FROM WS-HDG-2
           MOVE SPACES TO ACT-RPT-LINE
           WRITE ACT-RPT-LINE
           WRITE ACT-RPT-LINE FROM WS-HDG-3
           OPEN INPUT ACT-FILE
           IF NOT ACT-OK
               DISPLAY "SA0656 - ACTIVITY MASTER OPEN FAILED "
                       WS-ACT-STATUS
               MOVE "Y" TO WS-EOF-SW
           ELSE
               PERFORM 2100-READ-ACTIVITY
           END-IF.

       1100-READ-PARM.
           OPEN INPUT ACT-PARM-FILE
           IF PARM-OK
               READ ACT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM VARYING WS-CAT FROM 1 BY 1
                               UNTIL WS-CAT > 7
                           MOVE APP-WEIGHT (WS-CAT)
                               TO WS-WEIGHT (WS-CAT)
                       END-PERFORM
                       MOVE APP-INDEX-PCT TO WS-INDEX-PCT
                       MOVE APP-MIN-SCORE TO WS-MIN-SCORE
               END-READ
               CLOSE ACT-PARM-FILE
           END-IF.

      *****************************************************************
      *  2000-LOAD-ASSOCIATE SUMS THE WEEKS STILL INSIDE THE 13 AS OF
      *  THE RUN DATE AND ADDS THE ASSOCIATE TO THE STORE TOTALS.
      *****************************************************************
       2000-LOAD-ASSOCIATE.
           IF AAR-WEEK-START = ZERO
               MOVE 13 TO WS-SHIFT
           ELSE
               COMPUTE WS-SHIFT = (WS-CUR-WEEK-JULIAN
                   - FUNCTION INTEGER-OF-DATE (AAR-WEEK-START)) / 7
           END-IF
           IF WS-SHIFT < 0
               MOVE 0 TO WS-SHIFT
           END-IF
           IF WS-SHIFT < 13
               PERFORM 2200-FIND-OR-ADD-STORE
               IF ST-ENTRY-FOUND
                   PERFORM 2300-TABLE-ASSOCIATE
               END-IF
           END-IF
           PERFORM 2100-READ-ACTIVITY.

       2100-READ-ACTIVITY.
           READ ACT-FILE INTO ASSOC-ACTIVITY-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ACT-CNT
           END-READ.

       2200-FIND-OR-ADD-STORE.
           MOVE "N" TO WS-FOUND-SW
           IF WS-ST-COUNT > 0
               PERFORM VARYING ST-SRCH-IDX FROM 1 BY 1
                       UNTIL ST-SRCH-IDX > WS-ST-COUNT
                   IF WS-ST-STORE (ST-SRCH-IDX) = AAR-STORE
                       SET ST-IDX TO ST-SRCH-IDX
                       SET ST-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT ST-ENTRY-FOUND
               IF WS-ST-COUNT < WS-MAX-ST
                   ADD 1 TO WS-ST-COUNT
                   SET ST-IDX TO WS-ST-COUNT
                   INITIALIZE WS-ST-ENTRY (ST-IDX)
                   MOVE AAR-STORE TO WS-ST-STORE (ST-IDX)
                   SET ST-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY "SA0656 - STORE TABLE FULL, DROPPED "
                           AAR-ASSOC
                   ADD 1 TO WS-ST-TRUNC-CNT
               END-IF
           END-IF.

       2300-TABLE-ASSOCIATE.
           IF WS-AS-COUNT < WS-MAX-AS
               ADD 1 TO WS-AS-COUNT
               SET AS-IDX TO WS-AS-COUNT
               INITIALIZE WS-AS-ENTRY (AS-IDX)
               MOVE "N"       TO WS-AS-LIST-SW (AS-IDX)
               MOVE AAR-ASSOC TO WS-AS-ASSOC (AS-IDX)
               MOVE AAR-STORE TO WS-AS-STORE (AS-IDX)
               PERFORM VARYING WS-BUCKET FROM 1 BY 1
                       UNTIL WS-BUCKET + WS-SHIFT > 13
                   ADD AAR-WK-TRANS (WS-BUCKET) TO WS-AS-TRANS (AS-IDX)
                   PERFORM VARYING WS-CAT FROM 1 BY 1
                           UNTIL WS-CAT > 7
                       ADD AAR-WK-CNT (WS-BUCKET WS-CAT)
                           TO WS-AS-CNT (AS-IDX WS-CAT)
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 7
                   COMPUTE WS-AS-SCORE (AS-IDX) = WS-AS-SCORE (AS-IDX)
                       + WS-AS-CNT (AS-IDX WS-CAT) * WS-WEIGHT (WS-CAT)
                   ADD WS-AS-CNT (AS-IDX WS-CAT)
                       TO WS-ST-CNT (ST-IDX WS-CAT)
               END-PERFORM
               ADD 1 TO WS-ST-ASSOC-CNT (ST-IDX)
               ADD WS-AS-SCORE (AS-IDX) TO WS-ST-SCORE (ST-IDX)
           ELSE
               DISPLAY "SA0656 - ASSOCIATE TABLE FULL, DROPPED "
                       AAR-ASSOC
               ADD 1 TO WS-AS-TRUNC-CNT
           END-IF.

      *****************************************************************
      *  3000-SCORE-ASSOCIATES INDEXES EACH SCORE TO ITS STORE'S
      *  AVERAGE.  A STORE WHOSE AVERAGE IS ZERO HAS NO ONE SCORING,
      *  SO NO ONE THERE REACHES THE MINIMUM EITHER.
      *****************************************************************
       3000-SCORE-ASSOCIATES.
           PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > WS-AS-COUNT
               PERFORM 3100-FIND-ASSOC-STORE
               COMPUTE WS-AVG-SCORE ROUNDED =
                   WS-ST-SCORE (ST-IDX) / WS-ST-ASSOC-CNT (ST-IDX)
               IF WS-AVG-SCORE > 0
                   COMPUTE WS-WORK-INDEX ROUNDED =
                       WS-AS-SCORE (AS-IDX) * 100 / WS-AVG-SCORE
               ELSE
                   MOVE ZERO TO WS-WORK-INDEX
               END-IF
               IF WS-WORK-INDEX > 99999
                   MOVE 99999 TO WS-WORK-INDEX
               END-IF
               MOVE WS-WORK-INDEX TO WS-AS-INDEX (AS-IDX)
               IF WS-AS-SCORE (AS-IDX) >= WS-MIN-SCORE
                       AND WS-AS-INDEX (AS-IDX) >= WS-INDEX-PCT
                   MOVE "Y" TO WS-AS-LIST-SW (AS-IDX)
                   ADD 1 TO WS-LISTED-CNT
               END-IF
           END-PERFORM.

       3100-FIND-ASSOC-STORE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               IF WS-ST-STORE (ST-IDX) = WS-AS-STORE (AS-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3500-SORT-ASSOC-TABLE.
           MOVE "Y" TO WS-SORT-SW
           PERFORM UNTIL WS-SORT-SW = "N"
               MOVE "N" TO WS-SORT-SW
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-AS-COUNT
                   SET AS-IDX TO WS-I
                   SET AS-SRCH-IDX TO WS-I
                   SET AS-SRCH-IDX UP BY 1
                   IF WS-AS-RANK-KEY (AS-SRCH-IDX)
                           > WS-AS-RANK-KEY (AS-IDX)
                       MOVE WS-AS-ENTRY (AS-IDX) TO WS-SWAP-AS
                       MOVE WS-AS-ENTRY (AS-SRCH-IDX)
                           TO WS-AS-ENTRY (AS-IDX)
                       MOVE WS-SWAP-AS TO WS-AS-ENTRY (AS-SRCH-IDX)
                       MOVE "Y" TO WS-SORT-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      *  4000-WRITE-RANKING LISTS THE ASSOCIATES AT THE TOP OF THE
      *  SORTED TABLE UNTIL THE FIRST ONE NOT LISTED.
      *****************************************************************
       4000-WRITE-RANKING.
           PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > WS-AS-COUNT
               IF NOT AS-LISTED (AS-IDX)
                   EXIT PERFORM
               END-IF
               PERFORM 3100-FIND-ASSOC-STORE
               MOVE SPACES TO WS-DETAIL-LINE
               ADD 1 TO WS-RANK
               MOVE WS-RANK               TO WD-RANK
               MOVE WS-AS-ASSOC (AS-IDX)  TO WD-ASSOC
               MOVE WS-AS-STORE (AS-IDX)  TO WD-STORE
               MOVE WS-AS-TRANS (AS-IDX)  TO WD-TRANS
               MOVE WS-AS-SCORE (AS-IDX)  TO WD-SCORE
               MOVE WS-AS-INDEX (AS-IDX)  TO WD-INDEX
               COMPUTE WS-AVG-SCORE ROUNDED =
                   WS-ST-SCORE (ST-IDX) / WS-ST-ASSOC-CNT (ST-IDX)
               MOVE WS-AVG-SCORE          TO WD-STORE-AVG
               MOVE 1 TO WS-DRV-PTR
               PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 7
                   MOVE WS-AS-CNT (AS-IDX WS-CAT) TO WD-CNT (WS-CAT)
                   PERFORM 4100-CHECK-DRIVER
               END-PERFORM
               WRITE ACT-RPT-LINE FROM WS-DETAIL-LINE
           END-PERFORM.

      *****************************************************************
      *  4100-CHECK-DRIVER - A CATEGORY DRIVES THE SCORE WHEN THE
      *  ASSOCIATE'S WEIGHTED COUNT IS AT LEAST TWICE THE STORE
      *  AVERAGE WEIGHTED COUNT FOR IT.
      *****************************************************************
       4100-CHECK-DRIVER.
           IF WS-AS-CNT (AS-IDX WS-CAT) > 0
                   AND WS-WEIGHT (WS-CAT) > 0
               COMPUTE WS-AVG-CAT ROUNDED =
                   WS-ST-CNT (ST-IDX WS-CAT) * WS-WEIGHT (WS-CAT)
                       / WS-ST-ASSOC-CNT (ST-IDX)
               IF WS-AS-CNT (AS-IDX WS-CAT) * WS-WEIGHT (WS-CAT)
                       >= WS-AVG-CAT * 2
                   STRING WS-CAT-CODE (WS-CAT) " " DELIMITED BY SIZE
                       INTO WD-DRIVERS
                       WITH POINTER WS-DRV-PTR
                   END-STRING
               END-IF
           END-IF.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO ACT-RPT-LINE
           WRITE ACT-RPT-LINE
           WRITE ACT-RPT-LINE FROM WS-LEGEND-1
           WRITE ACT-RPT-LINE FROM WS-LEGEND-2
           MOVE WS-ACT-CNT    TO WS-SUM-ACT
           MOVE WS-ST-COUNT   TO WS-SUM-STORES
           MOVE WS-LISTED-CNT TO WS-SUM-LISTED
           WRITE ACT-RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-AS-TRUNC-CNT > 0
               MOVE WS-AS-TRUNC-CNT TO WS-SUM-TRUNC
               WRITE ACT-RPT-LINE FROM WS-TRUNC-LINE
           END-IF
           IF WS-ST-TRUNC-CNT > 0
               MOVE WS-ST-TRUNC-CNT TO WS-SUM-ST-TRUNC
               WRITE ACT-RPT-LINE FROM WS-ST-TRUNC-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE ACT-FILE
           CLOSE ACT-RPT-FILE.
