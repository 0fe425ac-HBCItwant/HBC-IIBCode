       IDENTIFICATION DIVISION.
       PROGRAM-ID. SA0650.
      ****************************************************************
      *  SA0650 - FISCAL CALENDAR MAINTENANCE
      *
      *  APPLIES A BATCH OF MAINTENANCE TRANSACTIONS (FISCTRAN) TO
      *  THE 4-5-4 FISCAL CALENDAR, THE SAME WAY SA0637 AND SA0647
      *  MAINTAIN THEIR MASTERS: THE OLD CALENDAR (FISCALI) IS
      *  TABLED, EACH TRANSACTION IS APPLIED, AND THE NEW CALENDAR
      *  (FISCALO) IS WRITTEN FROM THE TABLE IN FISCAL-YEAR
      *  SEQUENCE.  A TRANSACTION NAMES A FISCAL YEAR, ITS FIRST DAY
      *  AND ITS LENGTH IN WEEKS (52, OR 53 FOR THE LONG YEAR); THE
      *  END DATE AND THE WEEKS IN EACH PERIOD ARE DERIVED HERE - 4-5-4
      *  IN EVERY QUARTER, WITH THE 53RD WEEK IN PERIOD 12.  TWO
      *  ACTIONS ARE SUPPORTED:
      *    'A' - ADD A FISCAL YEAR (REJECTED IF ALREADY ON FILE)
      *    'C' - CHANGE A FISCAL YEAR'S START DATE OR LENGTH
      *          (REJECTED IF NOT ON FILE)
      *  A LENGTH OTHER THAN 52 OR 53 WEEKS IS REJECTED.  EVERY
      *  TRANSACTION IS ECHOED TO THE FISCRPT REPORT AS APPLIED OR
      *  REJECTED.  BEFORE THE NEW CALENDAR IS WRITTEN EVERY YEAR IS
      *  PROVED TO START THE DAY AFTER THE YEAR BEFORE IT ENDS; A GAP
      *  OR OVERLAP IS LISTED AND THE RUN IS ABORTED WITH THE OLD
      *  CALENDAR LEFT IN FORCE, SINCE SA0651 WOULD OTHERWISE PUT A
      *  DAY IN THE WRONG PERIOD OR IN NONE.  A MISSING OR EMPTY OLD
      *  CALENDAR IS TREATED AS A FIRST-TIME LOAD, NOT AN ERROR.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FISCAL-FILE ASSIGN TO "FISCALI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-FISCAL-FILE ASSIGN TO "FISCALO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT FISCAL-TRAN-FILE ASSIGN TO "FISCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT MAINT-RPT-FILE ASSIGN TO "FISCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FISCAL-FILE.
       01  OLD-FISCAL-RECORD       PIC X(60).
       FD  NEW-FISCAL-FILE.
       01  NEW-FISCAL-RECORD       PIC X(60).
       FD  FISCAL-TRAN-FILE.
       01  FISCAL-TRAN-LINE.
           05  FTR-ACTION          PIC X.
               88  TRAN-ADD             VALUE "A".
               88  TRAN-CHANGE          VALUE "C".
           05  FTR-FISCAL-YEAR     PIC 9(4).
           05  FTR-START-DATE      PIC 9(8).
           05  FTR-WEEKS           PIC 9(2).
               88  FTR-VALID-WEEKS      VALUE 52 53.
       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       COPY FISCAL.
       01  WS-OLD-STATUS           PIC XX  VALUE "00".
           88  OLD-OK                       VALUE "00".
       01  WS-NEW-STATUS           PIC XX  VALUE "00".
       01  WS-TRAN-STATUS          PIC XX  VALUE "00".
           88  TRAN-OK                      VALUE "00".
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-OLD-EOF-SW           PIC X   VALUE "N".
           88  END-OF-OLD-MASTER            VALUE "Y".
       01  WS-TRAN-EOF-SW          PIC X   VALUE "N".
           88  END-OF-TRANS                 VALUE "Y".
       01  WS-MAX-FY               PIC S9(4) COMP VALUE 100.
       01  WS-FY-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-FY-TABLE.
           05  WS-FY-ENTRY OCCURS 100 TIMES
                   INDEXED BY FY-IDX FY-SRCH-IDX.
               10  WS-FY-YEAR           PIC 9(4).
               10  WS-FY-START-DATE     PIC 9(8).
               10  WS-FY-END-DATE       PIC 9(8).
               10  WS-FY-WEEKS          PIC 9(2).
               10  WS-FY-PERIOD-WEEKS   PIC 9 OCCURS 12 TIMES.
       01  WS-FOUND-SW             PIC X   VALUE "N".
           88  YEAR-FOUND                   VALUE "Y".
       01  WS-SORT-SW              PIC X.
       01  WS-SWAP-FY              PIC X(34).
       01  WS-I                    PIC S9(4) COMP.
       01  WS-P                    PIC S9(4) COMP.
       01  WS-START-INT            PIC 9(8).
       01  WS-PRIOR-END-INT        PIC 9(8).
       01  WS-LOAD-DROP-CNT        PIC 9(7) COMP-3 VALUE 0.
       01  WS-APPLIED-CNT          PIC 9(7) COMP-3 VALUE 0.
       01  WS-REJECT-CNT           PIC 9(7) COMP-3 VALUE 0.
       01  WS-BREAK-CNT            PIC 9(7) COMP-3 VALUE 0.
       01  WS-HDG-1                PIC X(60) VALUE
           "SA0650 FISCAL CALENDAR MAINTENANCE".
       01  WS-HDG-2.
           05  FILLER PIC X(8)  VALUE "ACTION".
           05  FILLER PIC X(7)  VALUE "YEAR".
           05  FILLER PIC X(10) VALUE "START".
           05  FILLER PIC X(10) VALUE "END".
           05  FILLER PIC X(7)  VALUE "WEEKS".
           05  FILLER PIC X(14) VALUE "PERIOD WEEKS".
           05  FILLER PIC X(20) VALUE "DISPOSITION".
       01  WS-DETAIL-LINE.
           05  WD-ACTION            PIC X.
           05  FILLER               PIC X(7) VALUE SPACES.
           05  WD-FISCAL-YEAR       PIC 9(4).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WD-START-DATE        PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-END-DATE          PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-WEEKS             PIC 9(2).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WD-PERIOD-WEEKS      PIC 9 OCCURS 12 TIMES.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-DISPOSITION       PIC X(30).
       01  WS-BREAK-LINE.
           05  FILLER               PIC X(22) VALUE
               "** FISCAL YEAR ".
           05  WB-FISCAL-YEAR       PIC 9(4).
           05  FILLER               PIC X(13) VALUE " STARTS ".
           05  WB-START-DATE        PIC 9(8).
           05  FILLER               PIC X(24) VALUE
               " - PRIOR YEAR ENDS ".
           05  WB-PRIOR-END         PIC 9(8).
       01  WS-ABORT-LINE.
           05  FILLER  PIC X(40) VALUE
               "** RUN ABORTED - TABLE OVERFLOW - NEW ".
           05  FILLER  PIC X(25) VALUE "CALENDAR NOT WRITTEN **".
       01  WS-BREAK-ABORT-LINE.
           05  FILLER  PIC X(40) VALUE
               "** RUN ABORTED - CALENDAR NOT CONTIGUOUS".
           05  FILLER  PIC X(30) VALUE
               " - NEW CALENDAR NOT WRITTEN **".
       01  WS-SUMMARY-LINE.
           05  FILLER               PIC X(16) VALUE "TRANS APPLIED: ".
           05  WS-SUM-APPLIED        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE "  REJECTED: ".
           05  WS-SUM-REJECT         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(16) VALUE "  YEARS OUT: ".
           05  WS-SUM-YEARS          PIC ZZZ,ZZ9.
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
           OPEN OUTPUT MAINT-RPT-FILE
           WRITE MAINT-RPT-LINE FROM WS-HDG-1
           WRITE MAINT-RPT-LINE FROM WS-HDG-2
           PERFORM 1100-LOAD-OLD-MASTER
           OPEN INPUT FISCAL-TRAN-FILE
           IF NOT TRAN-OK
               DISPLAY "SA0650 - TRAN FILE OPEN FAILED " WS-TRAN-STATUS
               MOVE "Y" TO WS-TRAN-EOF-SW
           ELSE
               PERFORM 2100-READ-TRAN
           END-IF.

      *****************************************************************
      *  1100-LOAD-OLD-MASTER TABLES THE PRIOR CALENDAR.  AN OPEN
      *  FAILURE IS A FIRST-TIME LOAD (NO CALENDAR YET), NOT AN
      *  ERROR - THE TABLE JUST STARTS EMPTY.
      *****************************************************************
       1100-LOAD-OLD-MASTER.
           OPEN INPUT OLD-FISCAL-FILE
           IF NOT OLD-OK
               DISPLAY "SA0650 - NO PRIOR CALENDAR (STATUS "
                       WS-OLD-STATUS ") - FIRST-TIME LOAD"
               MOVE "Y" TO WS-OLD-EOF-SW
           ELSE
               PERFORM UNTIL END-OF-OLD-MASTER
                   READ OLD-FISCAL-FILE INTO FISCAL-YEAR-RECORD
                       AT END
                           MOVE "Y" TO WS-OLD-EOF-SW
                       NOT AT END
                           PERFORM 1150-TABLE-OLD-YEAR
                   END-READ
               END-PERFORM
               CLOSE OLD-FISCAL-FILE
           END-IF.

       1150-TABLE-OLD-YEAR.
           IF WS-FY-COUNT < WS-MAX-FY
               ADD 1 TO WS-FY-COUNT
               SET FY-IDX TO WS-FY-COUNT
               MOVE FCL-FISCAL-YEAR  TO WS-FY-YEAR (FY-IDX)
               MOVE FCL-START-DATE   TO WS-FY-START-DATE (FY-IDX)
               MOVE FCL-END-DATE     TO WS-FY-END-DATE (FY-IDX)
               MOVE FCL-WEEKS        TO WS-FY-WEEKS (FY-IDX)
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 12
                   MOVE FCL-PERIOD-WEEKS (WS-P)
                       TO WS-FY-PERIOD-WEEKS (FY-IDX, WS-P)
               END-PERFORM
           ELSE
               DISPLAY "SA0650 - CALENDAR TABLE FULL, CANNOT HOLD "
                       FCL-FISCAL-YEAR
               ADD 1 TO WS-LOAD-DROP-CNT
           END-IF.

       2000-APPLY-TRANSACTION.
           MOVE SPACES           TO WS-DETAIL-LINE
           MOVE FTR-ACTION       TO WD-ACTION
           MOVE FTR-FISCAL-YEAR  TO WD-FISCAL-YEAR
           MOVE FTR-START-DATE   TO WD-START-DATE
           MOVE FTR-WEEKS        TO WD-WEEKS
           MOVE ZERO             TO WD-END-DATE
           PERFORM 2200-FIND-YEAR
           EVALUATE TRUE
               WHEN NOT TRAN-ADD AND NOT TRAN-CHANGE
                   MOVE "REJECTED - BAD ACTION" TO WD-DISPOSITION
                   ADD 1 TO WS-REJECT-CNT
               WHEN NOT FTR-VALID-WEEKS
                   MOVE "REJECTED - WEEKS NOT 52 OR 53"
                       TO WD-DISPOSITION
                   ADD 1 TO WS-REJECT-CNT
               WHEN TRAN-ADD AND YEAR-FOUND
                   MOVE "REJECTED - ALREADY ON FILE" TO WD-DISPOSITION
                   ADD 1 TO WS-REJECT-CNT
               WHEN TRAN-ADD
                   PERFORM 2300-ADD-YEAR
               WHEN TRAN-CHANGE AND NOT YEAR-FOUND
                   MOVE "REJECTED - NOT ON FILE" TO WD-DISPOSITION
                   ADD 1 TO WS-REJECT-CNT
               WHEN TRAN-CHANGE
                   SET FY-IDX TO FY-SRCH-IDX
                   PERFORM 2400-BUILD-YEAR
                   MOVE "CHANGED" TO WD-DISPOSITION
                   ADD 1 TO WS-APPLIED-CNT
           END-EVALUATE
           WRITE MAINT-RPT-LINE FROM WS-DETAIL-LINE
           PERFORM 2100-READ-TRAN.

       2100-READ-TRAN.
           READ FISCAL-TRAN-FILE
               AT END
                   MOVE "Y" TO WS-TRAN-EOF-SW
           END-READ.

       2200-FIND-YEAR.
           MOVE "N" TO WS-FOUND-SW
           IF WS-FY-COUNT > 0
               PERFORM VARYING FY-SRCH-IDX FROM 1 BY 1
                       UNTIL FY-SRCH-IDX > WS-FY-COUNT
                   IF WS-FY-YEAR (FY-SRCH-IDX) = FTR-FISCAL-YEAR
                       SET YEAR-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       2300-ADD-YEAR.
           IF WS-FY-COUNT < WS-MAX-FY
               ADD 1 TO WS-FY-COUNT
               SET FY-IDX TO WS-FY-COUNT
               MOVE FTR-FISCAL-YEAR TO WS-FY-YEAR (FY-IDX)
               PERFORM 2400-BUILD-YEAR
               MOVE "ADDED" TO WD-DISPOSITION
               ADD 1 TO WS-APPLIED-CNT
           ELSE
               MOVE "REJECTED - TABLE FULL" TO WD-DISPOSITION
               ADD 1 TO WS-REJECT-CNT
           END-IF.

      *****************************************************************
      *  2400-BUILD-YEAR SETS THE START DATE AND LENGTH FROM THE
      *  TRANSACTION AND DERIVES THE END DATE AND THE 4-5-4 PERIOD
      *  WEEKS.  PERIOD 12 TAKES THE 53RD WEEK OF A LONG YEAR.
      *****************************************************************
       2400-BUILD-YEAR.
           MOVE FTR-START-DATE TO WS-FY-START-DATE (FY-IDX)
           MOVE FTR-WEEKS      TO WS-FY-WEEKS (FY-IDX)
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE (FTR-START-DATE)
           COMPUTE WS-FY-END-DATE (FY-IDX) =
               FUNCTION DATE-OF-INTEGER
                   (WS-START-INT + FTR-WEEKS * 7 - 1)
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 12
               EVALUATE WS-P
                   WHEN 2
                   WHEN 5
                   WHEN 8
                   WHEN 11
                       MOVE 5 TO WS-FY-PERIOD-WEEKS (FY-IDX, WS-P)
                   WHEN OTHER
                       MOVE 4 TO WS-FY-PERIOD-WEEKS (FY-IDX, WS-P)
               END-EVALUATE
           END-PERFORM
           IF FTR-WEEKS = 53
               MOVE 5 TO WS-FY-PERIOD-WEEKS (FY-IDX, 12)
           END-IF
           MOVE WS-FY-END-DATE (FY-IDX) TO WD-END-DATE
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 12
               MOVE WS-FY-PERIOD-WEEKS (FY-IDX, WS-P)
                   TO WD-PERIOD-WEEKS (WS-P)
           END-PERFORM.

       2900-SORT-YEAR-TABLE.
           MOVE "Y" TO WS-SORT-SW
           PERFORM UNTIL WS-SORT-SW = "N"
               MOVE "N" TO WS-SORT-SW
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-FY-COUNT
                   SET FY-IDX TO WS-I
                   SET FY-SRCH-IDX TO WS-I
                   SET FY-SRCH-IDX UP BY 1
                   IF WS-FY-YEAR (FY-SRCH-IDX) < WS-FY-YEAR (FY-IDX)
                       MOVE WS-FY-ENTRY (FY-IDX) TO WS-SWAP-FY
                       MOVE WS-FY-ENTRY (FY-SRCH-IDX)
                           TO WS-FY-ENTRY (FY-IDX)
                       MOVE WS-SWAP-FY TO WS-FY-ENTRY (FY-SRCH-IDX)
                       MOVE "Y" TO WS-SORT-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      *  2950-PROVE-CONTIGUOUS CHECKS EACH YEAR AGAINST THE ONE
      *  BEFORE IT IN THE SORTED TABLE: CONSECUTIVE YEAR NUMBERS, AND
      *  A START DATE THE DAY AFTER THE PRIOR YEAR'S END.
      *****************************************************************
       2950-PROVE-CONTIGUOUS.
           PERFORM VARYING WS-I FROM 2 BY 1
                   UNTIL WS-I > WS-FY-COUNT
               SET FY-IDX TO WS-I
               SET FY-SRCH-IDX TO WS-I
               SET FY-SRCH-IDX DOWN BY 1
               COMPUTE WS-PRIOR-END-INT = FUNCTION INTEGER-OF-DATE
                   (WS-FY-END-DATE (FY-SRCH-IDX))
               COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE
                   (WS-FY-START-DATE (FY-IDX))
               IF WS-START-INT NOT = WS-PRIOR-END-INT + 1
                  OR WS-FY-YEAR (FY-IDX)
                     NOT = WS-FY-YEAR (FY-SRCH-IDX) + 1
                   MOVE WS-FY-YEAR (FY-IDX)       TO WB-FISCAL-YEAR
                   MOVE WS-FY-START-DATE (FY-IDX) TO WB-START-DATE
                   MOVE WS-FY-END-DATE (FY-SRCH-IDX) TO WB-PRIOR-END
                   WRITE MAINT-RPT-LINE FROM WS-BREAK-LINE
                   ADD 1 TO WS-BREAK-CNT
               END-IF
           END-PERFORM.

      *****************************************************************
      *  3000-WRITE-NEW-MASTER REPLACES THE CALENDAR FROM THE TABLE.
      *  AN OVERFLOWED LOAD OR A CALENDAR THAT IS NOT CONTIGUOUS
      *  ABORTS THE RUN WITHOUT WRITING, AND THE OLD CALENDAR STAYS
      *  IN FORCE.
      *****************************************************************
       3000-WRITE-NEW-MASTER.
           IF WS-LOAD-DROP-CNT > 0
               DISPLAY "SA0650 - RUN ABORTED - " WS-LOAD-DROP-CNT
                       " YEARS DID NOT FIT THE TABLE - "
                       "NEW CALENDAR NOT WRITTEN"
               MOVE WS-ABORT-LINE TO MAINT-RPT-LINE
               WRITE MAINT-RPT-LINE
           ELSE
               PERFORM 2900-SORT-YEAR-TABLE
               PERFORM 2950-PROVE-CONTIGUOUS
               IF WS-BREAK-CNT > 0
                   DISPLAY "SA0650 - RUN ABORTED - CALENDAR NOT "
                           "CONTIGUOUS - NEW CALENDAR NOT WRITTEN"
                   MOVE WS-BREAK-ABORT-LINE TO MAINT-RPT-LINE
                   WRITE MAINT-RPT-LINE
               ELSE
                   PERFORM 3100-WRITE-CALENDAR
               END-IF
           END-IF.

       3100-WRITE-CALENDAR.
           OPEN OUTPUT NEW-FISCAL-FILE
           PERFORM VARYING FY-IDX FROM 1 BY 1
                   UNTIL FY-IDX > WS-FY-COUNT
               MOVE SPACES TO FISCAL-YEAR-RECORD
               MOVE WS-FY-YEAR (FY-IDX)       TO FCL-FISCAL-YEAR
               MOVE WS-FY-START-DATE (FY-IDX) TO FCL-START-DATE
               MOVE WS-FY-END-DATE (FY-IDX)   TO FCL-END-DATE
               MOVE WS-FY-WEEKS (FY-IDX)      TO FCL-WEEKS
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 12
                   MOVE WS-FY-PERIOD-WEEKS (FY-IDX, WS-P)
                       TO FCL-PERIOD-WEEKS (WS-P)
               END-PERFORM
               WRITE NEW-FISCAL-RECORD FROM FISCAL-YEAR-RECORD
           END-PERFORM
           CLOSE NEW-FISCAL-FILE.

       4000-WRITE-SUMMARY.
           MOVE WS-APPLIED-CNT TO WS-SUM-APPLIED
           MOVE WS-REJECT-CNT  TO WS-SUM-REJECT
           MOVE WS-FY-COUNT    TO WS-SUM-YEARS
           WRITE MAINT-RPT-LINE FROM WS-SUMMARY-LINE.

       9000-TERMINATE.
           CLOSE FISCAL-TRAN-FILE
           CLOSE MAINT-RPT-FILE.
