       IDENTIFICATION DIVISION.
       PROGRAM-ID. SA0646.
      ****************************************************************
      *  SA0646 - MASKED DISTRIBUTION COPY OF THE CLEAN SAMASTER
      *
      *  RUNS AFTER THE SA0629 DUPLICATE SCREEN.  THE CLEAN FILE
      *  CARRIES CARD AND IDENTITY DATA IN THE CLEAR, AND EVERY
      *  READER THAT DOES NOT NEED THE FULL NUMBER SHOULD NOT GET
      *  IT.  THIS JOB COPIES THE CLEAN FILE (SAMSTR) TO THE MASKED
      *  DISTRIBUTION COPY (SAMSTRM), SAME SAMUNPAK LAYOUT, WITH:
      *    - UTR-ACCOUNT-NO AND UHR-PCAP-CARD-NUM KEEPING ONLY THE
      *      FIRST SIX AND LAST FOUR DIGITS (THE REST '*'); A VALUE
      *      OF TEN CHARACTERS OR FEWER KEEPS ONLY THE LAST FOUR
      *    - UTR-CUSTOMER-DL-NUMB, UTR-CUSTOMER-MICR AND UCR-SSN
      *      BLANKED TO THEIR LAST FOUR CHARACTERS
      *    - A 13-19 DIGIT RUN PASSING THE CARD CHECK-DIGIT TEST IN
      *      THE FREE-TEXT FIELDS (UHR-GEN-MEMO, UDR-ITEM-DESC,
      *      UMR-DATA) MASKED THE SAME WAY AS A CARD NUMBER
      *  EACH MASKED VALUE IS REPLACED FOR MATCHING PURPOSES BY A
      *  12-DIGIT REFERENCE TOKEN (UHR-PCAP-TOKEN, UTR-ACCOUNT-TOKEN,
      *  UTR-DL-TOKEN, UTR-MICR-TOKEN, UCR-SSN-TOKEN): THE ICSF
      *  HMAC-SHA-256 (CSNBHMG) OF THE FULL VALUE, REDUCED TO TWELVE
      *  DIGITS.  THE SAME NUMBER ALWAYS GIVES THE SAME TOKEN, AND A
      *  CARD CARRIES THE SAME TOKEN WHETHER IT WAS CAPTURED ON THE
      *  HEADER OR THE TENDER.  THE HMAC KEY STAYS IN THE ICSF KEY
      *  DATA SET AND NEVER APPEARS IN THE CLEAR; MASKPARM CARRIES
      *  ONLY ITS KEY LABEL.  THE KEY MUST NOT CHANGE FROM NIGHT TO
      *  NIGHT OR TOKENS STOP MATCHING ACROSS DAYS.  NO KEY LABEL, A
      *  KEY ICSF WILL NOT USE, OR A CLEAN FILE THAT WILL NOT OPEN
      *  MEANS NO MASKED COPY: THE RUN IS ABORTED WITH RETURN CODE
      *  8.  AN HMAC FAILURE PART WAY THROUGH STOPS THE COPY WHERE
      *  IT IS AND ABORTS THE SAME WAY.
      *
      *  EVERY RECORD IS PROVED AS IT IS WRITTEN: NO DIGIT RUN OVER
      *  SIX IN A CARD FIELD, NO MORE THAN FOUR CHARACTERS IN AN
      *  IDENTITY FIELD, AND NO CARD PATTERN IN THE FREE TEXT.  THE
      *  MASKRPT CONTROL REPORT SHOWS, FIELD BY FIELD, THE VALUES
      *  MASKED, THE FIELDS PROVED AND ANY VIOLATION, AND ENDS WITH
      *  THE PROOF RESULT.  A FAILED PROOF ENDS THE RUN WITH RETURN
      *  CODE 8 SO THE NIGHT STOPS BEFORE THE COPY IS DISTRIBUTED.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMASTER-FILE ASSIGN TO "SAMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMSTR-STATUS.
           SELECT MASKED-FILE ASSIGN TO "SAMSTRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASKED-STATUS.
           SELECT MASK-PARM-FILE ASSIGN TO "MASKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MASK-RPT-FILE ASSIGN TO "MASKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SAMASTER-FILE.
       COPY SAMUNPAK.
       FD  MASKED-FILE.
       01  MASKED-RECORD           PIC X(512).
       FD  MASK-PARM-FILE.
       01  MASK-PARM-LINE.
           05  MKP-KEY-LABEL       PIC X(64).
       FD  MASK-RPT-FILE.
       01  MASK-RPT-LINE           PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-SAMSTR-STATUS        PIC XX  VALUE "00".
           88  SAMSTR-OK                    VALUE "00".
       01  WS-MASKED-STATUS        PIC XX  VALUE "00".
       01  WS-PARM-STATUS          PIC XX  VALUE "00".
           88  PARM-OK                      VALUE "00".
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-EOF-SW               PIC X   VALUE "N".
           88  END-OF-SAMASTER              VALUE "Y".
       01  WS-ABORT-SW             PIC X   VALUE "N".
           88  RUN-ABORTED                  VALUE "Y".
       01  WS-FILES-OPEN-SW        PIC X   VALUE "N".
           88  FILES-OPEN                   VALUE "Y".
      *****************************************************************
      *  MASKING WORK AREA.  THE FIELD BEING MASKED IS MOVED HERE,
      *  ITS SIGNIFICANT (NON-BLANK) EXTENT FOUND, MASKED IN PLACE
      *  AND MOVED BACK.
      *****************************************************************
       01  WS-MASK-FIELD           PIC X(32).
       01  WS-MASK-SIZE            PIC S9(4) COMP.
       01  WS-SIG-START            PIC S9(4) COMP.
       01  WS-SIG-END              PIC S9(4) COMP.
       01  WS-SIG-LEN              PIC S9(4) COMP.
       01  WS-MASK-FROM            PIC S9(4) COMP.
       01  WS-MASK-THRU            PIC S9(4) COMP.
       01  WS-K                    PIC S9(4) COMP.
       01  WS-L                    PIC S9(4) COMP.
      *****************************************************************
      *  REFERENCE TOKEN.  THE CSNBHMG PARAMETER LIST FOR A ONE-PART
      *  HMAC-SHA-256 UNDER THE KEY LABEL FROM MASKPARM.  THE FIRST
      *  SEVEN BYTES OF THE 32-BYTE MAC ARE TAKEN AS A 56-BIT BINARY
      *  NUMBER BY PLACING THEM IN THE LOW-ORDER BYTES OF A
      *  DOUBLEWORD, AND ITS LAST TWELVE DECIMAL DIGITS ARE THE
      *  TOKEN.
      *****************************************************************
       01  WS-HASH-TEXT            PIC X(32).
       01  WS-HASH-LEN             PIC S9(4) COMP.
       01  WS-HMAC-PARMS.
           05  WS-HMAC-RC          PIC S9(9) COMP.
           05  WS-HMAC-REASON      PIC S9(9) COMP.
           05  WS-HMAC-EXIT-LEN    PIC S9(9) COMP VALUE 0.
           05  WS-HMAC-EXIT-DATA   PIC X(4)  VALUE SPACES.
           05  WS-HMAC-RULE-CNT    PIC S9(9) COMP VALUE 3.
           05  WS-HMAC-RULES.
               10  FILLER          PIC X(8)  VALUE "HMAC    ".
               10  FILLER          PIC X(8)  VALUE "SHA-256 ".
               10  FILLER          PIC X(8)  VALUE "ONLY    ".
           05  WS-HMAC-KEY-LEN     PIC S9(9) COMP VALUE 64.
           05  WS-HMAC-KEY-LABEL   PIC X(64) VALUE SPACES.
           05  WS-HMAC-TEXT-LEN    PIC S9(9) COMP.
           05  WS-HMAC-CHAIN-LEN   PIC S9(9) COMP VALUE 128.
           05  WS-HMAC-CHAIN       PIC X(128).
           05  WS-HMAC-MAC-LEN     PIC S9(9) COMP.
           05  WS-HMAC-MAC         PIC X(32).
       01  WS-HMAC-CALL-STATUS     PIC X(13).
       01  WS-MAC-AREA.
           05  WS-MAC-VALUE        PIC 9(18) COMP.
       01  WS-MAC-BYTES REDEFINES WS-MAC-AREA.
           05  WS-MAC-HIGH         PIC X.
           05  WS-MAC-LOW          PIC X(7).
       01  WS-MAC-QUOT             PIC 9(18) COMP.
       01  WS-TOKEN                PIC 9(12).
       01  WS-TOKEN-X REDEFINES WS-TOKEN PIC X(12).
      *****************************************************************
      *  DIGIT-RUN SCANNER USED BY BOTH THE FREE-TEXT SCRUB AND THE
      *  OUTPUT PROOF.  A RUN OF 13-19 DIGITS WHOSE CHECK DIGIT
      *  VALIDATES IS A CARD PATTERN.
      *****************************************************************
       01  WS-SCAN-AREA            PIC X(64).
       01  WS-SCAN-LEN             PIC S9(4) COMP.
       01  WS-RUN-START            PIC S9(4) COMP.
       01  WS-RUN-LEN              PIC S9(4) COMP.
       01  WS-RUN-END              PIC S9(4) COMP.
       01  WS-MAX-RUN              PIC S9(4) COMP.
       01  WS-CARD-START           PIC S9(4) COMP.
       01  WS-CARD-LEN             PIC S9(4) COMP.
       01  WS-CARD-FOUND-SW        PIC X   VALUE "N".
           88  CARD-PATTERN-FOUND           VALUE "Y".
       01  WS-LUHN-SUM             PIC 9(4).
       01  WS-LUHN-DIGIT           PIC 9.
       01  WS-LUHN-PRODUCT         PIC 99.
       01  WS-LUHN-QUOT            PIC 9(4).
       01  WS-LUHN-REM             PIC 9.
       01  WS-LUHN-DOUBLE-SW       PIC X.
           88  DOUBLE-THIS-DIGIT            VALUE "Y".
       01  WS-SPACE-CNT            PIC S9(4) COMP.
       01  WS-FIELD-IDX            PIC S9(4) COMP.
      *****************************************************************
      *  ONE CONTROL ENTRY PER PROTECTED FIELD, IN REPORT ORDER.
      *****************************************************************
       01  WS-FIELD-NAMES.
           05  FILLER PIC X(22) VALUE "UTR-ACCOUNT-NO".
           05  FILLER PIC X(22) VALUE "UHR-PCAP-CARD-NUM".
           05  FILLER PIC X(22) VALUE "UTR-CUSTOMER-DL-NUMB".
           05  FILLER PIC X(22) VALUE "UTR-CUSTOMER-MICR".
           05  FILLER PIC X(22) VALUE "UCR-SSN".
           05  FILLER PIC X(22) VALUE "FREE-TEXT CARD PATTERN".
       01  WS-FIELD-NAME-TBL REDEFINES WS-FIELD-NAMES.
           05  WS-FIELD-NAME       PIC X(22) OCCURS 6 TIMES.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 6 TIMES.
               10  WS-CTL-MASKED        PIC 9(9) COMP-3.
               10  WS-CTL-PROVED        PIC 9(9) COMP-3.
               10  WS-CTL-VIOLATIONS    PIC 9(9) COMP-3.
       01  WS-IN-CNT               PIC 9(9) COMP-3 VALUE 0.
       01  WS-OUT-CNT              PIC 9(9) COMP-3 VALUE 0.
       01  WS-VIOL-CNT             PIC 9(9) COMP-3 VALUE 0.
       01  WS-MAX-VIOL-LINES       PIC 9(5) COMP-3 VALUE 500.
       01  WS-HDG-1                PIC X(66) VALUE
           "SA0646 MASKED DISTRIBUTION COPY - CONTROL REPORT".
       01  WS-HDG-2.
           05  FILLER PIC X(24) VALUE "FIELD".
           05  FILLER PIC X(16) VALUE "   VALUES MASKED".
           05  FILLER PIC X(16) VALUE "   FIELDS PROVED".
           05  FILLER PIC X(16) VALUE "      VIOLATIONS".
       01  WS-CTL-LINE.
           05  WC-FIELD-NAME        PIC X(22).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WC-MASKED            PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WC-PROVED            PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WC-VIOLATIONS        PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-VIOL-LINE.
           05  FILLER               PIC X(14) VALUE "** VIOLATION  ".
           05  WV-KEY               PIC X(27).
           05  FILLER               PIC X(9)  VALUE "  RECTYPE".
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  WV-RECTYPE           PIC 99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WV-FIELD-NAME        PIC X(22).
       01  WS-COUNT-LINE.
           05  FILLER               PIC X(14) VALUE "RECORDS IN: ".
           05  WS-SUM-IN             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(16) VALUE "  RECORDS OUT: ".
           05  WS-SUM-OUT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-PASS-LINE            PIC X(66) VALUE
           "CONTROL PROOF PASSED - NO UNMASKED CARD PATTERN IN SAMSTRM".
       01  WS-FAIL-LINE.
           05  FILLER               PIC X(24) VALUE
               "** CONTROL PROOF FAILED ".
           05  WS-SUM-VIOL           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(45) VALUE
               " VIOLATIONS - SAMSTRM MUST NOT BE RELEASED **".
       01  WS-ABORT-LINE.
           05  FILLER               PIC X(17) VALUE
               "** RUN ABORTED - ".
           05  WS-ABORT-REASON      PIC X(49).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SAMASTER
               UNTIL END-OF-SAMASTER
           PERFORM 3000-WRITE-CONTROL-REPORT
           PERFORM 9000-TERMINATE
           IF RUN-ABORTED OR WS-VIOL-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE WS-CTL-TABLE
           OPEN OUTPUT MASK-RPT-FILE
           WRITE MASK-RPT-LINE FROM WS-HDG-1
           PERFORM 1100-READ-KEY-LABEL
           IF WS-HMAC-KEY-LABEL = SPACES
               DISPLAY "SA0646 - NO KEY LABEL ON MASKPARM - RUN ABORTED"
               MOVE "NO KEY LABEL ON MASKPARM - NO COPY WRITTEN"
                   TO WS-ABORT-REASON
               MOVE "Y" TO WS-ABORT-SW
               MOVE "Y" TO WS-EOF-SW
           ELSE
               PERFORM 1200-PROVE-HMAC-KEY
           END-IF
           IF NOT RUN-ABORTED
               OPEN INPUT SAMASTER-FILE
               IF NOT SAMSTR-OK
                   DISPLAY "SA0646 - SAMASTER OPEN FAILED "
                           WS-SAMSTR-STATUS
                   MOVE "SAMSTR COULD NOT BE OPENED - NO COPY WRITTEN"
                       TO WS-ABORT-REASON
                   MOVE "Y" TO WS-ABORT-SW
                   MOVE "Y" TO WS-EOF-SW
               ELSE
                   OPEN OUTPUT MASKED-FILE
                   MOVE "Y" TO WS-FILES-OPEN-SW
                   PERFORM 2100-READ-SAMASTER
               END-IF
           END-IF.

       1100-READ-KEY-LABEL.
           OPEN INPUT MASK-PARM-FILE
           IF PARM-OK
               READ MASK-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MKP-KEY-LABEL TO WS-HMAC-KEY-LABEL
               END-READ
               CLOSE MASK-PARM-FILE
           END-IF.

      *****************************************************************
      *  1200-PROVE-HMAC-KEY RUNS ONE HMAC BEFORE ANY OUTPUT IS
      *  OPENED, SO A WRONG LABEL OR A KEY ICSF WILL NOT USE STOPS
      *  THE RUN WITHOUT LEAVING A PART-WRITTEN COPY BEHIND.
      *****************************************************************
       1200-PROVE-HMAC-KEY.
           MOVE "0000000000" TO WS-HASH-TEXT
           MOVE 10 TO WS-HASH-LEN
           PERFORM 2800-COMPUTE-TOKEN
           IF RUN-ABORTED
               MOVE "HMAC KEY NOT USABLE - NO COPY WRITTEN"
                   TO WS-ABORT-REASON
           END-IF.

       2000-PROCESS-SAMASTER.
           EVALUATE UHR-RECTYPE
               WHEN 00
                   PERFORM 2200-MASK-HEADER
               WHEN 05
                   MOVE UDR-ITEM-DESC TO WS-SCAN-AREA
                   MOVE 40 TO WS-SCAN-LEN
                   PERFORM 2600-SCRUB-FREE-TEXT
                   MOVE WS-SCAN-AREA (1:40) TO UDR-ITEM-DESC
               WHEN 50
                   PERFORM 2300-MASK-TENDER
               WHEN 60
                   MOVE UMR-DATA TO WS-SCAN-AREA
                   MOVE 60 TO WS-SCAN-LEN
                   PERFORM 2600-SCRUB-FREE-TEXT
                   MOVE WS-SCAN-AREA (1:60) TO UMR-DATA
               WHEN 70
                   PERFORM 2400-MASK-CUSTOMER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RUN-ABORTED
               MOVE "HMAC FAILED - SAMSTRM INCOMPLETE - DO NOT USE"
                   TO WS-ABORT-REASON
           ELSE
               PERFORM 5000-PROVE-OUTPUT-RECORD
               WRITE MASKED-RECORD FROM UNPACKED-HEADER-RECORD
               ADD 1 TO WS-OUT-CNT
               PERFORM 2100-READ-SAMASTER
           END-IF.

       2100-READ-SAMASTER.
           READ SAMASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-IN-CNT
           END-READ.

       2200-MASK-HEADER.
           IF UHR-PCAP-CARD-NUM-X = SPACES
                   OR UHR-PCAP-CARD-NUM-X = ZEROS
               MOVE SPACES TO UHR-PCAP-TOKEN
           ELSE
               MOVE UHR-PCAP-CARD-NUM-X TO WS-MASK-FIELD
               MOVE 16 TO WS-MASK-SIZE
               PERFORM 2700-MASK-CARD-NUMBER
               MOVE WS-MASK-FIELD (1:16) TO UHR-PCAP-CARD-NUM-X
               MOVE WS-TOKEN-X TO UHR-PCAP-TOKEN
               ADD 1 TO WS-CTL-MASKED (2)
           END-IF
           MOVE UHR-GEN-MEMO TO WS-SCAN-AREA
           MOVE 40 TO WS-SCAN-LEN
           PERFORM 2600-SCRUB-FREE-TEXT
           MOVE WS-SCAN-AREA (1:40) TO UHR-GEN-MEMO.

       2300-MASK-TENDER.
           IF UTR-ACCOUNT-NO = SPACES
               MOVE SPACES TO UTR-ACCOUNT-TOKEN
           ELSE
               MOVE UTR-ACCOUNT-NO TO WS-MASK-FIELD
               MOVE 32 TO WS-MASK-SIZE
               PERFORM 2700-MASK-CARD-NUMBER
               MOVE WS-MASK-FIELD TO UTR-ACCOUNT-NO
               MOVE WS-TOKEN-X TO UTR-ACCOUNT-TOKEN
               ADD 1 TO WS-CTL-MASKED (1)
           END-IF
           IF UTR-CUSTOMER-DL-NUMB = SPACES
               MOVE SPACES TO UTR-DL-TOKEN
           ELSE
               MOVE UTR-CUSTOMER-DL-NUMB TO WS-MASK-FIELD
               MOVE 22 TO WS-MASK-SIZE
               PERFORM 2750-MASK-IDENTITY
               MOVE WS-MASK-FIELD (1:22) TO UTR-CUSTOMER-DL-NUMB
               MOVE WS-TOKEN-X TO UTR-DL-TOKEN
               ADD 1 TO WS-CTL-MASKED (3)
           END-IF
           IF UTR-CUSTOMER-MICR = SPACES
               MOVE SPACES TO UTR-MICR-TOKEN
           ELSE
               MOVE UTR-CUSTOMER-MICR TO WS-MASK-FIELD
               MOVE 26 TO WS-MASK-SIZE
               PERFORM 2750-MASK-IDENTITY
               MOVE WS-MASK-FIELD (1:26) TO UTR-CUSTOMER-MICR
               MOVE WS-TOKEN-X TO UTR-MICR-TOKEN
               ADD 1 TO WS-CTL-MASKED (4)
           END-IF.

       2400-MASK-CUSTOMER.
           IF UCR-SSN = SPACES
               MOVE SPACES TO UCR-SSN-TOKEN
           ELSE
               MOVE UCR-SSN TO WS-MASK-FIELD
               MOVE 9 TO WS-MASK-SIZE
               PERFORM 2750-MASK-IDENTITY
               MOVE WS-MASK-FIELD (1:9) TO UCR-SSN
               MOVE WS-TOKEN-X TO UCR-SSN-TOKEN
               ADD 1 TO WS-CTL-MASKED (5)
           END-IF.

      *****************************************************************
      *  2600-SCRUB-FREE-TEXT MASKS EVERY CARD PATTERN FOUND IN THE
      *  FREE-TEXT FIELD SITTING IN WS-SCAN-AREA, RESCANNING AFTER
      *  EACH ONE UNTIL NONE IS LEFT.
      *****************************************************************
       2600-SCRUB-FREE-TEXT.
           PERFORM 2900-SCAN-DIGIT-RUNS
           PERFORM UNTIL NOT CARD-PATTERN-FOUND
               COMPUTE WS-MASK-FROM = WS-CARD-START + 6
               COMPUTE WS-MASK-THRU = WS-CARD-START + WS-CARD-LEN - 5
               PERFORM VARYING WS-K FROM WS-MASK-FROM BY 1
                       UNTIL WS-K > WS-MASK-THRU
                   MOVE "*" TO WS-SCAN-AREA (WS-K:1)
               END-PERFORM
               ADD 1 TO WS-CTL-MASKED (6)
               PERFORM 2900-SCAN-DIGIT-RUNS
           END-PERFORM.

      *****************************************************************
      *  2700-MASK-CARD-NUMBER TOKENIZES THE SIGNIFICANT PART OF THE
      *  CARD NUMBER IN WS-MASK-FIELD, THEN STARS EVERYTHING BETWEEN
      *  THE FIRST SIX AND THE LAST FOUR.  A SHORT VALUE (TEN OR
      *  FEWER) WOULD SHOW IN FULL THAT WAY, SO ONLY ITS LAST FOUR
      *  ARE KEPT.
      *****************************************************************
       2700-MASK-CARD-NUMBER.
           PERFORM 2780-FIND-SIGNIFICANT
           PERFORM 2800-COMPUTE-TOKEN
           IF WS-SIG-LEN > 10
               COMPUTE WS-MASK-FROM = WS-SIG-START + 6
           ELSE
               MOVE WS-SIG-START TO WS-MASK-FROM
           END-IF
           COMPUTE WS-MASK-THRU = WS-SIG-END - 4
           PERFORM VARYING WS-K FROM WS-MASK-FROM BY 1
                   UNTIL WS-K > WS-MASK-THRU
               MOVE "*" TO WS-MASK-FIELD (WS-K:1)
           END-PERFORM.

      *****************************************************************
      *  2750-MASK-IDENTITY TOKENIZES THE SIGNIFICANT PART OF THE
      *  SSN/DL/MICR VALUE IN WS-MASK-FIELD, THEN BLANKS EVERYTHING
      *  AHEAD OF ITS LAST FOUR CHARACTERS.
      *****************************************************************
       2750-MASK-IDENTITY.
           PERFORM 2780-FIND-SIGNIFICANT
           PERFORM 2800-COMPUTE-TOKEN
           COMPUTE WS-MASK-THRU = WS-SIG-END - 4
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-MASK-THRU
               MOVE SPACE TO WS-MASK-FIELD (WS-K:1)
           END-PERFORM.

       2780-FIND-SIGNIFICANT.
           MOVE ZERO TO WS-SIG-START WS-SIG-END
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-MASK-SIZE
               IF WS-MASK-FIELD (WS-K:1) NOT = SPACE
                   IF WS-SIG-START = ZERO
                       MOVE WS-K TO WS-SIG-START
                   END-IF
                   MOVE WS-K TO WS-SIG-END
               END-IF
           END-PERFORM
           COMPUTE WS-SIG-LEN = WS-SIG-END - WS-SIG-START + 1
           MOVE SPACES TO WS-HASH-TEXT
           MOVE WS-MASK-FIELD (WS-SIG-START:WS-SIG-LEN)
               TO WS-HASH-TEXT
           MOVE WS-SIG-LEN TO WS-HASH-LEN.

      *****************************************************************
      *  2800-COMPUTE-TOKEN TAKES THE HMAC OF THE VALUE IN
      *  WS-HASH-TEXT AND REDUCES IT TO WS-TOKEN.  ANY RETURN CODE
      *  BUT ZERO ABORTS THE RUN: A VALUE WITHOUT A TRUE TOKEN MUST
      *  NOT GO OUT.
      *****************************************************************
       2800-COMPUTE-TOKEN.
           MOVE WS-HASH-LEN TO WS-HMAC-TEXT-LEN
           MOVE 32 TO WS-HMAC-MAC-LEN
           MOVE LOW-VALUES TO WS-HMAC-CHAIN
           CALL "CSNBHMG" USING WS-HMAC-RC
                                WS-HMAC-REASON
                                WS-HMAC-EXIT-LEN
                                WS-HMAC-EXIT-DATA
                                WS-HMAC-RULE-CNT
                                WS-HMAC-RULES
                                WS-HMAC-KEY-LEN
                                WS-HMAC-KEY-LABEL
                                WS-HMAC-TEXT-LEN
                                WS-HASH-TEXT
                                WS-HMAC-CHAIN-LEN
                                WS-HMAC-CHAIN
                                WS-HMAC-MAC-LEN
                                WS-HMAC-MAC
               ON EXCEPTION
                   MOVE "NOT CALLABLE" TO WS-HMAC-CALL-STATUS
                   MOVE 12 TO WS-HMAC-RC
                   MOVE ZERO TO WS-HMAC-REASON
               NOT ON EXCEPTION
                   MOVE "RETURN CODE" TO WS-HMAC-CALL-STATUS
           END-CALL
           IF WS-HMAC-RC NOT = ZERO
               DISPLAY "SA0646 - CSNBHMG " WS-HMAC-CALL-STATUS
                       " RC " WS-HMAC-RC " REASON " WS-HMAC-REASON
                       " - RUN ABORTED"
               MOVE "Y" TO WS-ABORT-SW
               MOVE "Y" TO WS-EOF-SW
               MOVE ZERO TO WS-TOKEN
           ELSE
               MOVE LOW-VALUE TO WS-MAC-HIGH
               MOVE WS-HMAC-MAC (1:7) TO WS-MAC-LOW
               DIVIDE WS-MAC-VALUE BY 1000000000000
                   GIVING WS-MAC-QUOT REMAINDER WS-TOKEN
           END-IF.

      *****************************************************************
      *  2900-SCAN-DIGIT-RUNS WALKS WS-SCAN-AREA FOR RUNS OF DIGITS,
      *  KEEPING THE LONGEST RUN SEEN AND THE FIRST RUN THAT IS A
      *  CARD PATTERN (13-19 DIGITS, CHECK DIGIT VALID).
      *****************************************************************
       2900-SCAN-DIGIT-RUNS.
           MOVE ZERO TO WS-MAX-RUN WS-RUN-LEN WS-RUN-START
           MOVE "N" TO WS-CARD-FOUND-SW
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-SCAN-LEN
               IF WS-SCAN-AREA (WS-K:1) IS NUMERIC
                   IF WS-RUN-LEN = ZERO
                       MOVE WS-K TO WS-RUN-START
                   END-IF
                   ADD 1 TO WS-RUN-LEN
               ELSE
                   PERFORM 2910-CLOSE-DIGIT-RUN
               END-IF
           END-PERFORM
           PERFORM 2910-CLOSE-DIGIT-RUN.

       2910-CLOSE-DIGIT-RUN.
           IF WS-RUN-LEN > WS-MAX-RUN
               MOVE WS-RUN-LEN TO WS-MAX-RUN
           END-IF
           IF WS-RUN-LEN >= 13 AND WS-RUN-LEN <= 19
                   AND NOT CARD-PATTERN-FOUND
               PERFORM 2920-CHECK-DIGIT-TEST
               IF WS-LUHN-REM = ZERO
                   MOVE "Y" TO WS-CARD-FOUND-SW
                   MOVE WS-RUN-START TO WS-CARD-START
                   MOVE WS-RUN-LEN   TO WS-CARD-LEN
               END-IF
           END-IF
           MOVE ZERO TO WS-RUN-LEN.

      *****************************************************************
      *  2920-CHECK-DIGIT-TEST - THE CARD-NUMBER (MOD 10) CHECK:
      *  FROM THE RIGHT, EVERY SECOND DIGIT IS DOUBLED (LESS NINE IF
      *  OVER NINE) AND THE DIGITS SUMMED; A VALID NUMBER SUMS TO A
      *  MULTIPLE OF TEN.
      *****************************************************************
       2920-CHECK-DIGIT-TEST.
           MOVE ZERO TO WS-LUHN-SUM
           MOVE "N"  TO WS-LUHN-DOUBLE-SW
           COMPUTE WS-RUN-END = WS-RUN-START + WS-RUN-LEN - 1
           PERFORM VARYING WS-L FROM WS-RUN-END BY -1
                   UNTIL WS-L < WS-RUN-START
               MOVE WS-SCAN-AREA (WS-L:1) TO WS-LUHN-DIGIT
               IF DOUBLE-THIS-DIGIT
                   COMPUTE WS-LUHN-PRODUCT = WS-LUHN-DIGIT * 2
                   IF WS-LUHN-PRODUCT > 9
                       SUBTRACT 9 FROM WS-LUHN-PRODUCT
                   END-IF
                   ADD WS-LUHN-PRODUCT TO WS-LUHN-SUM
                   MOVE "N" TO WS-LUHN-DOUBLE-SW
               ELSE
                   ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
                   MOVE "Y" TO WS-LUHN-DOUBLE-SW
               END-IF
           END-PERFORM
           DIVIDE WS-LUHN-SUM BY 10
               GIVING WS-LUHN-QUOT REMAINDER WS-LUHN-REM.

       3000-WRITE-CONTROL-REPORT.
           IF RUN-ABORTED
               WRITE MASK-RPT-LINE FROM WS-ABORT-LINE
           ELSE
               WRITE MASK-RPT-LINE FROM WS-HDG-2
               PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-FIELD-IDX > 6
                   MOVE WS-FIELD-NAME (WS-FIELD-IDX) TO WC-FIELD-NAME
                   MOVE WS-CTL-MASKED (WS-FIELD-IDX) TO WC-MASKED
                   MOVE WS-CTL-PROVED (WS-FIELD-IDX) TO WC-PROVED
                   MOVE WS-CTL-VIOLATIONS (WS-FIELD-IDX)
                       TO WC-VIOLATIONS
                   WRITE MASK-RPT-LINE FROM WS-CTL-LINE
               END-PERFORM
               MOVE WS-IN-CNT  TO WS-SUM-IN
               MOVE WS-OUT-CNT TO WS-SUM-OUT
               WRITE MASK-RPT-LINE FROM WS-COUNT-LINE
               IF WS-VIOL-CNT = ZERO
                   WRITE MASK-RPT-LINE FROM WS-PASS-LINE
               ELSE
                   MOVE WS-VIOL-CNT TO WS-SUM-VIOL
                   WRITE MASK-RPT-LINE FROM WS-FAIL-LINE
               END-IF
           END-IF.

      *****************************************************************
      *  5000-PROVE-OUTPUT-RECORD CHECKS THE RECORD IMAGE ABOUT TO BE
      *  WRITTEN, FIELD BY FIELD, AGAINST THE MASKING RULES.
      *****************************************************************
       5000-PROVE-OUTPUT-RECORD.
           EVALUATE UHR-RECTYPE
               WHEN 00
                   MOVE UHR-PCAP-CARD-NUM-X TO WS-SCAN-AREA
                   MOVE 16 TO WS-SCAN-LEN
                   MOVE 2  TO WS-FIELD-IDX
                   PERFORM 5100-PROVE-CARD-FIELD
                   MOVE UHR-GEN-MEMO TO WS-SCAN-AREA
                   MOVE 40 TO WS-SCAN-LEN
                   PERFORM 5300-PROVE-FREE-TEXT
               WHEN 05
                   MOVE UDR-ITEM-DESC TO WS-SCAN-AREA
                   MOVE 40 TO WS-SCAN-LEN
                   PERFORM 5300-PROVE-FREE-TEXT
               WHEN 50
                   MOVE UTR-ACCOUNT-NO TO WS-SCAN-AREA
                   MOVE 32 TO WS-SCAN-LEN
                   MOVE 1  TO WS-FIELD-IDX
                   PERFORM 5100-PROVE-CARD-FIELD
                   MOVE UTR-CUSTOMER-DL-NUMB TO WS-SCAN-AREA
                   MOVE 22 TO WS-SCAN-LEN
                   MOVE 3  TO WS-FIELD-IDX
                   PERFORM 5200-PROVE-IDENTITY-FIELD
                   MOVE UTR-CUSTOMER-MICR TO WS-SCAN-AREA
                   MOVE 26 TO WS-SCAN-LEN
                   MOVE 4  TO WS-FIELD-IDX
                   PERFORM 5200-PROVE-IDENTITY-FIELD
               WHEN 60
                   MOVE UMR-DATA TO WS-SCAN-AREA
                   MOVE 60 TO WS-SCAN-LEN
                   PERFORM 5300-PROVE-FREE-TEXT
               WHEN 70
                   MOVE UCR-SSN TO WS-SCAN-AREA
                   MOVE 9  TO WS-SCAN-LEN
                   MOVE 5  TO WS-FIELD-IDX
                   PERFORM 5200-PROVE-IDENTITY-FIELD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *  A MASKED CARD FIELD NEVER SHOWS MORE THAN SIX DIGITS IN A
      *  ROW, SO A LONGER RUN MEANS A NUMBER WENT OUT IN THE CLEAR
      *  WHETHER OR NOT ITS CHECK DIGIT VALIDATES.
      *****************************************************************
       5100-PROVE-CARD-FIELD.
           ADD 1 TO WS-CTL-PROVED (WS-FIELD-IDX)
           PERFORM 2900-SCAN-DIGIT-RUNS
           IF WS-MAX-RUN > 6
               PERFORM 5500-REPORT-VIOLATION
           END-IF.

       5200-PROVE-IDENTITY-FIELD.
           ADD 1 TO WS-CTL-PROVED (WS-FIELD-IDX)
           MOVE ZERO TO WS-SPACE-CNT
           INSPECT WS-SCAN-AREA (1:WS-SCAN-LEN)
               TALLYING WS-SPACE-CNT FOR ALL SPACES
           IF WS-SCAN-LEN - WS-SPACE-CNT > 4
               PERFORM 5500-REPORT-VIOLATION
           END-IF.

       5300-PROVE-FREE-TEXT.
           MOVE 6 TO WS-FIELD-IDX
           ADD 1 TO WS-CTL-PROVED (WS-FIELD-IDX)
           PERFORM 2900-SCAN-DIGIT-RUNS
           IF CARD-PATTERN-FOUND
               PERFORM 5500-REPORT-VIOLATION
           END-IF.

       5500-REPORT-VIOLATION.
           ADD 1 TO WS-CTL-VIOLATIONS (WS-FIELD-IDX)
           ADD 1 TO WS-VIOL-CNT
           IF WS-VIOL-CNT <= WS-MAX-VIOL-LINES
               MOVE UHR-KEY      TO WV-KEY
               MOVE UHR-RECTYPE  TO WV-RECTYPE
               MOVE WS-FIELD-NAME (WS-FIELD-IDX) TO WV-FIELD-NAME
               WRITE MASK-RPT-LINE FROM WS-VIOL-LINE
           END-IF.

       9000-TERMINATE.
           IF FILES-OPEN
               CLOSE SAMASTER-FILE
               CLOSE MASKED-FILE
           END-IF
           CLOSE MASK-RPT-FILE.
