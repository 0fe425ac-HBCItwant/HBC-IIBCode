      *  REASON TO LEAVE EVERY STORE WITHOUT INQUIRY FOR THE DAY.
      *  ONCE THIS FILE EXISTS, SINGLE-TRANSACTION RESEARCH (SA0621)
      *  NO LONGER NEEDS A BATCH PASS OVER THE WHOLE NIGHT'S VOLUME.
      *  THE KEYED COPY IS LOADED FROM THE MASKED DISTRIBUTION COPY
      *  (SAMSTRM, WRITTEN BY SA0646), SO THIS STEP RUNS AFTER SA0646
      *  AND INQUIRY AND CORRECTIONS NEVER SEE A FULL CARD NUMBER,
      *  SSN, DL OR MICR.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMASTER-FILE ASSIGN TO "SAMSTRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMSTR-STATUS.
           SELECT SAMASTER-KEYED-FILE ASSIGN TO "SAMSTRX"
