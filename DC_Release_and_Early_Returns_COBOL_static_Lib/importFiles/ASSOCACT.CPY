      * ASSOCIATE LOSS-PREVENTION ACTIVITY MASTER RECORD.
      * MAINTAINED BY THE SA0655 NIGHTLY MERGE FROM THE UNPACKED
      * SAMASTER FILE AND RANKED WEEKLY BY SA0656.  ONE RECORD PER
      * RINGING ASSOCIATE (UHR-RINGING-ASSOC), IN AAR-ASSOC SEQUENCE,
      * WITH THIRTEEN WEEKLY BUCKETS.  BUCKET 1 IS THE SUNDAY-TO-
      * SATURDAY WEEK STARTING AAR-WEEK-START, BUCKET 2 THE WEEK
      * BEFORE IT, AND SO ON; EACH NIGHTLY MERGE SHIFTS THE BUCKETS
      * DOWN TO THE CURRENT WEEK AND THE OLDEST FALL OFF.  AN
      * ASSOCIATE WITH NOTHING LEFT IN ANY BUCKET IS DROPPED.
      * AAR-WK-CNT IS INDEXED BY ACTIVITY CATEGORY:
      *   1 POST-VOIDS ('VDT' TRANSACTIONS RUNG)
      *   2 NO-SALES ('NS ' TRANSACTIONS RUNG)
      *   3 NO-RECEIPT RETURN LINES PROCESSED
      *   4 MANUAL DISCOUNT LINES (UDR-MANUAL-DISCOUNT-ASSOC)
      *   5 CARD TENDERS KEYED (UTR-MODE-OF-ENTRY 'K')
      *   6 OWN EMPLOYEE PURCHASES RUNG (UTR-EMP-NUM = RINGER)
      *   7 RETURN LINES AGAINST THE ASSOCIATE'S OWN EARLIER SALES
      * AAR-WK-TRANS COUNTS THE 'CUS' TRANSACTIONS RUNG, AS THE
      * MEASURE OF HOW BUSY THE ASSOCIATE WAS.
       01  ASSOC-ACTIVITY-RECORD.
           05 AAR-ASSOC             PIC 9(7).
           05 AAR-STORE             PIC 9(4).
           05 AAR-LAST-DATE         PIC 9(8).
           05 AAR-WEEK-START        PIC 9(8).
           05 AAR-WEEK OCCURS 13 TIMES.
              10 AAR-WK-TRANS       PIC 9(5).
              10 AAR-WK-CNT         PIC 9(4) OCCURS 7 TIMES.
           05 AAR-FILLER1           PIC X(24).
