      * SAMASTER EXTRACT CONTROL TRAILER RECORD.
      * WRITTEN BY THE SA0658 CLEAN-FILE FAN-OUT AS THE LAST RECORD
      * OF EACH EXTRACT IT PRODUCES (SAMXTNDR, SAMXDETL, SAMXRTNS,
      * SAMXMEMO, SAMXCUST, SAMXNMER).  EVERY OTHER RECORD ON AN
      * EXTRACT IS A SAMUNPAK IMAGE COPIED UNCHANGED FROM THE CLEAN
      * FILE, SO A READER COPIES THIS LAYOUT UNDER ITS SAMUNPAK FD
      * AND STOPS ON SXT-TRAILER-RECORD.  SXT-RECORD-CNT COUNTS THE
      * RECORDS AHEAD OF THE TRAILER AND IS WHAT THE READER PROVES
      * ITS OWN READ COUNT AGAINST; A READER THAT REACHES END OF FILE
      * WITHOUT THE TRAILER HAS BEEN HANDED A SHORT EXTRACT.
      * SXT-TRAN-CNT IS THE HEADERS (RECTYPE 00) ON THE EXTRACT AND
      * SXT-SOURCE-CNT THE CLEAN-FILE RECORDS THE FAN-OUT READ.
       01  SAMASTER-EXTRACT-TRAILER.
           05 SXT-KEY               PIC X(27).
              88  SXT-TRAILER-RECORD    VALUE HIGH-VALUES.
           05 SXT-RECTYPE           PIC 99.
           05 SXT-EXTRACT-NAME      PIC X(8).
           05 SXT-RUN-DATE          PIC 9(8).
           05 SXT-SOURCE-CNT        PIC 9(9).
           05 SXT-TRAN-CNT          PIC 9(9).
           05 SXT-RECORD-CNT        PIC 9(9).
           05 SXT-CNT-HEADER        PIC 9(9).
           05 SXT-CNT-DETAIL        PIC 9(9).
           05 SXT-CNT-FEE           PIC 9(9).
           05 SXT-CNT-TENDER        PIC 9(9).
           05 SXT-CNT-MEMO          PIC 9(9).
           05 SXT-CNT-CUSTOMER      PIC 9(9).
           05 SXT-CNT-GIFT-GIVER    PIC 9(9).
           05 SXT-CNT-EGC-ACT       PIC 9(9).
           05 SXT-FILLER1           PIC X(368).
