      *  EVERY POA TENDER CARRYING A PLAN CODE WITH NO MATCHING
      *  UTR-NEW-PLAN VALUE (FED, BUT FLAGGED FOR THE CREDIT OFFICE)
      *  - SO CUSTOMER ACCOUNTS ARE CREDITED THE NIGHT THE PAYMENT
      *  IS TAKEN.  THE FEED READS THE MASKED DISTRIBUTION COPY
      *  (SAMSTRM, WRITTEN BY SA0646): AR POSTS ON UTR-POA-NO, AND THE
      *  ACCOUNT NUMBER ON THE FEED AND THE EXCEPTION PAGE CARRIES
      *  ONLY ITS FIRST SIX AND LAST FOUR DIGITS.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMASTER-FILE ASSIGN TO "SAMSTRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMSTR-STATUS.
           SELECT AR-FEED-FILE ASSIGN TO "ARFEED"
