      *  ACTIVATIONS - FORMATTED FROM THE SAMUNPAK.CPY LAYOUTS.  THIS
      *  IS THE SINGLE-RECEIPT RESEARCH PATH: WHEN A STORE CALLS ABOUT
      *  ONE TRANSACTION, THE ANSWER NO LONGER WAITS ON A SEQUENTIAL
      *  PASS OVER THE WHOLE NIGHT'S VOLUME.  SA0620 LOADS THE KEYED
      *  COPY FROM THE MASKED DISTRIBUTION COPY, SO CARD NUMBERS SHOW
      *  FIRST SIX / LAST FOUR AND THE TENDER LINE CARRIES THE
      *  ACCOUNT REFERENCE TOKEN FOR MATCHING ACROSS TRANSACTIONS.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WT-CURRENCY         PIC 999.
           05  FILLER              PIC X(9)  VALUE "  ACCT ".
           05  WT-ACCOUNT          PIC X(32).
           05  FILLER              PIC X(6)  VALUE "  REF ".
           05  WT-ACCOUNT-TOKEN    PIC X(12).
       01  WS-MEMO-LINE.
           05  FILLER              PIC X(12) VALUE "  MEMO TYPE ".
           05  WM-DATA-TYPE        PIC 9(6).
           MOVE WS-AMT-SIGNED      TO WT-AMOUNT
           MOVE UTR-CURRENCY-CDE   TO WT-CURRENCY
           MOVE UTR-ACCOUNT-NO     TO WT-ACCOUNT
           MOVE UTR-ACCOUNT-TOKEN  TO WT-ACCOUNT-TOKEN
           WRITE INQUIRY-RPT-LINE FROM WS-TND-LINE.

       2450-PRINT-MEMO.
