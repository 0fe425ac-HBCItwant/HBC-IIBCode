               06 UHR-LOC-HOLD-ITEM-COUNT PIC 9(04).
U          05 UHR-REPLAYED-INVOICE   PIC X.
U          05 UHR-FILLER4            PIC X(13).
      *  RWT  10-15-2026  MASKED COPY (SA0646) CARRIES THE PCAP TOKEN
           05 FILLER REDEFINES UHR-FILLER4.
              08 UHR-PCAP-TOKEN      PIC X(12).
              08 FILLER              PIC X(01).
      *  RWT  10-15-2026  **********************************************
      *
      *-------------------------------------------------------------
      *
           05 UTR-TOKEN-POA-FLAG     PIC 9.
           05 UTR-APPLE-PAY-IND      PIC X.
           05 UTR-FILLER1            PIC X(155).
      *  RWT  10-15-2026  MASKED COPY (SA0646) CARRIES THE ACCOUNT,
      *                   DL AND MICR REFERENCE TOKENS HERE
           05 FILLER REDEFINES UTR-FILLER1.
              10  UTR-ACCOUNT-TOKEN       PIC X(12).
              10  UTR-DL-TOKEN            PIC X(12).
              10  UTR-MICR-TOKEN          PIC X(12).
              10  FILLER                  PIC X(119).
      *  RWT  10-15-2026  **********************************************
      *
      *---------------------------------------------------------------
      *  60 RECORD = MEMO - CURRENTLY USED TO TRACK MOVS, GIFT CERTS
U          05 UCR-ASSOC-CREDIT-AMT   PIC 9(7)V99.
U          05 UCR-ASSOC-CR-AMT-SIGN  PIC X.
           05 UCR-FILLER1            PIC X(205).
      *  RWT  10-15-2026  MASKED COPY (SA0646) CARRIES THE SSN TOKEN
           05 FILLER REDEFINES UCR-FILLER1.
              10  UCR-SSN-TOKEN          PIC X(12).
              10  FILLER                 PIC X(193).
      *  RWT  10-15-2026  **********************************************
      *
      **********************************************************
      *  GIFT GIVER INFORMATION RECORDS TYPE 75
