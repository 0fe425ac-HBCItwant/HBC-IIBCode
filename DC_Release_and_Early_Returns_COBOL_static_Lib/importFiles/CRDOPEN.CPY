      * CARD SETTLEMENT OPEN-ITEMS MASTER RECORD.
      * MAINTAINED BY THE SA0657 NIGHTLY SETTLEMENT RECONCILIATION.
      * ONE RECORD PER BANK-CARD OR AMEX TENDER NOT YET SETTLED BY
      * THE PROCESSOR (COI-TENDER-ITEM) AND PER PROCESSOR SETTLEMENT
      * NOT YET MATCHED TO A TENDER (COI-SETTLEMENT-ITEM).  COI-KEY
      * IS THE MATCH KEY: FOR BANK CARDS THE RINGING DATE, THE
      * UTR-AUTH-CODE AND THE CARD'S LAST FOUR; FOR AMEX THE
      * UTR-AMEX-TRANS-IDENT.  THE AMOUNT IS COMPARED ONCE THE KEYS
      * MATCH.  COI-ITEM-DATE IS THE DATE DAYS OUTSTANDING COUNT
      * FROM - THE RINGING DATE OF A TENDER, THE DEPOSIT DATE OF A
      * SETTLEMENT.  A RECORD LEAVES THE MASTER WHEN ITS OTHER
      * HALF ARRIVES.
       01  CARD-OPEN-ITEM-RECORD.
           05 COI-KEY.
              10 COI-NETWORK        PIC X.
                 88  COI-BANKCARD       VALUE IS 'B'.
                 88  COI-AMEX           VALUE IS 'A'.
              10 COI-MATCH-DATA     PIC X(20).
           05 COI-SOURCE            PIC X.
              88  COI-TENDER-ITEM       VALUE IS 'T'.
              88  COI-SETTLEMENT-ITEM   VALUE IS 'S'.
           05 COI-SETL-STATUS       PIC X.
              88  COI-SETL-DECLINED     VALUE IS 'D'.
           05 COI-STORE             PIC 9(4).
           05 COI-TERM              PIC 9(4).
           05 COI-TRANNUM           PIC 9(4).
           05 COI-TRAN-DATE         PIC 9(8).
           05 COI-TENDER-TYPE       PIC 9(3).
           05 COI-AUTH-CODE         PIC X(8).
           05 COI-CARD-LAST4        PIC X(4).
           05 COI-AMEX-TRANS-IDENT  PIC 9(15).
           05 COI-AMOUNT            PIC 9(7)V99.
           05 COI-AMT-SIGN          PIC X.
           05 COI-FLOOR-LIMIT-INDC  PIC X.
           05 COI-ITEM-DATE         PIC 9(8).
           05 COI-FIRST-OPEN-DATE   PIC 9(8).
           05 COI-FILLER1           PIC X(20).
