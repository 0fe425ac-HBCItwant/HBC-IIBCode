      * ITEM / PRICE MASTER RECORD.
      * MAINTAINED BY SA0647; READ BY THE SA0648 NIGHTLY PRICE-
      * INTEGRITY VALIDATION OF RECTYPE 05 SALE LINES ON THE UNPACKED
      * SAMASTER FILE.  ITP-SKU MATCHES UDR-SKU; ITP-UPC MATCHES
      * UDR-UPC-NO-13.  ONE CURRENT PRICE IS CARRIED PER MERCHANDISE
      * STATUS (UDR-MDSE-STATUS-FLAG): ITP-REG-PRICE FOR 0001 REGULAR
      * AND 0010 VALUE PRICE, ITP-MKDN-PRICE FOR 0002 MARKDOWN,
      * ITP-CLEAR-PRICE FOR 0004 CLEARANCE AND 0008 FINAL.  A ZERO
      * MARKDOWN OR CLEARANCE PRICE MEANS THE ITEM HAS NOT BEEN
      * TAKEN DOWN AND REGULAR PRICE APPLIES.  ITP-FLOOR-PRICE IS THE
      * LOWEST UNIT PRICE THE ITEM MAY RING WITHOUT UDR-OVERRIDE-FLAG.
      * FILE IS KEPT IN ITP-SKU SEQUENCE.
       01  ITEM-PRICE-RECORD.
           05 ITP-SKU            PIC 9(7).
           05 ITP-UPC            PIC 9(13).
           05 ITP-DEPT-CLASS     PIC 9(7).
           05 ITP-DESC           PIC X(30).
           05 ITP-REG-PRICE      PIC 9(7)V99.
           05 ITP-MKDN-PRICE     PIC 9(7)V99.
           05 ITP-CLEAR-PRICE    PIC 9(7)V99.
           05 ITP-FLOOR-PRICE    PIC 9(7)V99.
           05 ITP-EFF-DATE       PIC 9(8).
           05 ITP-EXP-DATE       PIC 9(8).
           05 ITP-STATUS         PIC X.
              88  ITEM-ACTIVE         VALUE IS 'A'.
              88  ITEM-EXPIRED        VALUE IS 'E'.
           05 ITP-FILLER1        PIC X(10).
