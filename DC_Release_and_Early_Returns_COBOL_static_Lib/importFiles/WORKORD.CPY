      * SPECIAL-SERVICE WORK-ORDER LEDGER RECORD.
      * MAINTAINED BY THE SA0653 NIGHTLY MERGE FROM THE UNPACKED
      * SAMASTER FILE AND THE SERVICE DESK'S COMPLETION FILE, AND
      * REPORTED WEEKLY BY SA0654.  ONE RECORD PER SPECIAL-SERVICE
      * LINE ('ASP', 'MSS', 'RSS', 'ESS'), IN WOR-KEY SEQUENCE - THE
      * TRANSACTION THAT RANG THE SERVICE AND THE LINE'S RECSEQ,
      * WHICH IS ALSO THE WORK-ORDER NUMBER ON THE TICKET.  THE
      * MERCHANDISE FIELDS DESCRIBE THE 'SL ' LINE OF THE SAME
      * TRANSACTION THE SERVICE WAS RUNG AGAINST (ZERO WHEN THERE WAS
      * NONE).  WOR-SERVICE-VALUE IS THE PRICE CHARGED, OR FOR A
      * NO-CHARGE SERVICE THE LINE'S TICKET PRICE.  THE RETURN FIELDS
      * ARE SET WHEN THAT MERCHANDISE LATER COMES BACK.  ORDERS THAT
      * ARE CLOSED, OR WHOSE MERCHANDISE CAME BACK, ARE PURGED A YEAR
      * AFTER THEY WERE OPENED.
       01  WORK-ORDER-RECORD.
           05 WOR-KEY.
              10 WOR-TRAN-KEY.
                 15 WOR-STORE       PIC 9(4).
                 15 WOR-DATE        PIC 9(8).
                 15 WOR-TERM        PIC 9(4).
                 15 WOR-TRANNUM     PIC 9(4).
              10 WOR-LINE-SEQ       PIC 9(4).
           05 WOR-SERVICE-TYPE      PIC X(3).
              88  WOR-ALTERATION        VALUE IS 'ASP'.
              88  WOR-MONOGRAM          VALUE IS 'MSS'.
              88  WOR-REPAIR            VALUE IS 'RSS'.
              88  WOR-ENGRAVING         VALUE IS 'ESS'.
           05 WOR-SERVICE-SKU       PIC 9(7).
           05 WOR-SERVICE-PRICE     PIC 9(7)V99.
           05 WOR-SERVICE-VALUE     PIC 9(7)V99.
           05 WOR-NO-CHARGE-IND     PIC X.
              88  WOR-NO-CHARGE         VALUE IS 'Y'.
           05 WOR-MDSE-INFO.
              10 WOR-MDSE-LINE-SEQ  PIC 9(4).
              10 WOR-MDSE-SKU       PIC 9(7).
              10 WOR-MDSE-PRICE     PIC 9(7)V99.
              10 WOR-MDSE-SERIAL    PIC X(15).
           05 WOR-CUSTOMER          PIC 9(16).
           05 WOR-STATUS            PIC X.
              88  WOR-OPEN              VALUE IS 'O'.
              88  WOR-COMPLETED         VALUE IS 'C'.
              88  WOR-CANCELLED         VALUE IS 'X'.
           05 WOR-STATUS-DATE       PIC 9(8).
           05 WOR-RETURN-IND        PIC X.
              88  WOR-MDSE-RETURNED     VALUE IS 'Y'.
           05 WOR-RETURN-INFO.
              10 WOR-RTN-STORE      PIC 9(4).
              10 WOR-RTN-DATE       PIC 9(8).
              10 WOR-RTN-TERM       PIC 9(4).
              10 WOR-RTN-TRANNUM    PIC 9(4).
           05 WOR-FILLER1           PIC X(16).
