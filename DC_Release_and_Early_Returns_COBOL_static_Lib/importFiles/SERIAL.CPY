      * SERIALIZED-MERCHANDISE REGISTRY RECORD.
      * MAINTAINED BY THE SA0652 NIGHTLY MERGE FROM THE UNPACKED
      * SAMASTER FILE.  ONE RECORD PER UDR-SERIAL-NUMBER, IN
      * SRR-SERIAL SEQUENCE.  THE SOLD FIELDS DESCRIBE THE LATEST
      * 'SL ' LINE THAT CARRIED THE SERIAL (UNIT PRICE, HEADER
      * UHR-CUSTOMER, AND THE LINE'S UDR-RETURNABLE); THE RETURN
      * FIELDS DESCRIBE THE LATEST 'RTN' LINE.  SRR-STATUS SAYS WHICH
      * CAME LAST.  A SERIAL FIRST SEEN ON A RETURN IS REGISTERED
      * WITH ZERO SOLD FIELDS SO A SECOND RETURN OF IT IS CAUGHT.
       01  SERIAL-REGISTRY-RECORD.
           05 SRR-SERIAL            PIC X(15).
           05 SRR-SKU               PIC 9(7).
           05 SRR-STATUS            PIC X.
              88  SERIAL-SOLD           VALUE IS 'S'.
              88  SERIAL-RETURNED       VALUE IS 'R'.
           05 SRR-SOLD-INFO.
              10 SRR-SOLD-STORE     PIC 9(4).
              10 SRR-SOLD-DATE      PIC 9(8).
              10 SRR-SOLD-TERM      PIC 9(4).
              10 SRR-SOLD-TRANNUM   PIC 9(4).
              10 SRR-SOLD-CUSTOMER  PIC 9(16).
              10 SRR-SOLD-PRICE     PIC 9(7)V99.
              10 SRR-SOLD-RETURNABLE PIC X.
                 88  SOLD-NON-RETURNABLE VALUE IS 'N'.
           05 SRR-RETURN-INFO.
              10 SRR-RTN-STORE      PIC 9(4).
              10 SRR-RTN-DATE       PIC 9(8).
              10 SRR-RTN-TERM       PIC 9(4).
              10 SRR-RTN-TRANNUM    PIC 9(4).
              10 SRR-RTN-PRICE      PIC 9(7)V99.
           05 SRR-SALE-CNT          PIC 9(3).
           05 SRR-RETURN-CNT        PIC 9(3).
           05 SRR-LAST-UPDATE       PIC 9(8).
           05 SRR-FILLER1           PIC X(38).
