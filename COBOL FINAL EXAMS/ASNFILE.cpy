      *   Advance-ship-notice file - keyed (indexed) by ASN-KEY, the
      *   PO's full key (Part-Number + PO-Number) plus the supplier's
      *   shipment number, so a PO shipped in several lots carries
      *   one record per notice.  ASNPOST adds a record for each
      *   notice line it accepts (in transit); RECPOST marks it
      *   received with the quantity the dock actually counted.
      *   ASNDOCK lists what is due in; OVERDUE reports a late PO
      *   with an open notice as shipped, in transit.
       01  ASN-REC.
           05  ASN-KEY.
               10  PART-NUMBER       PIC X(23) VALUE SPACES.
               10  PO-NUMBER         PIC X(06) VALUE SPACES.
               10  ASN-SHIPMENT-NO   PIC X(10) VALUE SPACES.
           05  ASN-SHIP-DATE         PIC 9(08) VALUE ZEROES.
           05  ASN-EXPECTED-DATE     PIC 9(08) VALUE ZEROES.
           05  ASN-SHIPPED-QTY       PIC 9(07) VALUE ZEROES.
           05  ASN-STATUS            PIC X(01) VALUE SPACES.
               88  ASN-IN-TRANSIT        VALUE SPACE.
               88  ASN-RECEIVED          VALUE 'R'.
           05  ASN-RECEIVED-QTY      PIC 9(07) VALUE ZEROES.
           05  ASN-RECEIVED-DATE     PIC 9(08) VALUE ZEROES.
           05  FILLER                PIC X(02) VALUE SPACES.
