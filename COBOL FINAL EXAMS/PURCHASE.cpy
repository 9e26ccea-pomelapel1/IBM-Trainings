           05  UNIT-PRICE        PIC S9(07)V99 COMP-3 VALUE ZERO.
           05  ORDER-DATE        PIC 9(08) VALUE ZEROES.
           05  DELIVERY-DATE     PIC 9(08) VALUE ZEROES.
      *    Goods-receipt posting fields - never set by FINALS (a new
      *    PO is open).  RECPOST stamps RECEIVED-DATE when goods reach
      *    the dock and parks the quantity in PO-INSPECT-QTY; INSPPOST
      *    moves it out of inspection hold, counting only ACCEPTED
      *    quantity into RECEIVED-QTY and RECEIPT-STATUS.
           05  RECEIPT-STATUS    PIC X(01) VALUE SPACES.
               88  PO-OPEN           VALUE SPACE.
               88  PO-PART-RECEIVED  VALUE 'P'.
               88  PO-RELEASE        VALUE 'R'.
           05  PO-BLANKET-REF    PIC X(06) VALUE SPACES.
           05  PO-RELEASE-NO     PIC 9(03) VALUE ZEROES.
      *    Received quantity awaiting inspection - not yet on hand,
      *    not yet payable (see RECPOST / INSPPOST).  Packed, so a
      *    record written before the field existed (spaces) tests
      *    NOT NUMERIC and is read as zero.
           05  PO-INSPECT-QTY    PIC S9(07)    COMP-3 VALUE ZERO.
      *    Stock location the last receipt was taken into (RECPOST);
      *    INSPPOST puts the accepted quantity on hand there.  Blank
      *    is the main stockroom.
           05  PO-RECV-LOCATION  PIC X(02) VALUE SPACES.
