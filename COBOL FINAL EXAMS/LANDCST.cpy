      *   Landed-cost file - keyed (indexed) by LCP-KEY, the PO's full
      *   key (Part-Number + PO-Number), one record per PO line that
      *   has drawn freight, duty or brokerage.  LANDCOST allocates
      *   each LANDCHG charge across the PO lines it covers and adds
      *   the line's share here, so the charges build up as the
      *   invoices arrive.  All money is USD: the FOB unit price is
      *   the PO's UNIT-PRICE at the order-date rate, each charge at
      *   the rate on its own charge date.  LCP-LANDED-UNIT-USD is
      *   what one unit really cost once it reached the dock.
       01  LANDED-COST-REC.
           05  LCP-KEY.
               10  PART-NUMBER       PIC X(23) VALUE SPACES.
               10  PO-NUMBER         PIC X(06) VALUE SPACES.
           05  LCP-QTY               PIC 9(07) VALUE ZEROES.
           05  LCP-CURRENCY-CODE     PIC X(03) VALUE SPACES.
           05  LCP-FOB-UNIT-USD      PIC 9(07)V9(4) VALUE ZEROES.
           05  LCP-FREIGHT-USD       PIC 9(07)V99 VALUE ZEROES.
           05  LCP-DUTY-USD          PIC 9(07)V99 VALUE ZEROES.
           05  LCP-BROKERAGE-USD     PIC 9(07)V99 VALUE ZEROES.
           05  LCP-LANDED-UNIT-USD   PIC 9(07)V9(4) VALUE ZEROES.
           05  LCP-LAST-CHARGE-DATE  PIC 9(08) VALUE ZEROES.
           05  FILLER                PIC X(04) VALUE SPACES.
