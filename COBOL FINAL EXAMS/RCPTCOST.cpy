      *   Receipt cost layer - one record per accepted receipt, the
      *   quantity INSPPOST put into stock and the PO unit price it
      *   was bought at, in the PO's currency.  INVVALU converts each
      *   layer to USD through EXCHRATE at the receipt date and
      *   prices SB-ON-HAND at the part's weighted-average cost.
       01  RECEIPT-COST-REC.
           05  RCL-PART-NUMBER       PIC X(23).
           05  RCL-PO-NUMBER         PIC X(06).
           05  RCL-RECEIPT-DATE      PIC 9(08).
           05  RCL-QTY               PIC 9(07).
           05  RCL-UNIT-PRICE        PIC 9(07)V99.
           05  RCL-CURRENCY-CODE     PIC X(03).
           05  FILLER                PIC X(24).
