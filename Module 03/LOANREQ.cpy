      *    the loan-to-value ratio the risk-based price adjustment
      *    keys on.
           05  REQ-PROPERTY-VALUE       PIC 9(07)V99.
      *    Adjustable-rate note terms, carried through NEWLOANS to the
      *    loan master for ARMRESET: rate index code, margin, months
      *    between changes after the first (12 when left blank), and
      *    the periodic and lifetime caps in rate points.  An ARM
      *    quoted with no index code boards without reset terms.
           05  REQ-ARM-INDEX-CODE       PIC X(04).
           05  REQ-ARM-MARGIN           PIC 9(02)V9(4).
           05  REQ-ARM-RESET-MONTHS     PIC 9(03).
           05  REQ-ARM-PERIOD-CAP       PIC 9(02)V9(4).
           05  REQ-ARM-LIFE-CAP         PIC 9(02)V9(4).
           05  FILLER                   PIC X(05).
