      *   Open-payables record - one row per INVMATCH voucher, built
      *   and carried forward by the APPAYRUN payment run (old master
      *   APOPEN in, new master APOPENO out).  A voucher is loaded
      *   once, aged from its invoice date under the supplier's
      *   APTERMS payment terms, and stamped paid with the payment
      *   number and date when a run pays it - a paid row stays on
      *   file so the same voucher fed again is never paid twice.
      *   Amounts are in the PO's currency with the USD equivalent
      *   INVMATCH converted at the invoice-date rate.
       01  AP-OPEN-REC.
           05  AP-KEY.
               10  AP-SUPPLIER-CODE      PIC X(10).
               10  AP-INVOICE-NO         PIC X(08).
               10  AP-PART-NUMBER        PIC X(23).
               10  AP-PO-NUMBER          PIC X(06).
           05  AP-INVOICE-DATE           PIC 9(08).
           05  AP-DUE-DATE               PIC 9(08).
           05  AP-DISC-DATE              PIC 9(08).
           05  AP-DISC-PCT               PIC 9(02)V99.
           05  AP-CURRENCY               PIC X(03).
           05  AP-AMOUNT                 PIC 9(09)V99.
           05  AP-AMOUNT-USD             PIC 9(09)V99.
           05  AP-STATUS                 PIC X(01).
               88  AP-OPEN               VALUE SPACE.
               88  AP-PAID               VALUE 'P'.
           05  AP-DISC-TAKEN             PIC 9(07)V99.
           05  AP-PAID-AMOUNT            PIC 9(09)V99.
           05  AP-PAID-DATE              PIC 9(08).
           05  AP-PAYMENT-NO             PIC 9(06).
      *    INVMATCH's realized exchange gain (+) or loss (-) in USD,
      *    PO order-date rate against invoice-date rate.  A row
      *    loaded before the field existed holds spaces and tests
      *    NOT NUMERIC.
           05  AP-FX-GAIN-LOSS           PIC S9(09)V99.
           05  FILLER                    PIC X(04).
