      *   payable used to do with a calculator: each supplier
      *   invoice line (SUPPINV) is matched to its purchase order on
      *   PURCHASES-FILE by PO-KEY, the invoiced quantity is checked
      *   against the RECEIVED-QTY inspection accepted (INSPPOST -
      *   goods still on inspection hold or returned to the vendor
      *   are not payable), and the invoiced price against the PO's
      *   UNIT-PRICE within a tolerance percentage.
      *
      *   A line that matches on all three writes a payables voucher
      *   to the VOUCHERS extract (APPAYRUN pays from it); every
      *   discrepancy - no PO, PO cancelled, quantity beyond what was
      *   received, price out of tolerance - goes to the match report
      *   with the figures that disagree.
      *
      *   The tolerance is a one-record control file (MATCHTOL) so
      *   payables can tighten or loosen the check without a
      *   recompile; missing or empty falls back to 5 percent (same
      *   convention as FINALS' PRICELIM).
      *
      *   An importer voucher also carries its realized exchange
      *   gain or loss - the invoiced amount at the PO order-date
      *   rate against the same amount at the invoice-date rate -
      *   and the match report totals it for the period.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  VOUCHER-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VOUCHER-REC.
       01  VOUCHER-REC.
           05  VCH-AMOUNT               PIC 9(09)V99.
           05  VCH-CURRENCY             PIC X(03).
           05  VCH-AMOUNT-USD           PIC 9(09)V99.
      *    Invoice date - the payment run (APPAYRUN) ages the
      *    voucher from it under the supplier's payment terms.
           05  VCH-INVOICE-DATE         PIC 9(08).
      *    Realized exchange result on an importer voucher - the
      *    same amount at the PO order-date rate, and that less the
      *    invoice-date USD amount.  Positive is a gain (the dollar
      *    cost fell after the PO was placed), negative a loss; both
      *    are zero on a USD voucher.
           05  VCH-PO-AMOUNT-USD        PIC 9(09)V99.
           05  VCH-FX-GAIN-LOSS         PIC S9(09)V99.
           05  FILLER                   PIC X(02).
      *
       FD  MATCH-REPORT
           RECORDING MODE IS F
              10 WS-EXR-RATE            PIC 9(03)V9(6).
       01  WS-EXCH-CTR                  PIC S9(4) COMP VALUE ZERO.
       01  WS-EXCH-RATE                 PIC 9(03)V9(6) VALUE 1.
       01  WS-RATE-DATE                 PIC 9(08) VALUE ZERO.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-PO-FOUND-SW               PIC X     VALUE 'N'.
           05  TOT-INVOICES-READ        PIC 9(5)  VALUE ZERO.
           05  TOT-VOUCHERS-WRITTEN     PIC 9(5)  VALUE ZERO.
           05  TOT-DISCREPANCIES        PIC 9(5)  VALUE ZERO.
           05  TOT-FX-VOUCHERS          PIC 9(5)  VALUE ZERO.
           05  TOT-FX-GAIN-LOSS         PIC S9(11)V99 VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'DISCREPANCIES REPORTED : '.
           05  SL-DISCREPANCIES         PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'FOREIGN-CURRENCY VOUCHERS: '.
           05  SL-FX-VOUCHERS           PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'REALIZED FX GAIN/(LOSS): '.
           05  SL-FX-GAIN-LOSS          PIC $$$,$$$,$$$,$$9.99-.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *    Caller sets WS-RATE-DATE - the invoice date for the
      *    voucher's USD amount, the PO order date for the amount
      *    the PO was committed at.
       LOOKUP-EXCH-RATE.
           MOVE 1 TO WS-EXCH-RATE.
           IF PO-CURRENCY-CODE NOT = SPACES
               PERFORM VARYING EXR-IDX FROM 1 BY 1
                       UNTIL EXR-IDX > WS-EXCH-CTR
                   IF WS-EXR-CURRENCY(EXR-IDX) = PO-CURRENCY-CODE
                      AND WS-RATE-DATE >= WS-EXR-EFF-FROM(EXR-IDX)
                      AND WS-RATE-DATE <= WS-EXR-EFF-TO(EXR-IDX)
                       MOVE WS-EXR-RATE(EXR-IDX) TO WS-EXCH-RATE
                   END-IF
               END-PERFORM
           MOVE INV-PO-NUMBER     TO VCH-PO-NUMBER.
           MOVE INV-QTY           TO VCH-QTY.
           MOVE INV-UNIT-PRICE    TO VCH-UNIT-PRICE.
           MOVE INV-DATE          TO VCH-INVOICE-DATE.
           COMPUTE WS-VOUCHER-AMOUNT = INV-QTY * INV-UNIT-PRICE.
           MOVE WS-VOUCHER-AMOUNT TO VCH-AMOUNT.
           IF PO-CURRENCY-CODE = SPACES
           ELSE
               MOVE PO-CURRENCY-CODE TO VCH-CURRENCY
           END-IF.
           MOVE INV-DATE TO WS-RATE-DATE.
           PERFORM LOOKUP-EXCH-RATE.
           COMPUTE VCH-AMOUNT-USD ROUNDED =
                   WS-VOUCHER-AMOUNT * WS-EXCH-RATE.
           PERFORM COMPUTE-REALIZED-FX.
           WRITE VOUCHER-REC.
      *
      *    What the invoiced amount would have cost at the rate the
      *    PO was placed at, against what it costs at the invoice
      *    date - the difference is realized when the voucher posts.
       COMPUTE-REALIZED-FX.
           MOVE ORDER-DATE IN PURCHASE-ORDERS TO WS-RATE-DATE.
           PERFORM LOOKUP-EXCH-RATE.
           COMPUTE VCH-PO-AMOUNT-USD ROUNDED =
                   WS-VOUCHER-AMOUNT * WS-EXCH-RATE.
           COMPUTE VCH-FX-GAIN-LOSS =
                   VCH-PO-AMOUNT-USD - VCH-AMOUNT-USD.
           IF VCH-CURRENCY NOT = 'USD'
               ADD 1 TO TOT-FX-VOUCHERS
               ADD VCH-FX-GAIN-LOSS TO TOT-FX-GAIN-LOSS
           END-IF.
      *
       WRITE-DISCREPANCY.
           ADD 1 TO TOT-DISCREPANCIES.
           WRITE MATCH-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-DISCREPANCIES    TO SL-DISCREPANCIES.
           WRITE MATCH-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-FX-VOUCHERS      TO SL-FX-VOUCHERS.
           WRITE MATCH-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-FX-GAIN-LOSS     TO SL-FX-GAIN-LOSS.
           WRITE MATCH-REPORT-REC FROM SUMMARY-LINE-5.
