       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   FXREVAL is finance's month-end revaluation of open importer
      *   purchase orders.  Every PURCHASES-FILE PO quoted in a
      *   foreign currency that still has goods to come is valued in
      *   USD twice - at the EXCHRATE rate in effect on its
      *   ORDER-DATE (what the commitment was booked at) and at the
      *   rate in effect on the period-end date (the RUNDATE business
      *   date, run on the last day of the month) - and the
      *   difference is the unrealized exchange gain or loss still
      *   sitting in the open book.  A positive difference is a gain
      *   (the dollar cost has fallen since the PO was placed), a
      *   negative one a loss - the same sign INVMATCH uses for the
      *   gain or loss realized when the invoice is vouchered.
      *
      *   Open quantity is ordered less received less still in
      *   inspection, as CASHFCST figures it.  USD and blank-currency
      *   POs carry no exposure and are not listed; blanket headers
      *   are only the negotiated ceiling (their releases are
      *   revalued like any other PO); cancelled and fully received
      *   POs commit nothing more.
      *
      *   The detail is followed by the unrealized totals by
      *   currency and by supplier (a PO takes its part's supplier).
      *   A currency with no EXCHRATE row in effect on either date
      *   converts at 1 and is flagged, and the run ends RC 4 so the
      *   rate table is fixed before the figures are booked.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASES-FILE     ASSIGN TO PURCHASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.
           SELECT SUPPLIER-FILE      ASSIGN TO SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER OF SUPPLIER-REC
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO EXCHRATE
               FILE STATUS IS WS-EXCH-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT REVALUATION-REPORT ASSIGN TO FXREVRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASES-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PURCHASE-ORDERS.
       COPY PURCHASE.
      *
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
      *
      *    Currency-to-USD conversion rates (see EXCHRATE.cpy).
       FD  EXCHANGE-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCHANGE-RATE-REC.
       COPY EXCHRATE.
      *
      *    Business-date override - the same one-record control file
      *    FINALS reads; missing or invalid falls back to
      *    CURRENT-DATE.  Its date is the period-end date.
       FD  RUN-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-DATE-REC.
       01  RUN-DATE-REC.
           05  RD-BUSINESS-DATE         PIC 9(08).
           05  FILLER                   PIC X(72).
      *
       FD  REVALUATION-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REVALUATION-REPORT-REC.
       01  REVALUATION-REPORT-REC       PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
      *    Shared report-heading block (see RPTPARM.cpy).
       COPY RPTPARM.
      *    Run-control block (see JOBPARM.cpy).
       COPY JOBPARM.
       01  WS-JOB-DATE                  PIC 9(08) VALUE ZERO.
      *    Shared file-status handler block (see FSPARM.cpy).
       COPY FSPARM.
       01  WS-PO-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SUPP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-EXCH-STATUS               PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
      *
      *  Exchange-rate table - loaded at startup; a currency with no
      *  row in effect on the date asked for converts at 1.
       01  WS-EXCHANGE-TABLE.
           05 EXCHANGE-ENTRY OCCURS 20 TIMES
                   INDEXED BY EXR-IDX.
              10 WS-EXR-CURRENCY        PIC X(03).
              10 WS-EXR-EFF-FROM        PIC 9(08).
              10 WS-EXR-EFF-TO          PIC 9(08).
              10 WS-EXR-RATE            PIC 9(03)V9(6).
       01  WS-EXCH-CTR                  PIC S9(4) COMP VALUE ZERO.
       01  WS-EXCH-RATE                 PIC 9(03)V9(6) VALUE 1.
       01  WS-RATE-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-RATE-FOUND-SW             PIC X     VALUE 'N'.
           88  RATE-FOUND               VALUE 'Y'.
      *
      *  Per-currency and per-supplier accumulators, one entry per
      *  code actually seen on an open importer PO.
       01  WS-CURRENCY-TABLE.
           05  WS-CUR-ENTRY OCCURS 20 TIMES
                   INDEXED BY CUR-IDX.
               10  WS-CUR-CODE          PIC X(03).
               10  WS-CUR-PO-COUNT      PIC 9(05).
               10  WS-CUR-FC-AMT        PIC S9(11)V99  COMP-3.
               10  WS-CUR-ORDER-USD     PIC S9(11)V99  COMP-3.
               10  WS-CUR-PERIOD-USD    PIC S9(11)V99  COMP-3.
       01  WS-CUR-CTR                   PIC S9(4) COMP VALUE ZERO.
      *
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY OCCURS 300 TIMES
                   INDEXED BY SUP-IDX.
               10  WS-SUP-CODE          PIC X(10).
               10  WS-SUP-NAME          PIC X(15).
               10  WS-SUP-PO-COUNT      PIC 9(05).
               10  WS-SUP-ORDER-USD     PIC S9(11)V99  COMP-3.
               10  WS-SUP-PERIOD-USD    PIC S9(11)V99  COMP-3.
       01  WS-SUP-CTR                   PIC S9(4) COMP VALUE ZERO.
      *
      *  The PO being revalued.
       01  WS-PO-SUPPLIER               PIC X(10) VALUE SPACES.
       01  WS-PO-SUPP-NAME              PIC X(15) VALUE SPACES.
       01  WS-OPEN-QTY                  PIC S9(09)     VALUE ZERO.
       01  WS-INSPECT-QTY               PIC S9(07)     VALUE ZERO.
       01  WS-FC-AMT                    PIC S9(11)V99  VALUE ZERO.
       01  WS-ORDER-RATE                PIC 9(03)V9(6) VALUE ZERO.
       01  WS-PERIOD-RATE               PIC 9(03)V9(6) VALUE ZERO.
       01  WS-ORDER-USD                 PIC S9(11)V99  VALUE ZERO.
       01  WS-PERIOD-USD                PIC S9(11)V99  VALUE ZERO.
       01  WS-LINE-FLAG                 PIC X(01)      VALUE SPACE.
      *
       01  ACC-CTRS.
           05  TOT-POS-READ             PIC 9(6)  VALUE ZERO.
           05  TOT-POS-REVALUED         PIC 9(6)  VALUE ZERO.
           05  TOT-DOMESTIC-SKIPPED     PIC 9(6)  VALUE ZERO.
           05  TOT-BLANKETS-SKIPPED     PIC 9(6)  VALUE ZERO.
           05  TOT-CLOSED-SKIPPED       PIC 9(6)  VALUE ZERO.
           05  TOT-RATES-MISSING        PIC 9(6)  VALUE ZERO.
           05  TOT-TABLE-OVERFLOW       PIC 9(6)  VALUE ZERO.
           05  TOT-ORDER-USD            PIC S9(11)V99 VALUE ZERO.
           05  TOT-PERIOD-USD           PIC S9(11)V99 VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(40) VALUE
               'OPEN IMPORTER PO FX REVALUATION - USD'.
           05  FILLER                   PIC X(13) VALUE
               'PERIOD END: '.
           05  HD-PERIOD-END            PIC XXXX/XX/XX.
       01  SECTION-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  SC-TITLE                 PIC X(40).
       01  DETAIL-HEADING.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(25) VALUE 'PART NUMBER'.
           05  FILLER                   PIC X(08) VALUE 'PO NBR'.
           05  FILLER                   PIC X(05) VALUE 'CUR'.
           05  FILLER                   PIC X(12) VALUE 'SUPPLIER'.
           05  FILLER                   PIC X(11) VALUE
               '   OPEN QTY'.
           05  FILLER                   PIC X(16) VALUE
               '  CURRENCY VALUE'.
           05  FILLER                   PIC X(16) VALUE
               '  USD ORDER RATE'.
           05  FILLER                   PIC X(16) VALUE
               ' USD PERIOD RATE'.
           05  FILLER                   PIC X(17) VALUE
               '  GAIN/(LOSS)'.
       01  TOTAL-HEADING.
           05  FILLER                   PIC X     VALUE SPACE.
           05  TH-CODE-TITLE            PIC X(30).
           05  FILLER                   PIC X(08) VALUE '    POS'.
           05  FILLER                   PIC X(18) VALUE
               '    CURRENCY VALUE'.
           05  FILLER                   PIC X(18) VALUE
               '    USD ORDER RATE'.
           05  FILLER                   PIC X(18) VALUE
               '   USD PERIOD RATE'.
           05  FILLER                   PIC X(19) VALUE
               '       GAIN/(LOSS)'.
      *
       01  DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PO-NUMBER             PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-SUPPLIER              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-OPEN-QTY              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-FC-AMT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ORDER-USD             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PERIOD-USD            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-GAIN-LOSS             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DL-FLAG                  PIC X(01).
      *
      *  One layout serves the currency and supplier totals; the
      *  currency-value column is blank on supplier lines, since a
      *  supplier's POs need not share one currency.
       01  TOTAL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  TL-LABEL                 PIC X(30).
           05  TL-PO-COUNT              PIC ZZ,ZZ9.
           05  TL-PO-COUNT-X REDEFINES TL-PO-COUNT
                                        PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-FC-AMT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  TL-FC-AMT-X REDEFINES TL-FC-AMT
                                        PIC X(17).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-ORDER-USD             PIC $$,$$$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-PERIOD-USD            PIC $$,$$$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-GAIN-LOSS             PIC $$,$$$,$$$,$$9.99-.
       01  TL-SUPP-LABEL.
           05  TL-SUP-CODE              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-SUP-NAME              PIC X(15).
           05  FILLER                   PIC X(03) VALUE SPACES.
      *
       01  FLAG-NOTE-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(60) VALUE
               '* - NO EXCHRATE ROW IN EFFECT, CONVERTED AT 1'.
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'PURCHASE ORDERS READ   : '.
           05  SL-POS-READ              PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'IMPORTER POS REVALUED  : '.
           05  SL-POS-REVALUED          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'USD POS SKIPPED        : '.
           05  SL-DOMESTIC              PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'BLANKET HEADERS SKIPPED: '.
           05  SL-BLANKETS              PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'CLOSED POS SKIPPED     : '.
           05  SL-CLOSED                PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'RATES NOT IN EFFECT    : '.
           05  SL-RATES-MISSING         PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-7.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'TABLE OVERFLOWS        : '.
           05  SL-OVERFLOW              PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-JOB-DATE.
           PERFORM VERIFY-PREDECESSORS.
           IF JC-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM LOAD-EXCHANGE-TABLE.
           PERFORM WRITE-HEADINGS.
           PERFORM REVALUE-OPEN-POS.
           PERFORM WRITE-CURRENCY-SECTION.
           PERFORM WRITE-SUPPLIER-SECTION.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           IF RETURN-CODE = ZERO
               AND (TOT-RATES-MISSING > ZERO
                    OR TOT-TABLE-OVERFLOW > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM STAMP-RUN-COMPLETE.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT PURCHASES-FILE, SUPPLIER-FILE.
           OPEN OUTPUT REVALUATION-REPORT.
      *
       CLOSE-FILES.
           CLOSE PURCHASES-FILE, SUPPLIER-FILE, REVALUATION-REPORT.
      *
      *    A missing EXCHRATE file loads nothing - every importer PO
      *    is then flagged as converted at 1.
       LOAD-EXCHANGE-TABLE.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-EXCH-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ EXCHANGE-RATE-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM VARYING EXR-IDX FROM 1 BY 1 UNTIL
                       EXR-IDX > 20 OR END-OF-FILE
                   ADD 1 TO WS-EXCH-CTR
                   MOVE EX-CURRENCY    TO WS-EXR-CURRENCY(EXR-IDX)
                   MOVE EX-EFF-FROM    TO WS-EXR-EFF-FROM(EXR-IDX)
                   MOVE EX-EFF-TO      TO WS-EXR-EFF-TO(EXR-IDX)
                   MOVE EX-RATE-TO-USD TO WS-EXR-RATE(EXR-IDX)
                   READ EXCHANGE-RATE-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *    Caller sets WS-RATE-DATE - the PO's order date or the
      *    period-end date.
       LOOKUP-EXCH-RATE.
           MOVE 1 TO WS-EXCH-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           PERFORM VARYING EXR-IDX FROM 1 BY 1
                   UNTIL EXR-IDX > WS-EXCH-CTR
               IF WS-EXR-CURRENCY(EXR-IDX) = PO-CURRENCY-CODE
                  AND WS-RATE-DATE >= WS-EXR-EFF-FROM(EXR-IDX)
                  AND WS-RATE-DATE <= WS-EXR-EFF-TO(EXR-IDX)
                   MOVE WS-EXR-RATE(EXR-IDX) TO WS-EXCH-RATE
                   SET RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
       REVALUE-OPEN-POS.
           MOVE 'N' TO EOF-STAT.
           PERFORM UNTIL END-OF-FILE
               READ PURCHASES-FILE NEXT
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   AND WS-PO-STATUS NOT = '00'
                   MOVE 'PURCHASE' TO FS-DDNAME
                   MOVE 'READNEXT' TO FS-OPERATION
                   MOVE WS-PO-STATUS TO FS-STATUS
                   PERFORM REPORT-FILE-FAILURE
                   MOVE 'Y' TO EOF-STAT
               END-IF
               IF NOT END-OF-FILE
                   PERFORM REVALUE-ONE-PO
               END-IF
           END-PERFORM.
      *
       REVALUE-ONE-PO.
           ADD 1 TO TOT-POS-READ.
           EVALUATE TRUE
               WHEN PO-CURRENCY-CODE = SPACES
                 OR PO-CURRENCY-CODE = 'USD'
                   ADD 1 TO TOT-DOMESTIC-SKIPPED
               WHEN PO-BLANKET-HEADER
                   ADD 1 TO TOT-BLANKETS-SKIPPED
               WHEN PO-CANCELLED
                 OR PO-FULL-RECEIVED
                   ADD 1 TO TOT-CLOSED-SKIPPED
               WHEN OTHER
                   PERFORM PRICE-OPEN-PO
           END-EVALUATE.
      *
       PRICE-OPEN-PO.
           IF PO-INSPECT-QTY NUMERIC
               MOVE PO-INSPECT-QTY TO WS-INSPECT-QTY
           ELSE
               MOVE ZERO TO WS-INSPECT-QTY
           END-IF.
           COMPUTE WS-OPEN-QTY = QUANTITY IN PURCHASE-ORDERS
                               - RECEIVED-QTY IN PURCHASE-ORDERS
                               - WS-INSPECT-QTY.
           IF WS-OPEN-QTY > ZERO
               PERFORM REVALUE-AT-BOTH-RATES
           ELSE
               ADD 1 TO TOT-CLOSED-SKIPPED
           END-IF.
      *
       REVALUE-AT-BOTH-RATES.
           ADD 1 TO TOT-POS-REVALUED.
           MOVE SPACE TO WS-LINE-FLAG.
           COMPUTE WS-FC-AMT ROUNDED =
                   WS-OPEN-QTY * UNIT-PRICE IN PURCHASE-ORDERS.
           MOVE ORDER-DATE IN PURCHASE-ORDERS TO WS-RATE-DATE.
           PERFORM LOOKUP-EXCH-RATE.
           IF NOT RATE-FOUND
               MOVE '*' TO WS-LINE-FLAG
           END-IF.
           MOVE WS-EXCH-RATE TO WS-ORDER-RATE.
           MOVE WS-JOB-DATE TO WS-RATE-DATE.
           PERFORM LOOKUP-EXCH-RATE.
           IF NOT RATE-FOUND
               MOVE '*' TO WS-LINE-FLAG
           END-IF.
           MOVE WS-EXCH-RATE TO WS-PERIOD-RATE.
           IF WS-LINE-FLAG NOT = SPACE
               ADD 1 TO TOT-RATES-MISSING
           END-IF.
           COMPUTE WS-ORDER-USD ROUNDED = WS-FC-AMT * WS-ORDER-RATE.
           COMPUTE WS-PERIOD-USD ROUNDED =
                   WS-FC-AMT * WS-PERIOD-RATE.
           ADD WS-ORDER-USD  TO TOT-ORDER-USD.
           ADD WS-PERIOD-USD TO TOT-PERIOD-USD.
           PERFORM LOOKUP-PO-SUPPLIER.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM POST-TO-CURRENCY.
           PERFORM POST-TO-SUPPLIER.
      *
       LOOKUP-PO-SUPPLIER.
           MOVE PART-NUMBER IN PURCHASE-ORDERS
                TO PART-NUMBER IN SUPPLIER-REC.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE '*NONE*'       TO WS-PO-SUPPLIER
                   MOVE 'NOT ON FILE'  TO WS-PO-SUPP-NAME
               NOT INVALID KEY
                   MOVE SUPPLIER-CODE  TO WS-PO-SUPPLIER
                   MOVE SUPPLIER-NAME  TO WS-PO-SUPP-NAME
           END-READ.
      *
       WRITE-DETAIL-LINE.
           MOVE PART-NUMBER IN PURCHASE-ORDERS TO DL-PART-NUMBER.
           MOVE PO-NUMBER IN PURCHASE-ORDERS   TO DL-PO-NUMBER.
           MOVE PO-CURRENCY-CODE  TO DL-CURRENCY.
           MOVE WS-PO-SUPPLIER    TO DL-SUPPLIER.
           MOVE WS-OPEN-QTY       TO DL-OPEN-QTY.
           MOVE WS-FC-AMT         TO DL-FC-AMT.
           MOVE WS-ORDER-USD      TO DL-ORDER-USD.
           MOVE WS-PERIOD-USD     TO DL-PERIOD-USD.
           COMPUTE DL-GAIN-LOSS = WS-ORDER-USD - WS-PERIOD-USD.
           MOVE WS-LINE-FLAG      TO DL-FLAG.
           WRITE REVALUATION-REPORT-REC FROM DETAIL-LINE.
      *
       POST-TO-CURRENCY.
      *    Entries fill from the top, so the first unused entry the
      *    search reaches is where a new code goes.
           SET CUR-IDX TO 1.
           SEARCH WS-CUR-ENTRY
               AT END
                   ADD 1 TO TOT-TABLE-OVERFLOW
               WHEN CUR-IDX > WS-CUR-CTR
                   ADD 1 TO WS-CUR-CTR
                   MOVE PO-CURRENCY-CODE TO WS-CUR-CODE(CUR-IDX)
                   MOVE ZERO TO WS-CUR-PO-COUNT(CUR-IDX)
                                WS-CUR-FC-AMT(CUR-IDX)
                                WS-CUR-ORDER-USD(CUR-IDX)
                                WS-CUR-PERIOD-USD(CUR-IDX)
                   PERFORM POST-TO-CURRENCY-ENTRY
               WHEN WS-CUR-CODE(CUR-IDX) = PO-CURRENCY-CODE
                   PERFORM POST-TO-CURRENCY-ENTRY
           END-SEARCH.
      *
       POST-TO-CURRENCY-ENTRY.
           ADD 1             TO WS-CUR-PO-COUNT(CUR-IDX).
           ADD WS-FC-AMT     TO WS-CUR-FC-AMT(CUR-IDX).
           ADD WS-ORDER-USD  TO WS-CUR-ORDER-USD(CUR-IDX).
           ADD WS-PERIOD-USD TO WS-CUR-PERIOD-USD(CUR-IDX).
      *
       POST-TO-SUPPLIER.
      *    Entries fill from the top, so the first unused entry the
      *    search reaches is where a new code goes.
           SET SUP-IDX TO 1.
           SEARCH WS-SUP-ENTRY
               AT END
                   ADD 1 TO TOT-TABLE-OVERFLOW
               WHEN SUP-IDX > WS-SUP-CTR
                   ADD 1 TO WS-SUP-CTR
                   MOVE WS-PO-SUPPLIER  TO WS-SUP-CODE(SUP-IDX)
                   MOVE WS-PO-SUPP-NAME TO WS-SUP-NAME(SUP-IDX)
                   MOVE ZERO TO WS-SUP-PO-COUNT(SUP-IDX)
                                WS-SUP-ORDER-USD(SUP-IDX)
                                WS-SUP-PERIOD-USD(SUP-IDX)
                   PERFORM POST-TO-SUPPLIER-ENTRY
               WHEN WS-SUP-CODE(SUP-IDX) = WS-PO-SUPPLIER
                   PERFORM POST-TO-SUPPLIER-ENTRY
           END-SEARCH.
      *
       POST-TO-SUPPLIER-ENTRY.
           ADD 1             TO WS-SUP-PO-COUNT(SUP-IDX).
           ADD WS-ORDER-USD  TO WS-SUP-ORDER-USD(SUP-IDX).
           ADD WS-PERIOD-USD TO WS-SUP-PERIOD-USD(SUP-IDX).
      *
       WRITE-CURRENCY-SECTION.
           MOVE  SPACES TO REVALUATION-REPORT-REC.
           WRITE REVALUATION-REPORT-REC.
           MOVE 'UNREALIZED GAIN/(LOSS) BY CURRENCY' TO SC-TITLE.
           WRITE REVALUATION-REPORT-REC FROM SECTION-LINE.
           MOVE 'CURRENCY' TO TH-CODE-TITLE.
           WRITE REVALUATION-REPORT-REC FROM TOTAL-HEADING.
           MOVE  SPACES TO REVALUATION-REPORT-REC.
           WRITE REVALUATION-REPORT-REC.
           PERFORM WRITE-ONE-CURRENCY
               VARYING CUR-IDX FROM 1 BY 1 UNTIL CUR-IDX > WS-CUR-CTR.
           MOVE 'TOTAL'          TO TL-LABEL.
           MOVE SPACES           TO TL-PO-COUNT-X TL-FC-AMT-X.
           MOVE TOT-ORDER-USD    TO TL-ORDER-USD.
           MOVE TOT-PERIOD-USD   TO TL-PERIOD-USD.
           COMPUTE TL-GAIN-LOSS = TOT-ORDER-USD - TOT-PERIOD-USD.
           WRITE REVALUATION-REPORT-REC FROM TOTAL-LINE.
      *
       WRITE-ONE-CURRENCY.
           MOVE WS-CUR-CODE(CUR-IDX)       TO TL-LABEL.
           MOVE WS-CUR-PO-COUNT(CUR-IDX)   TO TL-PO-COUNT.
           MOVE WS-CUR-FC-AMT(CUR-IDX)     TO TL-FC-AMT.
           MOVE WS-CUR-ORDER-USD(CUR-IDX)  TO TL-ORDER-USD.
           MOVE WS-CUR-PERIOD-USD(CUR-IDX) TO TL-PERIOD-USD.
           COMPUTE TL-GAIN-LOSS = WS-CUR-ORDER-USD(CUR-IDX)
                                - WS-CUR-PERIOD-USD(CUR-IDX).
           WRITE REVALUATION-REPORT-REC FROM TOTAL-LINE.
      *
       WRITE-SUPPLIER-SECTION.
           MOVE  SPACES TO REVALUATION-REPORT-REC.
           WRITE REVALUATION-REPORT-REC.
           MOVE 'UNREALIZED GAIN/(LOSS) BY SUPPLIER' TO SC-TITLE.
           WRITE REVALUATION-REPORT-REC FROM SECTION-LINE.
           MOVE 'SUPPLIER' TO TH-CODE-TITLE.
           WRITE REVALUATION-REPORT-REC FROM TOTAL-HEADING.
           MOVE  SPACES TO REVALUATION-REPORT-REC.
           WRITE REVALUATION-REPORT-REC.
           PERFORM WRITE-ONE-SUPPLIER
               VARYING SUP-IDX FROM 1 BY 1 UNTIL SUP-IDX > WS-SUP-CTR.
      *
       WRITE-ONE-SUPPLIER.
           MOVE WS-SUP-CODE(SUP-IDX)       TO TL-SUP-CODE.
           MOVE WS-SUP-NAME(SUP-IDX)       TO TL-SUP-NAME.
           MOVE TL-SUPP-LABEL              TO TL-LABEL.
           MOVE WS-SUP-PO-COUNT(SUP-IDX)   TO TL-PO-COUNT.
           MOVE SPACES                     TO TL-FC-AMT-X.
           MOVE WS-SUP-ORDER-USD(SUP-IDX)  TO TL-ORDER-USD.
           MOVE WS-SUP-PERIOD-USD(SUP-IDX) TO TL-PERIOD-USD.
           COMPUTE TL-GAIN-LOSS = WS-SUP-ORDER-USD(SUP-IDX)
                                - WS-SUP-PERIOD-USD(SUP-IDX).
           WRITE REVALUATION-REPORT-REC FROM TOTAL-LINE.
      *
       WRITE-HEADINGS.
           MOVE 'FXREVAL ' TO RH-REPORT-ID.
           MOVE 'OPEN IMPORTER PO FX REVALUATION'
                TO RH-REPORT-TITLE.
           MOVE WS-JOB-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE REVALUATION-REPORT-REC FROM RH-LINE-1.
           WRITE REVALUATION-REPORT-REC FROM RH-LINE-2.
           MOVE  WS-JOB-DATE TO HD-PERIOD-END.
           WRITE REVALUATION-REPORT-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO REVALUATION-REPORT-REC.
           WRITE REVALUATION-REPORT-REC.
           WRITE REVALUATION-REPORT-REC FROM DETAIL-HEADING.
           MOVE  SPACES TO REVALUATION-REPORT-REC.
           WRITE REVALUATION-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO REVALUATION-REPORT-REC.
           WRITE REVALUATION-REPORT-REC.
           IF TOT-RATES-MISSING > ZERO
               WRITE REVALUATION-REPORT-REC FROM FLAG-NOTE-LINE
           END-IF.
           MOVE  TOT-POS-READ          TO SL-POS-READ.
           WRITE REVALUATION-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-POS-REVALUED      TO SL-POS-REVALUED.
           WRITE REVALUATION-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-DOMESTIC-SKIPPED  TO SL-DOMESTIC.
           WRITE REVALUATION-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-BLANKETS-SKIPPED  TO SL-BLANKETS.
           WRITE REVALUATION-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-CLOSED-SKIPPED    TO SL-CLOSED.
           WRITE REVALUATION-REPORT-REC FROM SUMMARY-LINE-5.
           MOVE  TOT-RATES-MISSING     TO SL-RATES-MISSING.
           WRITE REVALUATION-REPORT-REC FROM SUMMARY-LINE-6.
           MOVE  TOT-TABLE-OVERFLOW    TO SL-OVERFLOW.
           WRITE REVALUATION-REPORT-REC FROM SUMMARY-LINE-7.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-POS-REVALUED TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE REVALUATION-REPORT-REC FROM RH-LINE-1.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
      *  and the run fails on a genuine error.
       REPORT-FILE-FAILURE.
           MOVE 'FXREVAL ' TO FS-PROGRAM.
           CALL 'FILSTAT' USING FILE-STATUS-PARM.
           IF FS-FAIL-RUN
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      *  The revaluation must see the day's new POs and the day's
      *  inspected receipts, or the open quantity is overstated.
       VERIFY-PREDECESSORS.
           SET JC-CHECK TO TRUE.
           MOVE 'FXREVAL ' TO JC-JOB-NAME.
           MOVE WS-JOB-DATE TO JC-BUSINESS-DATE.
           MOVE 2 TO JC-PRED-COUNT.
           MOVE 'FINALS  ' TO JC-PRED-NAME(1).
           MOVE 'INSPPOST' TO JC-PRED-NAME(2).
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *
       STAMP-RUN-COMPLETE.
           SET JC-STAMP TO TRUE.
           MOVE 'FXREVAL ' TO JC-JOB-NAME.
           MOVE WS-JOB-DATE TO JC-BUSINESS-DATE.
           MOVE RETURN-CODE TO JC-RETURN-CODE.
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *
      *  The run-control business date honors the RUNDATE override
      *  the way FINALS' does, so one overridden rerun doesn't
      *  block the rest of the dependency chain.
       GET-JOB-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-DATE.
           OPEN INPUT RUN-DATE-FILE.
           IF WS-RUNDATE-STATUS = '00'
               READ RUN-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RD-BUSINESS-DATE NUMERIC
                           AND RD-BUSINESS-DATE > ZERO
                           MOVE RD-BUSINESS-DATE TO WS-JOB-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-FILE
           END-IF.
