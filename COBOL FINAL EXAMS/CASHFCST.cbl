       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   CASHFCST is treasury's forward cash-commitment forecast for
      *   procurement.  The open, not-yet-received value of every
      *   PURCHASES-FILE PO is spread into the month of its
      *   DELIVERY-DATE, and every matched-but-unpaid voucher on the
      *   open-payables master (APOPEN, see APPAYRUN) into the month
      *   of its due date - twelve months forward from the business
      *   month, anything further out on one LATER line.  POs whose
      *   delivery date has already passed are not spread; they are
      *   shown on their own PAST DUE line, as are vouchers already
      *   due and not yet paid.
      *
      *   Blanket headers are only the negotiated ceiling and are
      *   skipped - their releases carry the real deliveries and are
      *   forecast like any other PO.  Cancelled and fully received
      *   POs commit no more cash.  Open quantity is ordered less
      *   received less still in inspection (already on the dock).
      *
      *   Foreign-currency PO value is converted to USD through the
      *   EXCHRATE table at the rate in effect on the business date -
      *   today's rate is the forecast rate.  Vouchers already carry
      *   INVMATCH's USD amount.  The same commitments are totaled
      *   again by buyer (a voucher takes its PO's buyer) and by
      *   supplier (a PO takes its part's supplier).
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
           SELECT AP-OPEN-FILE       ASSIGN TO APOPEN
               FILE STATUS IS WS-AP-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO EXCHRATE
               FILE STATUS IS WS-EXCH-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT FORECAST-REPORT    ASSIGN TO CASHRPT.
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
       FD  AP-OPEN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AP-OPEN-REC.
       COPY APOPEN.
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
      *    CURRENT-DATE.
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
       FD  FORECAST-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FORECAST-REPORT-REC.
       01  FORECAST-REPORT-REC            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
      *    Shared report-heading block (see RPTPARM.cpy).
       COPY RPTPARM.
      *    Run-control block (see JOBPARM.cpy).
       COPY JOBPARM.
       01  WS-JOB-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-JOB-DATE-R REDEFINES WS-JOB-DATE.
           05  WS-JOB-YYYY              PIC 9(04).
           05  WS-JOB-MM                PIC 9(02).
           05  WS-JOB-DD                PIC 9(02).
      *    Shared file-status handler block (see FSPARM.cpy).
       COPY FSPARM.
       01  WS-PO-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SUPP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-AP-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EXCH-STATUS               PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-AP-FILE-SW                PIC X     VALUE 'N'.
           88  AP-FILE-OPEN             VALUE 'Y'.
      *
      *  Exchange-rate table - loaded at startup; USD/blank and
      *  currencies with no row in effect convert at 1.
       01  WS-EXCHANGE-TABLE.
           05 EXCHANGE-ENTRY OCCURS 20 TIMES
                   INDEXED BY EXR-IDX.
              10 WS-EXR-CURRENCY        PIC X(03).
              10 WS-EXR-EFF-FROM        PIC 9(08).
              10 WS-EXR-EFF-TO          PIC 9(08).
              10 WS-EXR-RATE            PIC 9(03)V9(6).
       01  WS-EXCH-CTR                  PIC S9(4) COMP VALUE ZERO.
       01  WS-EXCH-RATE                 PIC 9(03)V9(6) VALUE 1.
      *
      *  Month buckets - entry 1 is the business month, 12 the last
      *  month forecast; entry 13 collects everything beyond.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 13 TIMES
                   INDEXED BY MON-IDX.
               10  WS-MON-YYYYMM        PIC 9(06).
               10  WS-MON-PO-AMT        PIC S9(11)V99  COMP-3.
               10  WS-MON-VCH-AMT       PIC S9(11)V99  COMP-3.
       01  WS-MONTH-MAX                 PIC S9(4) COMP VALUE 12.
       01  WS-MONTH-OFFSET              PIC S9(6) COMP VALUE ZERO.
       01  WS-BUCKET-YEAR               PIC 9(04) VALUE ZERO.
       01  WS-BUCKET-MONTH              PIC 9(02) VALUE ZERO.
       01  WS-DUE-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY              PIC 9(04).
           05  WS-DUE-MM                PIC 9(02).
           05  WS-DUE-DD                PIC 9(02).
      *
      *  Per-buyer and per-supplier accumulators, one entry per code
      *  actually seen on an open commitment.
       01  WS-BUYER-TABLE.
           05  WS-BYR-ENTRY OCCURS 50 TIMES
                   INDEXED BY BYR-IDX.
               10  WS-BYR-CODE          PIC X(03).
               10  WS-BYR-PO-COUNT      PIC 9(05).
               10  WS-BYR-PO-AMT        PIC S9(11)V99  COMP-3.
               10  WS-BYR-VCH-AMT       PIC S9(11)V99  COMP-3.
       01  WS-BYR-CTR                   PIC S9(4) COMP VALUE ZERO.
      *
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY OCCURS 300 TIMES
                   INDEXED BY SUP-IDX.
               10  WS-SUP-CODE          PIC X(10).
               10  WS-SUP-NAME          PIC X(15).
               10  WS-SUP-PO-COUNT      PIC 9(05).
               10  WS-SUP-PO-AMT        PIC S9(11)V99  COMP-3.
               10  WS-SUP-VCH-AMT       PIC S9(11)V99  COMP-3.
       01  WS-SUP-CTR                   PIC S9(4) COMP VALUE ZERO.
      *
      *  The commitment being posted - set by the PO or voucher
      *  pass, then spread by POST-COMMITMENT.
       01  WS-COMMIT-SOURCE             PIC X     VALUE SPACE.
           88  COMMIT-IS-PO             VALUE 'P'.
           88  COMMIT-IS-VOUCHER        VALUE 'V'.
       01  WS-COMMIT-AMT                PIC S9(11)V99  VALUE ZERO.
       01  WS-COMMIT-BUYER              PIC X(03) VALUE SPACES.
       01  WS-COMMIT-SUPPLIER           PIC X(10) VALUE SPACES.
       01  WS-COMMIT-SUPP-NAME          PIC X(15) VALUE SPACES.
       01  WS-OPEN-QTY                  PIC S9(09)     VALUE ZERO.
       01  WS-INSPECT-QTY               PIC S9(07)     VALUE ZERO.
       01  WS-LINE-PO-AMT               PIC S9(11)V99  VALUE ZERO.
       01  WS-LINE-VCH-AMT              PIC S9(11)V99  VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-POS-READ             PIC 9(6)  VALUE ZERO.
           05  TOT-POS-FORECAST         PIC 9(6)  VALUE ZERO.
           05  TOT-BLANKETS-SKIPPED     PIC 9(6)  VALUE ZERO.
           05  TOT-POS-PAST-DUE         PIC 9(6)  VALUE ZERO.
           05  TOT-VOUCHERS-READ        PIC 9(6)  VALUE ZERO.
           05  TOT-VOUCHERS-FORECAST    PIC 9(6)  VALUE ZERO.
           05  TOT-VOUCHERS-PAST-DUE    PIC 9(6)  VALUE ZERO.
           05  TOT-TABLE-OVERFLOW       PIC 9(6)  VALUE ZERO.
           05  TOT-PAST-DUE-PO-AMT      PIC S9(11)V99 VALUE ZERO.
           05  TOT-PAST-DUE-VCH-AMT     PIC S9(11)V99 VALUE ZERO.
           05  TOT-PO-AMT               PIC S9(11)V99 VALUE ZERO.
           05  TOT-VCH-AMT              PIC S9(11)V99 VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(40) VALUE
               'CASH COMMITMENT FORECAST - USD'.
           05  FILLER                   PIC X(09) VALUE 'AS OF: '.
           05  HD-TODAY                 PIC XXXX/XX/XX.
       01  SECTION-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  SC-TITLE                 PIC X(40).
       01  MONTH-HEADING.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE 'MONTH'.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE
               '     OPEN PO VALUE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE
               '      VOUCHERS DUE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE
               '             TOTAL'.
       01  CODE-HEADING.
           05  FILLER                   PIC X     VALUE SPACE.
           05  CH-CODE-TITLE            PIC X(30).
           05  FILLER                   PIC X(08) VALUE '    POS'.
           05  FILLER                   PIC X(18) VALUE
               '     OPEN PO VALUE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE
               '      VOUCHERS DUE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE
               '             TOTAL'.
      *
      *  One layout serves every forecast line - month, buyer and
      *  supplier alike; the POS column is blank on month lines.
       01  DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-LABEL                 PIC X(30).
           05  DL-PO-COUNT              PIC ZZ,ZZ9.
           05  DL-PO-COUNT-X REDEFINES DL-PO-COUNT
                                        PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PO-AMT                PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-VCH-AMT               PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-TOTAL-AMT             PIC $$,$$$,$$$,$$9.99-.
       01  DL-MONTH-LABEL.
           05  DL-MON-YYYY              PIC 9(04).
           05  FILLER                   PIC X     VALUE '/'.
           05  DL-MON-MM                PIC 9(02).
           05  FILLER                   PIC X(23) VALUE SPACES.
       01  DL-SUPP-LABEL.
           05  DL-SUP-CODE              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-SUP-NAME              PIC X(15).
           05  FILLER                   PIC X(03) VALUE SPACES.
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'PURCHASE ORDERS READ   : '.
           05  SL-POS-READ              PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'OPEN POS FORECAST      : '.
           05  SL-POS-FORECAST          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'BLANKET HEADERS SKIPPED: '.
           05  SL-BLANKETS              PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'OPEN POS PAST DUE      : '.
           05  SL-POS-PAST-DUE          PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'VOUCHERS READ          : '.
           05  SL-VOUCHERS-READ         PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'UNPAID VOUCHERS        : '.
           05  SL-VOUCHERS-FORECAST     PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-7.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'UNPAID VOUCHERS PAST DUE: '.
           05  SL-VOUCHERS-PAST-DUE     PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-8.
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
           PERFORM SET-MONTH-BUCKETS.
           PERFORM WRITE-HEADINGS.
           PERFORM FORECAST-OPEN-POS.
           PERFORM FORECAST-VOUCHERS.
           PERFORM WRITE-MONTH-SECTION.
           PERFORM WRITE-BUYER-SECTION.
           PERFORM WRITE-SUPPLIER-SECTION.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM STAMP-RUN-COMPLETE.
           GOBACK.
      *
      *    No open-payables master yet means no vouchers to forecast
      *    - the PO side still runs.
       OPEN-FILES.
           OPEN INPUT PURCHASES-FILE, SUPPLIER-FILE.
           OPEN INPUT AP-OPEN-FILE.
           IF WS-AP-STATUS = '00'
               SET AP-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT FORECAST-REPORT.
      *
       CLOSE-FILES.
           CLOSE PURCHASES-FILE, SUPPLIER-FILE, FORECAST-REPORT.
           IF AP-FILE-OPEN
               CLOSE AP-OPEN-FILE
           END-IF.
      *
      *    A missing EXCHRATE file loads nothing - every PO then
      *    converts at 1, the pre-currency behavior.
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
      *    Forecast value converts at the rate in effect on the
      *    business date, not the PO's order date - the cash is
      *    still to be spent.
       LOOKUP-EXCH-RATE.
           MOVE 1 TO WS-EXCH-RATE.
           IF PO-CURRENCY-CODE NOT = SPACES
               AND PO-CURRENCY-CODE NOT = 'USD'
               PERFORM VARYING EXR-IDX FROM 1 BY 1
                       UNTIL EXR-IDX > WS-EXCH-CTR
                   IF WS-EXR-CURRENCY(EXR-IDX) = PO-CURRENCY-CODE
                      AND WS-JOB-DATE >= WS-EXR-EFF-FROM(EXR-IDX)
                      AND WS-JOB-DATE <= WS-EXR-EFF-TO(EXR-IDX)
                       MOVE WS-EXR-RATE(EXR-IDX) TO WS-EXCH-RATE
                   END-IF
               END-PERFORM
           END-IF.
      *
      *  Label the twelve forward months starting at the business
      *  month; the thirteenth bucket is LATER.
       SET-MONTH-BUCKETS.
           MOVE WS-JOB-YYYY TO WS-BUCKET-YEAR.
           MOVE WS-JOB-MM   TO WS-BUCKET-MONTH.
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 13
               COMPUTE WS-MON-YYYYMM(MON-IDX) =
                       WS-BUCKET-YEAR * 100 + WS-BUCKET-MONTH
               MOVE ZERO TO WS-MON-PO-AMT(MON-IDX)
                            WS-MON-VCH-AMT(MON-IDX)
               ADD 1 TO WS-BUCKET-MONTH
               IF WS-BUCKET-MONTH > 12
                   MOVE 1 TO WS-BUCKET-MONTH
                   ADD 1 TO WS-BUCKET-YEAR
               END-IF
           END-PERFORM.
      *
       FORECAST-OPEN-POS.
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
                   PERFORM FORECAST-ONE-PO
               END-IF
           END-PERFORM.
      *
       FORECAST-ONE-PO.
           ADD 1 TO TOT-POS-READ.
           IF PO-BLANKET-HEADER
               ADD 1 TO TOT-BLANKETS-SKIPPED
           ELSE
               IF NOT PO-CANCELLED
                   AND NOT PO-FULL-RECEIVED
                   PERFORM PRICE-OPEN-PO
               END-IF
           END-IF.
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
               ADD 1 TO TOT-POS-FORECAST
               PERFORM LOOKUP-EXCH-RATE
               COMPUTE WS-COMMIT-AMT ROUNDED =
                       WS-OPEN-QTY * UNIT-PRICE IN PURCHASE-ORDERS
                                   * WS-EXCH-RATE
               SET COMMIT-IS-PO TO TRUE
               MOVE BUYER-CODE IN PURCHASE-ORDERS TO WS-COMMIT-BUYER
               PERFORM LOOKUP-PO-SUPPLIER
               MOVE DELIVERY-DATE IN PURCHASE-ORDERS TO WS-DUE-DATE
               IF WS-DUE-DATE < WS-JOB-DATE
                   ADD 1 TO TOT-POS-PAST-DUE
                   ADD WS-COMMIT-AMT TO TOT-PAST-DUE-PO-AMT
               ELSE
                   PERFORM POST-TO-MONTH
               END-IF
               ADD WS-COMMIT-AMT TO TOT-PO-AMT
               PERFORM POST-TO-BUYER
               PERFORM POST-TO-SUPPLIER
           END-IF.
      *
       LOOKUP-PO-SUPPLIER.
           MOVE PART-NUMBER IN PURCHASE-ORDERS
                TO PART-NUMBER IN SUPPLIER-REC.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE '*NONE*'       TO WS-COMMIT-SUPPLIER
                   MOVE 'NOT ON FILE'  TO WS-COMMIT-SUPP-NAME
               NOT INVALID KEY
                   MOVE SUPPLIER-CODE  TO WS-COMMIT-SUPPLIER
                   MOVE SUPPLIER-NAME  TO WS-COMMIT-SUPP-NAME
           END-READ.
      *
      *    Open rows only - a paid voucher stays on the master for
      *    duplicate protection but commits no more cash.
       FORECAST-VOUCHERS.
           IF AP-FILE-OPEN
               MOVE 'N' TO EOF-STAT
               READ AP-OPEN-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM FORECAST-ONE-VOUCHER UNTIL END-OF-FILE
           END-IF.
      *
       FORECAST-ONE-VOUCHER.
           ADD 1 TO TOT-VOUCHERS-READ.
           IF AP-OPEN
               ADD 1 TO TOT-VOUCHERS-FORECAST
               MOVE AP-AMOUNT-USD TO WS-COMMIT-AMT
               SET COMMIT-IS-VOUCHER TO TRUE
               MOVE AP-SUPPLIER-CODE TO WS-COMMIT-SUPPLIER
               MOVE SPACES           TO WS-COMMIT-SUPP-NAME
               PERFORM LOOKUP-VOUCHER-BUYER
               MOVE AP-DUE-DATE TO WS-DUE-DATE
               IF WS-DUE-DATE < WS-JOB-DATE
                   ADD 1 TO TOT-VOUCHERS-PAST-DUE
                   ADD WS-COMMIT-AMT TO TOT-PAST-DUE-VCH-AMT
               ELSE
                   PERFORM POST-TO-MONTH
               END-IF
               ADD WS-COMMIT-AMT TO TOT-VCH-AMT
               PERFORM POST-TO-BUYER
               PERFORM POST-TO-SUPPLIER
           END-IF.
           READ AP-OPEN-FILE
               AT END MOVE 'Y' TO EOF-STAT
           END-READ.
      *
       LOOKUP-VOUCHER-BUYER.
           MOVE AP-PART-NUMBER TO PART-NUMBER IN PURCHASE-ORDERS.
           MOVE AP-PO-NUMBER   TO PO-NUMBER IN PURCHASE-ORDERS.
           READ PURCHASES-FILE
               INVALID KEY
                   MOVE '???' TO WS-COMMIT-BUYER
               NOT INVALID KEY
                   MOVE BUYER-CODE IN PURCHASE-ORDERS
                        TO WS-COMMIT-BUYER
           END-READ.
      *
      *  Months forward from the business month pick the bucket;
      *  anything past the twelfth lands on LATER.
       POST-TO-MONTH.
           COMPUTE WS-MONTH-OFFSET =
                   (WS-DUE-YYYY * 12 + WS-DUE-MM)
                 - (WS-JOB-YYYY * 12 + WS-JOB-MM) + 1.
           IF WS-MONTH-OFFSET > WS-MONTH-MAX
               SET MON-IDX TO 13
           ELSE
               SET MON-IDX TO WS-MONTH-OFFSET
           END-IF.
           IF COMMIT-IS-PO
               ADD WS-COMMIT-AMT TO WS-MON-PO-AMT(MON-IDX)
           ELSE
               ADD WS-COMMIT-AMT TO WS-MON-VCH-AMT(MON-IDX)
           END-IF.
      *
       POST-TO-BUYER.
      *    Entries fill from the top, so the first unused entry the
      *    search reaches is where a new code goes.
           SET BYR-IDX TO 1.
           SEARCH WS-BYR-ENTRY
               AT END
                   ADD 1 TO TOT-TABLE-OVERFLOW
                   MOVE 4 TO RETURN-CODE
               WHEN BYR-IDX > WS-BYR-CTR
                   ADD 1 TO WS-BYR-CTR
                   MOVE WS-COMMIT-BUYER TO WS-BYR-CODE(BYR-IDX)
                   MOVE ZERO TO WS-BYR-PO-COUNT(BYR-IDX)
                                WS-BYR-PO-AMT(BYR-IDX)
                                WS-BYR-VCH-AMT(BYR-IDX)
                   PERFORM POST-TO-BUYER-ENTRY
               WHEN WS-BYR-CODE(BYR-IDX) = WS-COMMIT-BUYER
                   PERFORM POST-TO-BUYER-ENTRY
           END-SEARCH.
      *
       POST-TO-BUYER-ENTRY.
           IF COMMIT-IS-PO
               ADD 1             TO WS-BYR-PO-COUNT(BYR-IDX)
               ADD WS-COMMIT-AMT TO WS-BYR-PO-AMT(BYR-IDX)
           ELSE
               ADD WS-COMMIT-AMT TO WS-BYR-VCH-AMT(BYR-IDX)
           END-IF.
      *
       POST-TO-SUPPLIER.
      *    Entries fill from the top, so the first unused entry the
      *    search reaches is where a new code goes.
           SET SUP-IDX TO 1.
           SEARCH WS-SUP-ENTRY
               AT END
                   ADD 1 TO TOT-TABLE-OVERFLOW
                   MOVE 4 TO RETURN-CODE
               WHEN SUP-IDX > WS-SUP-CTR
                   ADD 1 TO WS-SUP-CTR
                   MOVE WS-COMMIT-SUPPLIER TO WS-SUP-CODE(SUP-IDX)
                   MOVE SPACES TO WS-SUP-NAME(SUP-IDX)
                   MOVE ZERO TO WS-SUP-PO-COUNT(SUP-IDX)
                                WS-SUP-PO-AMT(SUP-IDX)
                                WS-SUP-VCH-AMT(SUP-IDX)
                   PERFORM POST-TO-SUPPLIER-ENTRY
               WHEN WS-SUP-CODE(SUP-IDX) = WS-COMMIT-SUPPLIER
                   PERFORM POST-TO-SUPPLIER-ENTRY
           END-SEARCH.
      *
      *    A voucher carries only the supplier code - the name comes
      *    from the supplier's first PO line seen.
       POST-TO-SUPPLIER-ENTRY.
           IF WS-SUP-NAME(SUP-IDX) = SPACES
               MOVE WS-COMMIT-SUPP-NAME TO WS-SUP-NAME(SUP-IDX)
           END-IF.
           IF COMMIT-IS-PO
               ADD 1             TO WS-SUP-PO-COUNT(SUP-IDX)
               ADD WS-COMMIT-AMT TO WS-SUP-PO-AMT(SUP-IDX)
           ELSE
               ADD WS-COMMIT-AMT TO WS-SUP-VCH-AMT(SUP-IDX)
           END-IF.
      *
      *  Past due first - it is cash wanted now - then the forward
      *  months, LATER and the grand total.
       WRITE-MONTH-SECTION.
           MOVE 'COMMITMENTS BY MONTH' TO SC-TITLE.
           WRITE FORECAST-REPORT-REC FROM SECTION-LINE.
           WRITE FORECAST-REPORT-REC FROM MONTH-HEADING.
           MOVE  SPACES TO FORECAST-REPORT-REC.
           WRITE FORECAST-REPORT-REC.
           MOVE 'PAST DUE'            TO DL-LABEL.
           MOVE TOT-PAST-DUE-PO-AMT   TO WS-LINE-PO-AMT.
           MOVE TOT-PAST-DUE-VCH-AMT  TO WS-LINE-VCH-AMT.
           PERFORM WRITE-AMOUNT-LINE.
           PERFORM WRITE-ONE-MONTH
               VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 13.
           MOVE 'TOTAL'               TO DL-LABEL.
           MOVE TOT-PO-AMT            TO WS-LINE-PO-AMT.
           MOVE TOT-VCH-AMT           TO WS-LINE-VCH-AMT.
           PERFORM WRITE-AMOUNT-LINE.
      *
       WRITE-ONE-MONTH.
           IF MON-IDX = 13
               MOVE 'LATER'           TO DL-LABEL
           ELSE
               MOVE WS-MON-YYYYMM(MON-IDX)(1:4) TO DL-MON-YYYY
               MOVE WS-MON-YYYYMM(MON-IDX)(5:2) TO DL-MON-MM
               MOVE DL-MONTH-LABEL    TO DL-LABEL
           END-IF.
           MOVE WS-MON-PO-AMT(MON-IDX)  TO WS-LINE-PO-AMT.
           MOVE WS-MON-VCH-AMT(MON-IDX) TO WS-LINE-VCH-AMT.
           PERFORM WRITE-AMOUNT-LINE.
      *
      *    Caller sets DL-LABEL and the two amounts; the POS column
      *    is left blank.
       WRITE-AMOUNT-LINE.
           MOVE SPACES TO DL-PO-COUNT-X.
           MOVE WS-LINE-PO-AMT  TO DL-PO-AMT.
           MOVE WS-LINE-VCH-AMT TO DL-VCH-AMT.
           COMPUTE DL-TOTAL-AMT = WS-LINE-PO-AMT + WS-LINE-VCH-AMT.
           WRITE FORECAST-REPORT-REC FROM DETAIL-LINE.
      *
       WRITE-BUYER-SECTION.
           MOVE  SPACES TO FORECAST-REPORT-REC.
           WRITE FORECAST-REPORT-REC.
           MOVE 'COMMITMENTS BY BUYER' TO SC-TITLE.
           WRITE FORECAST-REPORT-REC FROM SECTION-LINE.
           MOVE 'BUYER' TO CH-CODE-TITLE.
           WRITE FORECAST-REPORT-REC FROM CODE-HEADING.
           MOVE  SPACES TO FORECAST-REPORT-REC.
           WRITE FORECAST-REPORT-REC.
           PERFORM WRITE-ONE-BUYER
               VARYING BYR-IDX FROM 1 BY 1 UNTIL BYR-IDX > WS-BYR-CTR.
      *
       WRITE-ONE-BUYER.
           MOVE WS-BYR-CODE(BYR-IDX)     TO DL-LABEL.
           MOVE WS-BYR-PO-COUNT(BYR-IDX) TO DL-PO-COUNT.
           MOVE WS-BYR-PO-AMT(BYR-IDX)   TO DL-PO-AMT.
           MOVE WS-BYR-VCH-AMT(BYR-IDX)  TO DL-VCH-AMT.
           COMPUTE DL-TOTAL-AMT = WS-BYR-PO-AMT(BYR-IDX)
                                + WS-BYR-VCH-AMT(BYR-IDX).
           WRITE FORECAST-REPORT-REC FROM DETAIL-LINE.
      *
       WRITE-SUPPLIER-SECTION.
           MOVE  SPACES TO FORECAST-REPORT-REC.
           WRITE FORECAST-REPORT-REC.
           MOVE 'COMMITMENTS BY SUPPLIER' TO SC-TITLE.
           WRITE FORECAST-REPORT-REC FROM SECTION-LINE.
           MOVE 'SUPPLIER' TO CH-CODE-TITLE.
           WRITE FORECAST-REPORT-REC FROM CODE-HEADING.
           MOVE  SPACES TO FORECAST-REPORT-REC.
           WRITE FORECAST-REPORT-REC.
           PERFORM WRITE-ONE-SUPPLIER
               VARYING SUP-IDX FROM 1 BY 1 UNTIL SUP-IDX > WS-SUP-CTR.
      *
       WRITE-ONE-SUPPLIER.
           MOVE WS-SUP-CODE(SUP-IDX)     TO DL-SUP-CODE.
           MOVE WS-SUP-NAME(SUP-IDX)     TO DL-SUP-NAME.
           MOVE DL-SUPP-LABEL            TO DL-LABEL.
           MOVE WS-SUP-PO-COUNT(SUP-IDX) TO DL-PO-COUNT.
           MOVE WS-SUP-PO-AMT(SUP-IDX)   TO DL-PO-AMT.
           MOVE WS-SUP-VCH-AMT(SUP-IDX)  TO DL-VCH-AMT.
           COMPUTE DL-TOTAL-AMT = WS-SUP-PO-AMT(SUP-IDX)
                                + WS-SUP-VCH-AMT(SUP-IDX).
           WRITE FORECAST-REPORT-REC FROM DETAIL-LINE.
      *
       WRITE-HEADINGS.
           MOVE 'CASHFCST' TO RH-REPORT-ID.
           MOVE 'CASH COMMITMENT FORECAST'
                TO RH-REPORT-TITLE.
           MOVE WS-JOB-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE FORECAST-REPORT-REC FROM RH-LINE-1.
           WRITE FORECAST-REPORT-REC FROM RH-LINE-2.
           MOVE  WS-JOB-DATE TO HD-TODAY.
           WRITE FORECAST-REPORT-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO FORECAST-REPORT-REC.
           WRITE FORECAST-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO FORECAST-REPORT-REC.
           WRITE FORECAST-REPORT-REC.
           MOVE  TOT-POS-READ          TO SL-POS-READ.
           WRITE FORECAST-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-POS-FORECAST      TO SL-POS-FORECAST.
           WRITE FORECAST-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-BLANKETS-SKIPPED  TO SL-BLANKETS.
           WRITE FORECAST-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-POS-PAST-DUE      TO SL-POS-PAST-DUE.
           WRITE FORECAST-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-VOUCHERS-READ     TO SL-VOUCHERS-READ.
           WRITE FORECAST-REPORT-REC FROM SUMMARY-LINE-5.
           MOVE  TOT-VOUCHERS-FORECAST TO SL-VOUCHERS-FORECAST.
           WRITE FORECAST-REPORT-REC FROM SUMMARY-LINE-6.
           MOVE  TOT-VOUCHERS-PAST-DUE TO SL-VOUCHERS-PAST-DUE.
           WRITE FORECAST-REPORT-REC FROM SUMMARY-LINE-7.
           MOVE  TOT-TABLE-OVERFLOW    TO SL-OVERFLOW.
           WRITE FORECAST-REPORT-REC FROM SUMMARY-LINE-8.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-POS-FORECAST TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE FORECAST-REPORT-REC FROM RH-LINE-1.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
      *  and the run fails on a genuine error.
       REPORT-FILE-FAILURE.
           MOVE 'CASHFCST' TO FS-PROGRAM.
           CALL 'FILSTAT' USING FILE-STATUS-PARM.
           IF FS-FAIL-RUN
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      *  The forecast must see the day's POs and the day's payment
      *  run, or paid vouchers would be forecast again.
       VERIFY-PREDECESSORS.
           SET JC-CHECK TO TRUE.
           MOVE 'CASHFCST' TO JC-JOB-NAME.
           MOVE WS-JOB-DATE TO JC-BUSINESS-DATE.
           MOVE 2 TO JC-PRED-COUNT.
           MOVE 'FINALS  ' TO JC-PRED-NAME(1).
           MOVE 'APPAYRUN' TO JC-PRED-NAME(2).
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *
       STAMP-RUN-COMPLETE.
           SET JC-STAMP TO TRUE.
           MOVE 'CASHFCST' TO JC-JOB-NAME.
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
