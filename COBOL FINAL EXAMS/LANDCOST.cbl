       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDCOST.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   LANDCOST allocates the freight, duty and brokerage paid on
      *   imported goods across the purchase-order lines they cover,
      *   so a part's cost reflects what it took to land it rather
      *   than the importer's bare foreign-currency UNIT-PRICE.
      *
      *   Each LANDCHG charge names what it covers either by PO
      *   (every line on PURCHASES-FILE carrying that PO-Number) or
      *   by shipment (every PO line with that shipment number on
      *   ASNFILE - see ASNPOST), and says how to spread itself:
      *     'V' - by value: each line's share of the lines' USD FOB
      *           value (QUANTITY * UNIT-PRICE at the order-date
      *           rate).  The default when the basis is blank.
      *     'Q' - by quantity: each line's share of the units.
      *   Charges are converted to USD at the rate on their charge
      *   date.  The last line of each charge takes the rounding
      *   remainder, so every cent is allocated.
      *
      *   Each line's share is added to its record on the landed-
      *   cost file (LANDCST - see LANDCST.cpy) and the landed unit
      *   cost recomputed.  The report shows each charge with its
      *   allocation, then every part's landed unit cost against its
      *   FOB price with the supplier type, so buyers can set an
      *   importer's real cost beside a domestic source's price.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-TRANS-FILE  ASSIGN TO LANDCHG.
           SELECT PURCHASES-FILE     ASSIGN TO PURCHASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.
           SELECT ASN-FILE           ASSIGN TO ASNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASN-KEY
               FILE STATUS IS WS-ASN-STATUS.
           SELECT SUPPLIER-FILE      ASSIGN TO SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER OF SUPPLIER-REC
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT LANDED-COST-FILE   ASSIGN TO LANDCST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCP-KEY
               FILE STATUS IS WS-LCP-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO EXCHRATE
               FILE STATUS IS WS-EXCH-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT LANDED-REPORT      ASSIGN TO LANDRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHARGE-TRANS-REC.
       01  CHARGE-TRANS-REC.
           05  CT-REF-TYPE                PIC X(01).
               88  CT-BY-PO               VALUE 'P'.
               88  CT-BY-SHIPMENT         VALUE 'S'.
               88  CT-VALID-REF-TYPE      VALUES 'P', 'S'.
      *        PO-Number (first 6) or ASN shipment number.
           05  CT-REFERENCE               PIC X(10).
           05  CT-CHARGE-TYPE             PIC X(01).
               88  CT-FREIGHT             VALUE 'F'.
               88  CT-DUTY                VALUE 'D'.
               88  CT-BROKERAGE           VALUE 'B'.
               88  CT-VALID-CHARGE-TYPE   VALUES 'F', 'D', 'B'.
           05  CT-AMOUNT                  PIC 9(07)V99.
           05  CT-CURRENCY-CODE           PIC X(03).
           05  CT-CHARGE-DATE             PIC 9(08).
           05  CT-BASIS                   PIC X(01).
               88  CT-BY-VALUE            VALUES 'V', ' '.
               88  CT-BY-QUANTITY         VALUE 'Q'.
           05  CT-INVOICE-NO              PIC X(10).
           05  FILLER                     PIC X(37).
      *
       FD  PURCHASES-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PURCHASE-ORDERS.
       COPY PURCHASE.
      *
       FD  ASN-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ASN-REC.
       COPY ASNFILE.
      *
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
      *
       FD  LANDED-COST-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS LANDED-COST-REC.
       COPY LANDCST.
      *
       FD  EXCHANGE-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCHANGE-RATE-REC.
       COPY EXCHRATE.
      *
      *    Business-date override - the same one-record control file
      *    FINALS reads, so a RUNDATE-override rerun stamps and
      *    checks RUNCTL under the same date as the rest of the
      *    suite; missing or invalid falls back to CURRENT-DATE.
       FD  RUN-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-DATE-REC.
       01  RUN-DATE-REC.
           05  RD-BUSINESS-DATE         PIC 9(08).
           05  FILLER                   PIC X(72).
       FD  LANDED-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LANDED-REPORT-REC.
       01  LANDED-REPORT-REC              PIC X(132).
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
       01  WS-ASN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SUPP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-LCP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-EXCH-STATUS               PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
      *  No ASN file yet - shipment-keyed charges match nothing.
       01  WS-ASN-OPEN-SW               PIC X     VALUE 'N'.
           88  ASN-FILE-OPEN            VALUE 'Y'.
       01  WS-MATCH-SW                  PIC X     VALUE 'N'.
           88  LINE-MATCHES-CHARGE      VALUE 'Y'.
       01  WS-LCP-FOUND-SW              PIC X     VALUE 'N'.
           88  LCP-ON-FILE              VALUE 'Y'.
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
       01  WS-RATE-CURRENCY             PIC X(03) VALUE SPACES.
       01  WS-RATE-DATE                 PIC 9(08) VALUE ZERO.
      *
      *  Accepted charges, held until the PO pass has totaled each
      *  one's allocation basis.
       01  WS-CHARGE-TABLE.
           05  WS-CHG-ENTRY OCCURS 500 TIMES
                   INDEXED BY CHG-IDX.
               10  WS-CHG-REF-TYPE      PIC X(01).
               10  WS-CHG-REFERENCE     PIC X(10).
               10  WS-CHG-TYPE          PIC X(01).
               10  WS-CHG-BASIS         PIC X(01).
               10  WS-CHG-INVOICE       PIC X(10).
               10  WS-CHG-DATE          PIC 9(08).
               10  WS-CHG-USD           PIC 9(09)V99.
               10  WS-CHG-BASIS-TOTAL   PIC 9(11)V99.
               10  WS-CHG-LINKS         PIC 9(05).
               10  WS-CHG-LINKS-DONE    PIC 9(05).
               10  WS-CHG-ALLOCATED     PIC 9(09)V99.
       01  WS-CHG-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-CHG-MAX                   PIC S9(4) COMP VALUE 500.
      *
      *  PO lines drawing at least one charge this run.
       01  WS-LINE-TABLE.
           05  WS-LIN-ENTRY OCCURS 2000 TIMES
                   INDEXED BY LIN-IDX.
               10  WS-LIN-PART          PIC X(23).
               10  WS-LIN-PO            PIC X(06).
               10  WS-LIN-QTY           PIC 9(07).
               10  WS-LIN-CURRENCY      PIC X(03).
               10  WS-LIN-FOB-UNIT      PIC 9(07)V9(4).
               10  WS-LIN-FOB-VALUE     PIC 9(11)V99.
               10  WS-LIN-FREIGHT       PIC 9(09)V99.
               10  WS-LIN-DUTY          PIC 9(09)V99.
               10  WS-LIN-BROKERAGE     PIC 9(09)V99.
               10  WS-LIN-CHARGE-DATE   PIC 9(08).
       01  WS-LIN-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-LIN-MAX                   PIC S9(4) COMP VALUE 2000.
       01  WS-CUR-LINE                  PIC S9(4) COMP VALUE ZERO.
      *
      *  One entry per charge/line pairing, in PO-file order.
       01  WS-LINK-TABLE.
           05  WS-LNK-ENTRY OCCURS 5000 TIMES
                   INDEXED BY LNK-IDX.
               10  WS-LNK-CHARGE        PIC S9(4) COMP.
               10  WS-LNK-LINE          PIC S9(4) COMP.
               10  WS-LNK-BASIS         PIC 9(11)V99.
               10  WS-LNK-SHARE         PIC 9(09)V99.
       01  WS-LNK-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-LNK-MAX                   PIC S9(4) COMP VALUE 5000.
      *
       01  WS-PO-FOB-UNIT               PIC 9(07)V9(4) VALUE ZERO.
       01  WS-PO-FOB-VALUE              PIC 9(11)V99 VALUE ZERO.
       01  WS-PO-QTY                    PIC 9(07) VALUE ZERO.
       01  WS-LINE-CHARGES              PIC 9(09)V99 VALUE ZERO.
       01  WS-UPLIFT-PCT                PIC S9(5)V9 VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-CHARGES-READ         PIC 9(5)  VALUE ZERO.
           05  TOT-CHARGES-ALLOCATED    PIC 9(5)  VALUE ZERO.
           05  TOT-CHARGES-REJECTED     PIC 9(5)  VALUE ZERO.
           05  TOT-USD-ALLOCATED        PIC 9(11)V99 VALUE ZERO.
           05  TOT-LINES-UPDATED        PIC 9(5)  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(45) VALUE
               'LANDED COST ALLOCATION REPORT'.
       01  HEADING-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(05) VALUE 'REF'.
           05  FILLER                   PIC X(12) VALUE 'PO/SHIPMENT'.
           05  FILLER                   PIC X(12) VALUE 'CHARGE'.
           05  FILLER                   PIC X(12) VALUE 'INVOICE'.
           05  FILLER                   PIC X(17) VALUE
               '       AMOUNT USD'.
           05  FILLER                   PIC X(07) VALUE '  BASIS'.
           05  FILLER                   PIC X(40) VALUE
               '   DISPOSITION'.
      *
       01  CHARGE-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  CL-REF-TYPE              PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  CL-REFERENCE             PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-CHARGE-TYPE           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-INVOICE               PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-BASIS                 PIC X(05).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  CL-DISPOSITION           PIC X(40).
      *
       01  ALLOCATION-LINE.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  AL-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-PO-NUMBER             PIC X(06).
           05  FILLER                   PIC X(09) VALUE '  SHARE: '.
           05  AL-SHARE                 PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  COMPARE-TITLE-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(60) VALUE
               'LANDED UNIT COST AGAINST FOB PRICE (USD) - BY PART'.
       01  COMPARE-HEADING-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(25) VALUE 'PART NUMBER'.
           05  FILLER                   PIC X(08) VALUE 'PO NBR'.
           05  FILLER                   PIC X(12) VALUE 'SUPPLIER'.
           05  FILLER                   PIC X(06) VALUE 'TYPE'.
           05  FILLER                   PIC X(05) VALUE 'CUR'.
           05  FILLER                   PIC X(15) VALUE
               '   FOB UNIT'.
           05  FILLER                   PIC X(15) VALUE
               '  CHARGES'.
           05  FILLER                   PIC X(15) VALUE
               '   LANDED UNIT'.
           05  FILLER                   PIC X(09) VALUE ' UPLIFT%'.
       01  COMPARE-DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  CD-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CD-PO-NUMBER             PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CD-SUPPLIER-CODE         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CD-SUPPLIER-TYPE         PIC X(01).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  CD-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CD-FOB-UNIT              PIC Z,ZZZ,ZZ9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CD-CHARGES               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CD-LANDED-UNIT           PIC Z,ZZZ,ZZ9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CD-UPLIFT-PCT            PIC ZZZZ9.9-.
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'CHARGES READ           : '.
           05  SL-READ                  PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'CHARGES ALLOCATED      : '.
           05  SL-ALLOCATED             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'CHARGES REJECTED       : '.
           05  SL-REJECTED              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'USD ALLOCATED TO LINES : '.
           05  SL-USD                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'PO LINES UPDATED       : '.
           05  SL-LINES                 PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-JOB-DATE.
           PERFORM VERIFY-PREDECESSORS.
           IF JC-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-EXCHANGE-TABLE.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           PERFORM LOAD-CHARGES.
           IF WS-CHG-CTR > ZERO
               PERFORM MATCH-PO-LINES
               PERFORM ALLOCATE-CHARGES
               PERFORM REPORT-ALLOCATIONS
                   VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > WS-CHG-CTR
               PERFORM UPDATE-LANDED-COST
                   VARYING LIN-IDX FROM 1 BY 1
                   UNTIL LIN-IDX > WS-LIN-CTR
           END-IF.
           PERFORM WRITE-COMPARISON.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM STAMP-RUN-COMPLETE.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  CHARGE-TRANS-FILE, PURCHASES-FILE,
                       SUPPLIER-FILE.
           OPEN INPUT  ASN-FILE.
           IF WS-ASN-STATUS = '00'
               SET ASN-FILE-OPEN TO TRUE
           END-IF.
      *    First-ever run has no landed-cost file yet - create it.
           OPEN I-O    LANDED-COST-FILE.
           IF WS-LCP-STATUS NOT = '00'
               OPEN OUTPUT LANDED-COST-FILE
               CLOSE LANDED-COST-FILE
               OPEN I-O LANDED-COST-FILE
           END-IF.
           OPEN OUTPUT LANDED-REPORT.
      *
       CLOSE-FILES.
           CLOSE CHARGE-TRANS-FILE, PURCHASES-FILE, SUPPLIER-FILE,
                 LANDED-COST-FILE, LANDED-REPORT.
           IF ASN-FILE-OPEN
               CLOSE ASN-FILE
           END-IF.
      *
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
      *  Rate for WS-RATE-CURRENCY in effect on WS-RATE-DATE; USD
      *  and blank convert at 1.
       LOOKUP-EXCH-RATE.
           MOVE 1 TO WS-EXCH-RATE.
           IF WS-RATE-CURRENCY NOT = SPACES
               AND WS-RATE-CURRENCY NOT = 'USD'
               PERFORM VARYING EXR-IDX FROM 1 BY 1
                       UNTIL EXR-IDX > WS-EXCH-CTR
                   IF WS-EXR-CURRENCY(EXR-IDX) = WS-RATE-CURRENCY
                      AND WS-RATE-DATE >= WS-EXR-EFF-FROM(EXR-IDX)
                      AND WS-RATE-DATE <= WS-EXR-EFF-TO(EXR-IDX)
                       MOVE WS-EXR-RATE(EXR-IDX) TO WS-EXCH-RATE
                   END-IF
               END-PERFORM
           END-IF.
      *
      *  A charge that fails its edits is reported and dropped here;
      *  the accepted ones are printed once the allocation is known.
       LOAD-CHARGES.
           MOVE 'N' TO EOF-STAT.
           READ CHARGE-TRANS-FILE
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM EDIT-ONE-CHARGE UNTIL END-OF-FILE.
      *
       EDIT-ONE-CHARGE.
           ADD 1 TO TOT-CHARGES-READ.
           MOVE SPACES TO CL-DISPOSITION.
           EVALUATE TRUE
               WHEN NOT CT-VALID-REF-TYPE
                   MOVE 'REJECTED - REFERENCE TYPE NOT P OR S'
                        TO CL-DISPOSITION
               WHEN CT-REFERENCE = SPACES
                   MOVE 'REJECTED - BLANK PO/SHIPMENT REFERENCE'
                        TO CL-DISPOSITION
               WHEN NOT CT-VALID-CHARGE-TYPE
                   MOVE 'REJECTED - CHARGE TYPE NOT F, D OR B'
                        TO CL-DISPOSITION
               WHEN NOT CT-BY-VALUE AND NOT CT-BY-QUANTITY
                   MOVE 'REJECTED - BASIS NOT V OR Q'
                        TO CL-DISPOSITION
               WHEN CT-AMOUNT NOT NUMERIC OR CT-AMOUNT = ZERO
                   MOVE 'REJECTED - AMOUNT MUST BE GREATER THAN 0'
                        TO CL-DISPOSITION
               WHEN WS-CHG-CTR NOT < WS-CHG-MAX
                   MOVE 'REJECTED - CHARGE TABLE FULL'
                        TO CL-DISPOSITION
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM ACCEPT-CHARGE
           END-EVALUATE.
           IF CL-DISPOSITION NOT = SPACES
               ADD 1 TO TOT-CHARGES-REJECTED
               MOVE CT-REF-TYPE      TO CL-REF-TYPE
               MOVE CT-REFERENCE     TO CL-REFERENCE
               MOVE CT-CHARGE-TYPE   TO CL-CHARGE-TYPE
               MOVE CT-INVOICE-NO    TO CL-INVOICE
               IF CT-AMOUNT NUMERIC
                   MOVE CT-AMOUNT    TO CL-AMOUNT
               ELSE
                   MOVE ZERO         TO CL-AMOUNT
               END-IF
               MOVE CT-BASIS         TO CL-BASIS
               WRITE LANDED-REPORT-REC FROM CHARGE-LINE
           END-IF.
           READ CHARGE-TRANS-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
       ACCEPT-CHARGE.
           ADD 1 TO WS-CHG-CTR.
           SET CHG-IDX TO WS-CHG-CTR.
           MOVE CT-REF-TYPE      TO WS-CHG-REF-TYPE(CHG-IDX).
           MOVE CT-REFERENCE     TO WS-CHG-REFERENCE(CHG-IDX).
           MOVE CT-CHARGE-TYPE   TO WS-CHG-TYPE(CHG-IDX).
           IF CT-BY-QUANTITY
               MOVE 'Q'          TO WS-CHG-BASIS(CHG-IDX)
           ELSE
               MOVE 'V'          TO WS-CHG-BASIS(CHG-IDX)
           END-IF.
           MOVE CT-INVOICE-NO    TO WS-CHG-INVOICE(CHG-IDX).
           IF CT-CHARGE-DATE NUMERIC AND CT-CHARGE-DATE > ZERO
               MOVE CT-CHARGE-DATE TO WS-CHG-DATE(CHG-IDX)
           ELSE
               MOVE WS-JOB-DATE    TO WS-CHG-DATE(CHG-IDX)
           END-IF.
           MOVE CT-CURRENCY-CODE TO WS-RATE-CURRENCY.
           MOVE WS-CHG-DATE(CHG-IDX) TO WS-RATE-DATE.
           PERFORM LOOKUP-EXCH-RATE.
           COMPUTE WS-CHG-USD(CHG-IDX) ROUNDED =
                   CT-AMOUNT * WS-EXCH-RATE.
           MOVE ZERO TO WS-CHG-BASIS-TOTAL(CHG-IDX)
                        WS-CHG-LINKS(CHG-IDX)
                        WS-CHG-LINKS-DONE(CHG-IDX)
                        WS-CHG-ALLOCATED(CHG-IDX).
      *
      *  One pass of PURCHASES-FILE: every live PO line is tested
      *  against every accepted charge.  Blanket headers carry no
      *  goods and cancelled POs land nothing, so neither draws a
      *  share.
       MATCH-PO-LINES.
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
                   AND NOT PO-BLANKET-HEADER IN PURCHASE-ORDERS
                   AND NOT PO-CANCELLED IN PURCHASE-ORDERS
                   AND QUANTITY IN PURCHASE-ORDERS > ZERO
                   PERFORM MATCH-ONE-PO-LINE
               END-IF
           END-PERFORM.
      *
       MATCH-ONE-PO-LINE.
           MOVE ZERO TO WS-CUR-LINE.
           MOVE QUANTITY IN PURCHASE-ORDERS TO WS-PO-QTY.
           MOVE PO-CURRENCY-CODE            TO WS-RATE-CURRENCY.
           MOVE ORDER-DATE IN PURCHASE-ORDERS TO WS-RATE-DATE.
           PERFORM LOOKUP-EXCH-RATE.
           COMPUTE WS-PO-FOB-UNIT ROUNDED =
                   UNIT-PRICE IN PURCHASE-ORDERS * WS-EXCH-RATE.
           COMPUTE WS-PO-FOB-VALUE ROUNDED =
                   WS-PO-QTY * UNIT-PRICE IN PURCHASE-ORDERS
                   * WS-EXCH-RATE.
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > WS-CHG-CTR
               PERFORM TEST-CHARGE-MATCH
               IF LINE-MATCHES-CHARGE
                   PERFORM ADD-CHARGE-LINK
               END-IF
           END-PERFORM.
      *
       TEST-CHARGE-MATCH.
           MOVE 'N' TO WS-MATCH-SW.
           IF WS-CHG-REF-TYPE(CHG-IDX) = 'P'
               IF WS-CHG-REFERENCE(CHG-IDX)(1:6) =
                  PO-NUMBER IN PURCHASE-ORDERS
                   SET LINE-MATCHES-CHARGE TO TRUE
               END-IF
           ELSE
               IF ASN-FILE-OPEN
                   MOVE PART-NUMBER IN PURCHASE-ORDERS
                        TO PART-NUMBER IN ASN-REC
                   MOVE PO-NUMBER IN PURCHASE-ORDERS
                        TO PO-NUMBER IN ASN-REC
                   MOVE WS-CHG-REFERENCE(CHG-IDX) TO ASN-SHIPMENT-NO
                   READ ASN-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY SET LINE-MATCHES-CHARGE TO TRUE
                   END-READ
               END-IF
           END-IF.
      *
      *  The PO line claims its line-table entry on its first
      *  matching charge; each match adds a link and the line's
      *  basis to the charge's total.
       ADD-CHARGE-LINK.
           IF WS-LNK-CTR NOT < WS-LNK-MAX
               DISPLAY 'LANDCOST: LINK TABLE FULL AT ' WS-LNK-MAX
                       ' - ' PO-KEY ' NOT ALLOCATED'
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-CUR-LINE = ZERO
                   IF WS-LIN-CTR NOT < WS-LIN-MAX
                       DISPLAY 'LANDCOST: LINE TABLE FULL AT '
                               WS-LIN-MAX ' - ' PO-KEY
                               ' NOT ALLOCATED'
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM ADD-LINE-ENTRY
                   END-IF
               END-IF
               IF WS-CUR-LINE > ZERO
                   ADD 1 TO WS-LNK-CTR
                   SET LNK-IDX TO WS-LNK-CTR
                   SET WS-LNK-CHARGE(LNK-IDX) TO CHG-IDX
                   MOVE WS-CUR-LINE TO WS-LNK-LINE(LNK-IDX)
                   IF WS-CHG-BASIS(CHG-IDX) = 'Q'
                       MOVE WS-PO-QTY TO WS-LNK-BASIS(LNK-IDX)
                   ELSE
                       MOVE WS-PO-FOB-VALUE TO WS-LNK-BASIS(LNK-IDX)
                   END-IF
                   MOVE ZERO TO WS-LNK-SHARE(LNK-IDX)
                   ADD WS-LNK-BASIS(LNK-IDX)
                       TO WS-CHG-BASIS-TOTAL(CHG-IDX)
                   ADD 1 TO WS-CHG-LINKS(CHG-IDX)
               END-IF
           END-IF.
      *
       ADD-LINE-ENTRY.
           ADD 1 TO WS-LIN-CTR.
           MOVE WS-LIN-CTR TO WS-CUR-LINE.
           SET LIN-IDX TO WS-LIN-CTR.
           MOVE PART-NUMBER IN PURCHASE-ORDERS TO WS-LIN-PART(LIN-IDX).
           MOVE PO-NUMBER IN PURCHASE-ORDERS   TO WS-LIN-PO(LIN-IDX).
           MOVE WS-PO-QTY                      TO WS-LIN-QTY(LIN-IDX).
           MOVE PO-CURRENCY-CODE          TO WS-LIN-CURRENCY(LIN-IDX).
           MOVE WS-PO-FOB-UNIT            TO WS-LIN-FOB-UNIT(LIN-IDX).
           MOVE WS-PO-FOB-VALUE          TO WS-LIN-FOB-VALUE(LIN-IDX).
           MOVE ZERO TO WS-LIN-FREIGHT(LIN-IDX)
                        WS-LIN-DUTY(LIN-IDX)
                        WS-LIN-BROKERAGE(LIN-IDX)
                        WS-LIN-CHARGE-DATE(LIN-IDX).
      *
      *  Share = charge * line basis / charge basis total; the last
      *  link of each charge takes whatever rounding left over.
       ALLOCATE-CHARGES.
           PERFORM VARYING LNK-IDX FROM 1 BY 1
                   UNTIL LNK-IDX > WS-LNK-CTR
               SET CHG-IDX TO WS-LNK-CHARGE(LNK-IDX)
               SET LIN-IDX TO WS-LNK-LINE(LNK-IDX)
               IF WS-CHG-BASIS-TOTAL(CHG-IDX) > ZERO
                   ADD 1 TO WS-CHG-LINKS-DONE(CHG-IDX)
                   IF WS-CHG-LINKS-DONE(CHG-IDX) =
                      WS-CHG-LINKS(CHG-IDX)
                       COMPUTE WS-LNK-SHARE(LNK-IDX) =
                               WS-CHG-USD(CHG-IDX)
                             - WS-CHG-ALLOCATED(CHG-IDX)
                   ELSE
                       COMPUTE WS-LNK-SHARE(LNK-IDX) ROUNDED =
                               WS-CHG-USD(CHG-IDX)
                             * WS-LNK-BASIS(LNK-IDX)
                             / WS-CHG-BASIS-TOTAL(CHG-IDX)
                   END-IF
                   ADD WS-LNK-SHARE(LNK-IDX)
                       TO WS-CHG-ALLOCATED(CHG-IDX)
                   EVALUATE WS-CHG-TYPE(CHG-IDX)
                       WHEN 'F'
                           ADD WS-LNK-SHARE(LNK-IDX)
                               TO WS-LIN-FREIGHT(LIN-IDX)
                       WHEN 'D'
                           ADD WS-LNK-SHARE(LNK-IDX)
                               TO WS-LIN-DUTY(LIN-IDX)
                       WHEN OTHER
                           ADD WS-LNK-SHARE(LNK-IDX)
                               TO WS-LIN-BROKERAGE(LIN-IDX)
                   END-EVALUATE
                   IF WS-CHG-DATE(CHG-IDX) > WS-LIN-CHARGE-DATE(LIN-IDX)
                       MOVE WS-CHG-DATE(CHG-IDX)
                            TO WS-LIN-CHARGE-DATE(LIN-IDX)
                   END-IF
               END-IF
           END-PERFORM.
      *
      *  One line per accepted charge, then its share to each line.
      *  A charge that matched no live PO line - or only lines with
      *  no value to spread over - stays unallocated on the report.
       REPORT-ALLOCATIONS.
           MOVE SPACES                    TO CHARGE-LINE.
           MOVE WS-CHG-REF-TYPE(CHG-IDX)  TO CL-REF-TYPE.
           MOVE WS-CHG-REFERENCE(CHG-IDX) TO CL-REFERENCE.
           EVALUATE WS-CHG-TYPE(CHG-IDX)
               WHEN 'F'    MOVE 'FREIGHT'   TO CL-CHARGE-TYPE
               WHEN 'D'    MOVE 'DUTY'      TO CL-CHARGE-TYPE
               WHEN OTHER  MOVE 'BROKERAGE' TO CL-CHARGE-TYPE
           END-EVALUATE.
           MOVE WS-CHG-INVOICE(CHG-IDX)   TO CL-INVOICE.
           MOVE WS-CHG-USD(CHG-IDX)       TO CL-AMOUNT.
           IF WS-CHG-BASIS(CHG-IDX) = 'Q'
               MOVE 'QTY'                 TO CL-BASIS
           ELSE
               MOVE 'VALUE'               TO CL-BASIS
           END-IF.
           IF WS-CHG-LINKS(CHG-IDX) = ZERO
               MOVE 'NOT ALLOCATED - NO LIVE PO LINE MATCHES'
                    TO CL-DISPOSITION
               ADD 1 TO TOT-CHARGES-REJECTED
           ELSE
               IF WS-CHG-BASIS-TOTAL(CHG-IDX) = ZERO
                   MOVE 'NOT ALLOCATED - LINES HAVE NO VALUE'
                        TO CL-DISPOSITION
                   ADD 1 TO TOT-CHARGES-REJECTED
               ELSE
                   MOVE 'ALLOCATED' TO CL-DISPOSITION
                   ADD 1 TO TOT-CHARGES-ALLOCATED
                   ADD WS-CHG-ALLOCATED(CHG-IDX) TO TOT-USD-ALLOCATED
               END-IF
           END-IF.
           WRITE LANDED-REPORT-REC FROM CHARGE-LINE.
           IF WS-CHG-BASIS-TOTAL(CHG-IDX) > ZERO
               PERFORM VARYING LNK-IDX FROM 1 BY 1
                       UNTIL LNK-IDX > WS-LNK-CTR
                   IF WS-LNK-CHARGE(LNK-IDX) = CHG-IDX
                       SET LIN-IDX TO WS-LNK-LINE(LNK-IDX)
                       MOVE WS-LIN-PART(LIN-IDX) TO AL-PART-NUMBER
                       MOVE WS-LIN-PO(LIN-IDX)   TO AL-PO-NUMBER
                       MOVE WS-LNK-SHARE(LNK-IDX) TO AL-SHARE
                       WRITE LANDED-REPORT-REC FROM ALLOCATION-LINE
                   END-IF
               END-PERFORM
           END-IF.
      *
      *  Add the line's shares to its landed-cost record (or start
      *  one), refreshing quantity and FOB from the PO as it stands.
       UPDATE-LANDED-COST.
           COMPUTE WS-LINE-CHARGES = WS-LIN-FREIGHT(LIN-IDX)
                                   + WS-LIN-DUTY(LIN-IDX)
                                   + WS-LIN-BROKERAGE(LIN-IDX).
           IF WS-LINE-CHARGES > ZERO
               MOVE 'N' TO WS-LCP-FOUND-SW
               MOVE WS-LIN-PART(LIN-IDX)
                    TO PART-NUMBER IN LANDED-COST-REC
               MOVE WS-LIN-PO(LIN-IDX)
                    TO PO-NUMBER IN LANDED-COST-REC
               READ LANDED-COST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET LCP-ON-FILE TO TRUE
               END-READ
               IF NOT LCP-ON-FILE
                   INITIALIZE LANDED-COST-REC
                   MOVE WS-LIN-PART(LIN-IDX)
                        TO PART-NUMBER IN LANDED-COST-REC
                   MOVE WS-LIN-PO(LIN-IDX)
                        TO PO-NUMBER IN LANDED-COST-REC
               END-IF
               MOVE WS-LIN-QTY(LIN-IDX)      TO LCP-QTY
               MOVE WS-LIN-CURRENCY(LIN-IDX) TO LCP-CURRENCY-CODE
               MOVE WS-LIN-FOB-UNIT(LIN-IDX) TO LCP-FOB-UNIT-USD
               ADD WS-LIN-FREIGHT(LIN-IDX)   TO LCP-FREIGHT-USD
               ADD WS-LIN-DUTY(LIN-IDX)      TO LCP-DUTY-USD
               ADD WS-LIN-BROKERAGE(LIN-IDX) TO LCP-BROKERAGE-USD
               IF WS-LIN-CHARGE-DATE(LIN-IDX) > LCP-LAST-CHARGE-DATE
                   MOVE WS-LIN-CHARGE-DATE(LIN-IDX)
                        TO LCP-LAST-CHARGE-DATE
               END-IF
               COMPUTE LCP-LANDED-UNIT-USD ROUNDED =
                       LCP-FOB-UNIT-USD
                     + (LCP-FREIGHT-USD + LCP-DUTY-USD
                        + LCP-BROKERAGE-USD) / LCP-QTY
               ADD 1 TO TOT-LINES-UPDATED
               IF LCP-ON-FILE
                   REWRITE LANDED-COST-REC
                       INVALID KEY
                           MOVE 'LANDCST ' TO FS-DDNAME
                           MOVE 'REWRITE ' TO FS-OPERATION
                           MOVE WS-LCP-STATUS TO FS-STATUS
                           PERFORM REPORT-FILE-FAILURE
                   END-REWRITE
               ELSE
                   WRITE LANDED-COST-REC
                       INVALID KEY
                           MOVE 'LANDCST ' TO FS-DDNAME
                           MOVE 'WRITE   ' TO FS-OPERATION
                           MOVE WS-LCP-STATUS TO FS-STATUS
                           PERFORM REPORT-FILE-FAILURE
                   END-WRITE
               END-IF
           END-IF.
      *
      *  Every line on the landed-cost file, in part order, so each
      *  part's importer POs read together against their FOB price.
       WRITE-COMPARISON.
           MOVE  SPACES TO LANDED-REPORT-REC.
           WRITE LANDED-REPORT-REC.
           WRITE LANDED-REPORT-REC FROM COMPARE-TITLE-LINE.
           MOVE  SPACES TO LANDED-REPORT-REC.
           WRITE LANDED-REPORT-REC.
           WRITE LANDED-REPORT-REC FROM COMPARE-HEADING-LINE.
           MOVE LOW-VALUES TO LCP-KEY.
           MOVE 'N' TO EOF-STAT.
           START LANDED-COST-FILE KEY >= LCP-KEY
               INVALID KEY MOVE 'Y' TO EOF-STAT
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ LANDED-COST-FILE NEXT
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   AND WS-LCP-STATUS NOT = '00'
                   MOVE 'LANDCST ' TO FS-DDNAME
                   MOVE 'READNEXT' TO FS-OPERATION
                   MOVE WS-LCP-STATUS TO FS-STATUS
                   PERFORM REPORT-FILE-FAILURE
                   MOVE 'Y' TO EOF-STAT
               END-IF
               IF NOT END-OF-FILE
                   PERFORM WRITE-COMPARE-LINE
               END-IF
           END-PERFORM.
      *
       WRITE-COMPARE-LINE.
           MOVE SPACES TO COMPARE-DETAIL-LINE.
           MOVE PART-NUMBER IN LANDED-COST-REC TO CD-PART-NUMBER.
           MOVE PO-NUMBER IN LANDED-COST-REC   TO CD-PO-NUMBER.
           MOVE PART-NUMBER IN LANDED-COST-REC
                TO PART-NUMBER IN SUPPLIER-REC.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE '**UNKNOWN*' TO CD-SUPPLIER-CODE
                   MOVE '?'          TO CD-SUPPLIER-TYPE
               NOT INVALID KEY
                   MOVE SUPPLIER-CODE IN SUPPLIER-REC
                        TO CD-SUPPLIER-CODE
                   MOVE SUPPLIER-TYPE IN SUPPLIER-REC
                        TO CD-SUPPLIER-TYPE
           END-READ.
           IF LCP-CURRENCY-CODE = SPACES
               MOVE 'USD'              TO CD-CURRENCY
           ELSE
               MOVE LCP-CURRENCY-CODE  TO CD-CURRENCY
           END-IF.
           MOVE LCP-FOB-UNIT-USD       TO CD-FOB-UNIT.
           COMPUTE CD-CHARGES = LCP-FREIGHT-USD + LCP-DUTY-USD
                              + LCP-BROKERAGE-USD.
           MOVE LCP-LANDED-UNIT-USD    TO CD-LANDED-UNIT.
           IF LCP-FOB-UNIT-USD > ZERO
               COMPUTE WS-UPLIFT-PCT ROUNDED =
                       (LCP-LANDED-UNIT-USD - LCP-FOB-UNIT-USD)
                       * 100 / LCP-FOB-UNIT-USD
           ELSE
               MOVE ZERO TO WS-UPLIFT-PCT
           END-IF.
           MOVE WS-UPLIFT-PCT          TO CD-UPLIFT-PCT.
           WRITE LANDED-REPORT-REC FROM COMPARE-DETAIL-LINE.
      *
       WRITE-HEADINGS.
           MOVE 'LANDCOST' TO RH-REPORT-ID.
           MOVE 'LANDED COST ALLOCATION REPORT'
                TO RH-REPORT-TITLE.
           MOVE WS-JOB-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE LANDED-REPORT-REC FROM RH-LINE-1.
           WRITE LANDED-REPORT-REC FROM RH-LINE-2.
           WRITE LANDED-REPORT-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO LANDED-REPORT-REC.
           WRITE LANDED-REPORT-REC.
           WRITE LANDED-REPORT-REC FROM HEADING-LINE-2.
           MOVE  SPACES TO LANDED-REPORT-REC.
           WRITE LANDED-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO LANDED-REPORT-REC.
           WRITE LANDED-REPORT-REC.
           MOVE  TOT-CHARGES-READ      TO SL-READ.
           WRITE LANDED-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-CHARGES-ALLOCATED TO SL-ALLOCATED.
           WRITE LANDED-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-CHARGES-REJECTED  TO SL-REJECTED.
           WRITE LANDED-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-USD-ALLOCATED     TO SL-USD.
           WRITE LANDED-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-LINES-UPDATED     TO SL-LINES.
           WRITE LANDED-REPORT-REC FROM SUMMARY-LINE-5.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-CHARGES-READ TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE LANDED-REPORT-REC FROM RH-LINE-1.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
      *  and the run fails on a genuine error.
       REPORT-FILE-FAILURE.
           MOVE 'LANDCOST' TO FS-PROGRAM.
           CALL 'FILSTAT' USING FILE-STATUS-PARM.
           IF FS-FAIL-RUN
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      *  Charges are spread over the POs FINALS built, so FINALS
      *  must have stamped clean for the business date first.
       VERIFY-PREDECESSORS.
           SET JC-CHECK TO TRUE.
           MOVE 'LANDCOST' TO JC-JOB-NAME.
           MOVE WS-JOB-DATE TO JC-BUSINESS-DATE.
           MOVE 1 TO JC-PRED-COUNT.
           MOVE 'FINALS  ' TO JC-PRED-NAME(1).
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *
       STAMP-RUN-COMPLETE.
           SET JC-STAMP TO TRUE.
           MOVE 'LANDCOST' TO JC-JOB-NAME.
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
