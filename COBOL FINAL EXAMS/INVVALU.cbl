       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVALU.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   INVVALU is the month-end inventory valuation - what the
      *   stockroom is worth, in USD, at weighted-average receipt
      *   cost.
      *
      *   Every lot INSPPOST accepted into stock left a cost layer on
      *   RCPTCOST (quantity and the PO unit price, in the PO's
      *   currency).  Each layer is converted to USD through the
      *   EXCHRATE table at its receipt date and summed by part; a
      *   part's average cost is its layers' USD cost over their
      *   quantity.  STOCKBAL is then read front to back and each
      *   part's SB-ON-HAND, summed over all its stock locations,
      *   priced at that average.
      *
      *   The report lists every part with stock, flags those with
      *   stock but no cost basis (no receipt layer - opening stock,
      *   or stock raised only by a count adjustment), and totals
      *   value by supplier type (SUPPLIER-TYPE of the part's
      *   supplier).  The period's figures are appended to INVVALH
      *   (layout INVVALH.cpy) for PROCLOSE.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-BALANCE-FILE ASSIGN TO STOCKBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT SUPPLIER-FILE      ASSIGN TO SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER OF SUPPLIER-REC
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT RECEIPT-COST-FILE  ASSIGN TO RCPTCOST
               FILE STATUS IS WS-RCL-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO EXCHRATE
               FILE STATUS IS WS-EXCH-STATUS.
           SELECT VALUATION-HISTORY  ASSIGN TO INVVALH
               FILE STATUS IS WS-VALH-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT VALUATION-REPORT   ASSIGN TO INVVALRP.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-BALANCE-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS STOCK-BALANCE-REC.
       COPY STOCKBAL.
      *
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
      *
       FD  RECEIPT-COST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPT-COST-REC.
       COPY RCPTCOST.
      *
       FD  EXCHANGE-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCHANGE-RATE-REC.
       COPY EXCHRATE.
      *
       FD  VALUATION-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INV-VALUATION-REC.
       COPY INVVALH.
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
       FD  VALUATION-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VALUATION-REPORT-REC.
       01  VALUATION-REPORT-REC         PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
      *    Shared report-heading block (see RPTPARM.cpy).
       COPY RPTPARM.
      *    Run-control block (see JOBPARM.cpy).
       COPY JOBPARM.
       01  WS-JOB-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-PERIOD                    PIC 9(06) VALUE ZERO.
      *    Shared file-status handler block (see FSPARM.cpy).
       COPY FSPARM.
       01  WS-STOCK-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SUPP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RCL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-EXCH-STATUS               PIC X(02) VALUE SPACES.
       01  WS-VALH-STATUS               PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-FOUND-SW                  PIC X     VALUE 'N'.
           88  COST-FOUND               VALUE 'Y'.
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
      *  Receipt quantity and USD cost accumulated per part off the
      *  cost layers - one entry per distinct part seen.
       01  WS-COST-TABLE.
           05  WS-CST-ENTRY OCCURS 3000 TIMES
                   INDEXED BY CST-IDX.
               10  WS-CST-PART          PIC X(23).
               10  WS-CST-QTY           PIC 9(09).
               10  WS-CST-USD           PIC S9(11)V99.
       01  WS-CST-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-CST-MAX                   PIC S9(4) COMP VALUE 3000.
       01  WS-LAYER-USD                 PIC S9(11)V99 VALUE ZERO.
      *
      *  Value by supplier type - the four SUPPLIER-TYPE codes plus
      *  a bucket for parts with no supplier on file.
       01  WS-TYPE-TABLE.
           05  WS-TYP-ENTRY OCCURS 5 TIMES
                   INDEXED BY TYP-IDX.
               10  WS-TYP-CODE          PIC X(01).
               10  WS-TYP-NAME          PIC X(20).
               10  WS-TYP-PARTS         PIC 9(06).
               10  WS-TYP-QTY           PIC S9(09).
               10  WS-TYP-VALUE         PIC S9(11)V99.
               10  WS-TYP-NO-COST       PIC 9(06).
               10  WS-TYP-NO-COST-QTY   PIC S9(09).
       01  WS-HOLD-TYPE                 PIC X(01) VALUE SPACES.
       01  WS-VALU-PART                 PIC X(23) VALUE SPACES.
       01  WS-PART-ON-HAND              PIC S9(09) VALUE ZERO.
      *
       01  WS-AVG-COST                  PIC 9(07)V9(4) VALUE ZERO.
       01  WS-PART-VALUE                PIC S9(11)V99  VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-STOCK-READ           PIC 9(6)      VALUE ZERO.
           05  TOT-PARTS-VALUED         PIC 9(6)      VALUE ZERO.
           05  TOT-NO-COST-PARTS        PIC 9(6)      VALUE ZERO.
           05  TOT-NO-COST-QTY          PIC S9(09)    VALUE ZERO.
           05  TOT-LAYERS-READ          PIC 9(7)      VALUE ZERO.
           05  TOT-ON-HAND-QTY          PIC S9(09)    VALUE ZERO.
           05  TOT-VALUE-USD            PIC S9(11)V99 VALUE ZERO.
      *
       01  HEADING-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(25) VALUE 'PART NUMBER'.
           05  FILLER                   PIC X(06) VALUE 'TYPE'.
           05  FILLER                   PIC X(11) VALUE '    ON HAND'.
           05  FILLER                   PIC X(16) VALUE
               '    AVERAGE COST'.
           05  FILLER                   PIC X(20) VALUE
               '         VALUE (USD)'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE 'NOTE'.
       01  DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-SUPPLIER-TYPE         PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-ON-HAND               PIC Z,ZZZ,ZZ9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-AVG-COST              PIC Z,ZZZ,ZZ9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-VALUE                 PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-NOTE                  PIC X(30).
       01  SECTION-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  SC-TITLE                 PIC X(60).
       01  TYPE-HEADING-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(24) VALUE
               'SUPPLIER TYPE'.
           05  FILLER                   PIC X(08) VALUE '   PARTS'.
           05  FILLER                   PIC X(12) VALUE
               '     ON HAND'.
           05  FILLER                   PIC X(20) VALUE
               '         VALUE (USD)'.
           05  FILLER                   PIC X(12) VALUE
               '  NO-COST PT'.
           05  FILLER                   PIC X(12) VALUE
               ' NO-COST QTY'.
       01  TYPE-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  TY-CODE                  PIC X(01).
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  TY-NAME                  PIC X(20).
           05  TY-PARTS                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TY-QTY                   PIC ZZZ,ZZZ,ZZ9-.
           05  TY-VALUE                 PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  TY-NO-COST               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TY-NO-COST-QTY           PIC ZZZ,ZZZ,ZZ9-.
       01  SUMMARY-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  SL-LABEL                 PIC X(32).
           05  SL-COUNT                 PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  SL-AMOUNT                PIC $$$,$$$,$$$,$$9.99-.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-JOB-DATE.
           MOVE WS-JOB-DATE(1:6) TO WS-PERIOD.
           PERFORM INIT-TYPE-TABLE.
           PERFORM LOAD-EXCHANGE-TABLE.
           PERFORM LOAD-COST-LAYERS.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
           READ STOCK-BALANCE-FILE NEXT
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VALUE-ONE-PART UNTIL END-OF-FILE.
           PERFORM WRITE-TYPE-TOTALS.
           PERFORM APPEND-VALUATION-HISTORY.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM STAMP-RUN-COMPLETE.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  STOCK-BALANCE-FILE.
           IF WS-STOCK-STATUS NOT = '00'
               MOVE 'STOCKBAL' TO FS-DDNAME
               MOVE 'OPEN    ' TO FS-OPERATION
               MOVE WS-STOCK-STATUS TO FS-STATUS
               PERFORM REPORT-FILE-FAILURE
           END-IF.
           OPEN INPUT  SUPPLIER-FILE.
           OPEN OUTPUT VALUATION-REPORT.
      *
       CLOSE-FILES.
           CLOSE STOCK-BALANCE-FILE, SUPPLIER-FILE, VALUATION-REPORT.
      *
       INIT-TYPE-TABLE.
           MOVE 'S' TO WS-TYP-CODE(1).
           MOVE 'SUBCONTRACTOR'        TO WS-TYP-NAME(1).
           MOVE 'D' TO WS-TYP-CODE(2).
           MOVE 'DISTRIBUTOR'          TO WS-TYP-NAME(2).
           MOVE 'M' TO WS-TYP-CODE(3).
           MOVE 'MANUFACTURER'         TO WS-TYP-NAME(3).
           MOVE 'I' TO WS-TYP-CODE(4).
           MOVE 'IMPORTER'             TO WS-TYP-NAME(4).
           MOVE '?' TO WS-TYP-CODE(5).
           MOVE 'NO SUPPLIER ON FILE'  TO WS-TYP-NAME(5).
           PERFORM VARYING TYP-IDX FROM 1 BY 1 UNTIL TYP-IDX > 5
               MOVE ZERO TO WS-TYP-PARTS(TYP-IDX)
                            WS-TYP-QTY(TYP-IDX)
                            WS-TYP-VALUE(TYP-IDX)
                            WS-TYP-NO-COST(TYP-IDX)
                            WS-TYP-NO-COST-QTY(TYP-IDX)
           END-PERFORM.
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
      *  A missing RCPTCOST file loads nothing - every part with
      *  stock then reports with no cost basis.
       LOAD-COST-LAYERS.
           OPEN INPUT RECEIPT-COST-FILE.
           IF WS-RCL-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ RECEIPT-COST-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF RCL-QTY NUMERIC AND RCL-QTY > ZERO
                       AND RCL-UNIT-PRICE NUMERIC
                       ADD 1 TO TOT-LAYERS-READ
                       PERFORM POST-COST-LAYER
                   END-IF
                   READ RECEIPT-COST-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-COST-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       POST-COST-LAYER.
           PERFORM LOOKUP-EXCH-RATE.
           COMPUTE WS-LAYER-USD ROUNDED =
                   RCL-QTY * RCL-UNIT-PRICE * WS-EXCH-RATE.
           SET CST-IDX TO 1.
           SEARCH WS-CST-ENTRY
               AT END
                   IF WS-CST-CTR < WS-CST-MAX
                       ADD 1 TO WS-CST-CTR
                       SET CST-IDX TO WS-CST-CTR
                       MOVE RCL-PART-NUMBER TO WS-CST-PART(CST-IDX)
                       MOVE RCL-QTY         TO WS-CST-QTY(CST-IDX)
                       MOVE WS-LAYER-USD    TO WS-CST-USD(CST-IDX)
                   ELSE
                       DISPLAY 'INVVALU: COST TABLE FULL AT '
                               WS-CST-MAX ' PARTS - LAYER FOR '
                               RCL-PART-NUMBER ' NOT COSTED'
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-CST-PART(CST-IDX) = RCL-PART-NUMBER
                   ADD RCL-QTY      TO WS-CST-QTY(CST-IDX)
                   ADD WS-LAYER-USD TO WS-CST-USD(CST-IDX)
           END-SEARCH.
      *
      *  Rate in effect on the receipt date; USD and blank convert
      *  at 1.
       LOOKUP-EXCH-RATE.
           MOVE 1 TO WS-EXCH-RATE.
           IF RCL-CURRENCY-CODE NOT = SPACES
               AND RCL-CURRENCY-CODE NOT = 'USD'
               PERFORM VARYING EXR-IDX FROM 1 BY 1
                       UNTIL EXR-IDX > WS-EXCH-CTR
                   IF WS-EXR-CURRENCY(EXR-IDX) = RCL-CURRENCY-CODE
                      AND RCL-RECEIPT-DATE >= WS-EXR-EFF-FROM(EXR-IDX)
                      AND RCL-RECEIPT-DATE <= WS-EXR-EFF-TO(EXR-IDX)
                       MOVE WS-EXR-RATE(EXR-IDX) TO WS-EXCH-RATE
                   END-IF
               END-PERFORM
           END-IF.
      *
      *  A part's location records are consecutive on the key, so
      *  its on-hand is gathered over them before it is priced.
      *  Parts with nothing on hand carry no value and are skipped.
       VALUE-ONE-PART.
           MOVE PART-NUMBER IN STOCK-BALANCE-REC TO WS-VALU-PART.
           MOVE ZERO TO WS-PART-ON-HAND.
           PERFORM UNTIL END-OF-FILE
                   OR PART-NUMBER IN STOCK-BALANCE-REC
                          NOT = WS-VALU-PART
               ADD 1 TO TOT-STOCK-READ
               ADD SB-ON-HAND TO WS-PART-ON-HAND
               READ STOCK-BALANCE-FILE NEXT
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           IF WS-PART-ON-HAND > ZERO
               PERFORM PRICE-ON-HAND
           END-IF.
      *
       PRICE-ON-HAND.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-VALU-PART TO DL-PART-NUMBER.
           MOVE WS-PART-ON-HAND TO DL-ON-HAND.
           PERFORM RESOLVE-SUPPLIER-TYPE.
           MOVE WS-HOLD-TYPE TO DL-SUPPLIER-TYPE.
           MOVE 'N' TO WS-FOUND-SW.
           SET CST-IDX TO 1.
           SEARCH WS-CST-ENTRY
               AT END CONTINUE
               WHEN CST-IDX > WS-CST-CTR
                   CONTINUE
               WHEN WS-CST-PART(CST-IDX) = WS-VALU-PART
                   IF WS-CST-QTY(CST-IDX) > ZERO
                       SET COST-FOUND TO TRUE
                   END-IF
           END-SEARCH.
           ADD WS-PART-ON-HAND TO TOT-ON-HAND-QTY, WS-TYP-QTY(TYP-IDX).
           IF COST-FOUND
               COMPUTE WS-AVG-COST ROUNDED =
                       WS-CST-USD(CST-IDX) / WS-CST-QTY(CST-IDX)
               COMPUTE WS-PART-VALUE ROUNDED =
                       WS-PART-ON-HAND * WS-CST-USD(CST-IDX)
                                       / WS-CST-QTY(CST-IDX)
               MOVE WS-AVG-COST   TO DL-AVG-COST
               MOVE WS-PART-VALUE TO DL-VALUE
               ADD 1 TO TOT-PARTS-VALUED, WS-TYP-PARTS(TYP-IDX)
               ADD WS-PART-VALUE TO TOT-VALUE-USD,
                                    WS-TYP-VALUE(TYP-IDX)
           ELSE
               MOVE ZERO TO DL-AVG-COST, DL-VALUE
               MOVE '** STOCK WITH NO COST BASIS' TO DL-NOTE
               ADD 1 TO TOT-NO-COST-PARTS, WS-TYP-NO-COST(TYP-IDX)
               ADD WS-PART-ON-HAND TO TOT-NO-COST-QTY,
                                      WS-TYP-NO-COST-QTY(TYP-IDX)
           END-IF.
           WRITE VALUATION-REPORT-REC FROM DETAIL-LINE.
      *
      *  Leaves TYP-IDX on the part's supplier-type bucket.
       RESOLVE-SUPPLIER-TYPE.
           MOVE WS-VALU-PART TO PART-NUMBER IN SUPPLIER-REC.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE '?' TO WS-HOLD-TYPE
               NOT INVALID KEY
                   MOVE SUPPLIER-TYPE IN SUPPLIER-REC TO WS-HOLD-TYPE
           END-READ.
           SET TYP-IDX TO 1.
           SEARCH WS-TYP-ENTRY
               AT END
                   SET TYP-IDX TO 5
               WHEN WS-TYP-CODE(TYP-IDX) = WS-HOLD-TYPE
                   CONTINUE
           END-SEARCH.
      *
       WRITE-TYPE-TOTALS.
           MOVE  SPACES TO VALUATION-REPORT-REC.
           WRITE VALUATION-REPORT-REC.
           MOVE 'VALUE BY SUPPLIER TYPE' TO SC-TITLE.
           WRITE VALUATION-REPORT-REC FROM SECTION-LINE.
           WRITE VALUATION-REPORT-REC FROM TYPE-HEADING-LINE.
           PERFORM VARYING TYP-IDX FROM 1 BY 1 UNTIL TYP-IDX > 5
               MOVE WS-TYP-CODE(TYP-IDX)        TO TY-CODE
               MOVE WS-TYP-NAME(TYP-IDX)        TO TY-NAME
               MOVE WS-TYP-PARTS(TYP-IDX)       TO TY-PARTS
               MOVE WS-TYP-QTY(TYP-IDX)         TO TY-QTY
               MOVE WS-TYP-VALUE(TYP-IDX)       TO TY-VALUE
               MOVE WS-TYP-NO-COST(TYP-IDX)     TO TY-NO-COST
               MOVE WS-TYP-NO-COST-QTY(TYP-IDX) TO TY-NO-COST-QTY
               WRITE VALUATION-REPORT-REC FROM TYPE-LINE
           END-PERFORM.
      *
      *  One 'S' record per supplier type and the period 'T' total.
       APPEND-VALUATION-HISTORY.
           OPEN EXTEND VALUATION-HISTORY.
           IF WS-VALH-STATUS NOT = '00'
               OPEN OUTPUT VALUATION-HISTORY
           END-IF.
           PERFORM VARYING TYP-IDX FROM 1 BY 1 UNTIL TYP-IDX > 5
               MOVE SPACES                  TO INV-VALUATION-REC
               MOVE WS-PERIOD               TO IV-PERIOD
               SET IV-SUPPLIER-TYPE         TO TRUE
               MOVE WS-TYP-CODE(TYP-IDX)    TO IV-CODE
               MOVE WS-TYP-QTY(TYP-IDX)     TO IV-ON-HAND-QTY
               MOVE WS-TYP-VALUE(TYP-IDX)   TO IV-VALUE-USD
               MOVE WS-TYP-PARTS(TYP-IDX)   TO IV-PARTS-VALUED
               MOVE WS-TYP-NO-COST(TYP-IDX) TO IV-NO-COST-PARTS
               MOVE WS-TYP-NO-COST-QTY(TYP-IDX) TO IV-NO-COST-QTY
               WRITE INV-VALUATION-REC
           END-PERFORM.
           MOVE SPACES            TO INV-VALUATION-REC.
           MOVE WS-PERIOD         TO IV-PERIOD.
           SET IV-TOTAL           TO TRUE.
           MOVE TOT-ON-HAND-QTY   TO IV-ON-HAND-QTY.
           MOVE TOT-VALUE-USD     TO IV-VALUE-USD.
           MOVE TOT-PARTS-VALUED  TO IV-PARTS-VALUED.
           MOVE TOT-NO-COST-PARTS TO IV-NO-COST-PARTS.
           MOVE TOT-NO-COST-QTY   TO IV-NO-COST-QTY.
           WRITE INV-VALUATION-REC.
           CLOSE VALUATION-HISTORY.
      *
       WRITE-HEADINGS.
           MOVE 'INVVALU ' TO RH-REPORT-ID.
           MOVE 'MONTH-END INVENTORY VALUATION (USD)'
                TO RH-REPORT-TITLE.
           MOVE WS-JOB-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE VALUATION-REPORT-REC FROM RH-LINE-1.
           WRITE VALUATION-REPORT-REC FROM RH-LINE-2.
           MOVE  SPACES TO VALUATION-REPORT-REC.
           WRITE VALUATION-REPORT-REC.
           WRITE VALUATION-REPORT-REC FROM HEADING-LINE.
           MOVE  SPACES TO VALUATION-REPORT-REC.
           WRITE VALUATION-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO VALUATION-REPORT-REC.
           WRITE VALUATION-REPORT-REC.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'STOCK RECORDS READ           : ' TO SL-LABEL.
           MOVE TOT-STOCK-READ     TO SL-COUNT.
           WRITE VALUATION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'RECEIPT COST LAYERS READ     : ' TO SL-LABEL.
           MOVE TOT-LAYERS-READ    TO SL-COUNT.
           WRITE VALUATION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'PARTS VALUED                 : ' TO SL-LABEL.
           MOVE TOT-PARTS-VALUED   TO SL-COUNT.
           WRITE VALUATION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'PARTS WITH NO COST BASIS     : ' TO SL-LABEL.
           MOVE TOT-NO-COST-PARTS  TO SL-COUNT.
           WRITE VALUATION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'QTY WITH NO COST BASIS       : ' TO SL-LABEL.
           MOVE TOT-NO-COST-QTY    TO SL-COUNT.
           WRITE VALUATION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'TOTAL ON HAND / VALUE (USD)  : ' TO SL-LABEL.
           MOVE TOT-ON-HAND-QTY    TO SL-COUNT.
           MOVE TOT-VALUE-USD      TO SL-AMOUNT.
           WRITE VALUATION-REPORT-REC FROM SUMMARY-LINE.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-STOCK-READ TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE VALUATION-REPORT-REC FROM RH-LINE-1.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
      *  and the run fails on a genuine error.
       REPORT-FILE-FAILURE.
           MOVE 'INVVALU ' TO FS-PROGRAM.
           CALL 'FILSTAT' USING FILE-STATUS-PARM.
           IF FS-FAIL-RUN
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       STAMP-RUN-COMPLETE.
           SET JC-STAMP TO TRUE.
           MOVE 'INVVALU ' TO JC-JOB-NAME.
           MOVE WS-JOB-DATE TO JC-BUSINESS-DATE.
           MOVE RETURN-CODE TO JC-RETURN-CODE.
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *
      *  The run-control business date honors the RUNDATE override
      *  the way FINALS' does.
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
