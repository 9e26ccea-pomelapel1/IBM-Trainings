      *     - the period's receipt volume (RECEIVED-QTY on POs whose
      *       RECEIVED-DATE falls in the period);
      *     - transactions read and exception counts from the RUNLOG
      *       run-control records dated in the period;
      *     - the stockroom's value from the INVVALU month-end
      *       valuation (INVVALH), shown beside committed spend.
      *
      *   One record set per accounting period (the business date's
      *   YYYYMM, RUNDATE override honored) is appended to the
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT PERIOD-HISTORY-FILE ASSIGN TO PERHIST
               FILE STATUS IS WS-PERHIST-STATUS.
           SELECT VALUATION-HISTORY  ASSIGN TO INVVALH
               FILE STATUS IS WS-VALH-STATUS.
           SELECT CLOSE-REPORT       ASSIGN TO CLOSERPT.
       DATA DIVISION.
       FILE SECTION.
       COPY PURCHASE.
      *
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
      *
           05  PH-TRANS-READ            PIC 9(07).
           05  PH-EXCEPTIONS            PIC 9(07).
           05  FILLER                   PIC X(21).
      *
      *    Period inventory valuation written by INVVALU.
       FD  VALUATION-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INV-VALUATION-REC.
       COPY INVVALH.
      *
       FD  CLOSE-REPORT
           RECORDING MODE IS F
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PERHIST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-VALH-STATUS               PIC X(02) VALUE SPACES.
       01  WS-VALUED-SW                 PIC X     VALUE 'N'.
           88  PERIOD-VALUED            VALUE 'Y'.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
      *
       01  WS-PRIOR-RECEIPT-QTY         PIC S9(09) VALUE ZERO.
       01  WS-PRIOR-TRANS-READ          PIC S9(07) VALUE ZERO.
       01  WS-PRIOR-EXCEPTIONS          PIC S9(07) VALUE ZERO.
       01  WS-PRIOR-INV-VALUE           PIC S9(11)V99 VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-POS-READ             PIC 9(6)      VALUE ZERO.
           05  TOT-RECEIPT-QTY          PIC S9(09)    VALUE ZERO.
           05  TOT-TRANS-READ           PIC 9(07)     VALUE ZERO.
           05  TOT-EXCEPTIONS           PIC 9(07)     VALUE ZERO.
           05  TOT-INV-VALUE            PIC S9(11)V99 VALUE ZERO.
           05  TOT-NO-COST-PARTS        PIC 9(06)     VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           PERFORM ACCUMULATE-FROM-PURCHASES.
           PERFORM ACCUMULATE-FROM-RUNLOG.
           PERFORM LOAD-PRIOR-PERIOD.
           PERFORM LOAD-INVENTORY-VALUE.
           PERFORM APPEND-PERIOD-HISTORY.
           PERFORM WRITE-CLOSE-REPORT.
           PERFORM CLOSE-FILES.
               CLOSE PERIOD-HISTORY-FILE
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
      *  This period's and the prior period's valuation totals; a
      *  rerun of INVVALU appends a fresh set, so the last wins.
       LOAD-INVENTORY-VALUE.
           OPEN INPUT VALUATION-HISTORY.
           IF WS-VALH-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ VALUATION-HISTORY
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF IV-TOTAL AND IV-PERIOD = WS-PERIOD
                       SET PERIOD-VALUED TO TRUE
                       MOVE IV-VALUE-USD     TO TOT-INV-VALUE
                       MOVE IV-NO-COST-PARTS TO TOT-NO-COST-PARTS
                   END-IF
                   IF IV-TOTAL AND IV-PERIOD = WS-PRIOR-PERIOD
                       MOVE IV-VALUE-USD TO WS-PRIOR-INV-VALUE
                   END-IF
                   READ VALUATION-HISTORY
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE VALUATION-HISTORY
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
       APPEND-PERIOD-HISTORY.
           OPEN EXTEND PERIOD-HISTORY-FILE.
           PERFORM FIND-PRIOR-TOTALS.
           MOVE WS-PRIOR-AMOUNT TO TL-PRIOR.
           WRITE CLOSE-REPORT-REC FROM TOTALS-LINE.
           MOVE 'INVENTORY VALUE (USD)  : ' TO TL-LABEL.
           MOVE TOT-INV-VALUE TO TL-CURRENT.
           MOVE WS-PRIOR-INV-VALUE TO TL-PRIOR.
           WRITE CLOSE-REPORT-REC FROM TOTALS-LINE.
           IF NOT PERIOD-VALUED
               MOVE '   ** NO INVVALU VALUATION ON FILE FOR PERIOD'
                    TO SC-TITLE
               WRITE CLOSE-REPORT-REC FROM SECTION-LINE
           ELSE
               IF TOT-NO-COST-PARTS > ZERO
                   MOVE 'NO-COST-BASIS PARTS    : ' TO CT-LABEL
                   MOVE TOT-NO-COST-PARTS TO CT-CURRENT
                   MOVE ZERO TO CT-PRIOR
                   WRITE CLOSE-REPORT-REC FROM COUNT-LINE
               END-IF
           END-IF.
      *
           PERFORM FIND-PRIOR-T-ENTRY.
           MOVE 'POS ON MASTER          : ' TO CT-LABEL.
