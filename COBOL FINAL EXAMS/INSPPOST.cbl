       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPPOST.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   INSPPOST posts receiving-inspection results.  RECPOST
      *   parks every received quantity in inspection hold on the PO
      *   (PO-INSPECT-QTY); nothing is stock until it passes here.
      *   Each INSPTRAN record carries the PO's full key, the
      *   inspection date, the quantity accepted and the quantity
      *   rejected with a reject reason.
      *
      *   Accepted quantity comes out of hold and is counted into
      *   RECEIVED-QTY / RECEIPT-STATUS ('P' partial, 'F' full) on
      *   the PO - so INVMATCH only pays for good parts - and into
      *   SB-ON-HAND on STOCKBAL at the location RECPOST received it
      *   into (PO-RECV-LOCATION, blank = main stockroom; a first
      *   receipt there creates the balance record) - and the
      *   accepted lot, with its PO unit price, is appended to the
      *   RCPTCOST cost layers the INVVALU month-end valuation
      *   prices stock from.
      *
      *   Rejected quantity comes out of hold onto a return-to-vendor
      *   document (RTVDOC, addressed from the supplier's order
      *   address) and the RTVHIST history SUPPSCRD turns into the
      *   supplier's quality-reject count.  The PO stays open for
      *   the replacement shipment.
      *
      *   A result for a PO not on file, or for more than is in
      *   hold, is reported and counted, never applied.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSPECTION-FILE    ASSIGN TO INSPTRAN.
           SELECT PURCHASES-FILE     ASSIGN TO PURCHASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.
           SELECT STOCK-BALANCE-FILE ASSIGN TO STOCKBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT SUPPLIER-FILE      ASSIGN TO SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER OF SUPPLIER-REC
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT ADDRESS-FILE       ASSIGN TO ADDRESES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-KEY
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT RTV-HISTORY-FILE   ASSIGN TO RTVHIST
               FILE STATUS IS WS-RTVH-STATUS.
           SELECT RECEIPT-COST-FILE  ASSIGN TO RCPTCOST
               FILE STATUS IS WS-RCL-STATUS.
           SELECT RTV-CONTROL        ASSIGN TO RTVCTL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RTV-DOCUMENT       ASSIGN TO RTVDOC.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT INSPECTION-REPORT  ASSIGN TO INSPRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  INSPECTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INSPECTION-REC.
       01  INSPECTION-REC.
           05  INSP-PART-NUMBER           PIC X(23).
           05  INSP-PO-NUMBER             PIC X(06).
           05  INSP-DATE                  PIC 9(08).
           05  INSP-ACCEPT-QTY            PIC 9(07).
           05  INSP-REJECT-QTY            PIC 9(07).
      *        Reject reason - see RTV-REASON-CODE in RTVHIST.cpy.
           05  INSP-REASON-CODE           PIC X(02).
           05  FILLER                     PIC X(07).
      *
       FD  PURCHASES-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PURCHASE-ORDERS.
       COPY PURCHASE.
      *
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
       FD  ADDRESS-FILE
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS SUPP-ADDRESS.
       COPY ADDRESES.
      *
       FD  RTV-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTV-HIST-REC.
       COPY RTVHIST.
      *
       FD  RECEIPT-COST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPT-COST-REC.
       COPY RCPTCOST.
      *
      *    One-record control file carrying the last RTV document
      *    number used - read at startup, written back at end of run.
       FD  RTV-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTV-CONTROL-REC.
       01  RTV-CONTROL-REC.
           05  CTL-LAST-RTV-NO            PIC 9(06).
           05  FILLER                     PIC X(74).
      *
       FD  RTV-DOCUMENT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTV-DOCUMENT-REC.
       01  RTV-DOCUMENT-REC               PIC X(132).
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
       FD  INSPECTION-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INSPECTION-REPORT-REC.
       01  INSPECTION-REPORT-REC          PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
      *    Shared report-heading block (see RPTPARM.cpy) - company,
      *    report id, business date, page number, and the END OF
      *    REPORT trailer that makes the printout self-verifying.
       COPY RPTPARM.
      *    Run-control block (see JOBPARM.cpy) - this job checks its
      *    predecessors on RUNCTL before running and stamps its own
      *    completion after.
       COPY JOBPARM.
       01  WS-JOB-DATE                  PIC 9(08) VALUE ZERO.
      *    Shared file-status handler block (see FSPARM.cpy) - I/O
      *    failures log to the common OPSLOG and fail the run
      *    loudly and identically everywhere.
       COPY FSPARM.
      *    Shared PO audit-trail block (see POAUDPRM.cpy).
       COPY POAUDPRM.
       01  WS-PO-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-STOCK-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SUPP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-ADDR-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RTVH-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RCL-STATUS                PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-PO-FOUND-SW               PIC X     VALUE 'N'.
           88  PO-FOUND                 VALUE 'Y'.
       01  WS-STOCK-FOUND-SW            PIC X     VALUE 'N'.
           88  STOCK-REC-FOUND          VALUE 'Y'.
       01  WS-STOCK-LOCATION            PIC X(02) VALUE SPACES.
      *
       01  WS-RTV-NO                    PIC 9(06) VALUE ZERO.
       01  WS-INSPECTED-QTY             PIC 9(08) VALUE ZERO.
       01  WS-REASON-TEXT               PIC X(20) VALUE SPACES.
      *
       01  ACC-CTRS.
           05  TOT-RESULTS-READ         PIC 9(5)  VALUE ZERO.
           05  TOT-RESULTS-POSTED       PIC 9(5)  VALUE ZERO.
           05  TOT-RESULTS-REFUSED      PIC 9(5)  VALUE ZERO.
           05  TOT-POS-COMPLETED        PIC 9(5)  VALUE ZERO.
           05  TOT-RTV-DOCUMENTS        PIC 9(5)  VALUE ZERO.
           05  TOT-QTY-ACCEPTED         PIC 9(9)  VALUE ZERO.
           05  TOT-QTY-REJECTED         PIC 9(9)  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(25) VALUE 'PART NUMBER'.
           05  FILLER                   PIC X(08) VALUE 'PO NBR'.
           05  FILLER                   PIC X(10) VALUE 'INSPECTED'.
           05  FILLER                   PIC X(09) VALUE ' ACCEPTED'.
           05  FILLER                   PIC X(09) VALUE ' REJECTED'.
           05  FILLER                   PIC X(09) VALUE '  ON HOLD'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(32) VALUE 'DISPOSITION'.
      *
       01  DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PO-NUMBER             PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-INSP-DATE             PIC XXXX/XX/XX.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ACCEPT-QTY            PIC Z,ZZZ,ZZ9.
           05  DL-REJECT-QTY            PIC Z,ZZZ,ZZ9.
           05  DL-HOLD-QTY              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DISPOSITION           PIC X(40).
      *
       01  SUMMARY-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  SL-LABEL                 PIC X(30).
           05  SL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
      *
       01  RTV-TITLE-LINE.
           05  FILLER                   PIC X(30) VALUE
               'RETURN TO VENDOR'.
           05  FILLER                   PIC X(08) VALUE 'RTV NO '.
           05  RT-RTV-NO                PIC 9(06).
           05  FILLER                   PIC X(08) VALUE '  DATE '.
           05  RT-RTV-DATE              PIC XXXX/XX/XX.
       01  RTV-SUPPLIER-LINE.
           05  FILLER                   PIC X(10) VALUE 'SHIP TO:'.
           05  RS-SUPPLIER-CODE         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RS-SUPPLIER-NAME         PIC X(15).
       01  RTV-ADDRESS-LINE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  RA-ADDRESS               PIC X(60).
       01  RTV-ITEM-LINE.
           05  FILLER                   PIC X(10) VALUE 'RETURNING'.
           05  RI-QTY                   PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE ' OF PART '.
           05  RI-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(08) VALUE '  ON PO '.
           05  RI-PO-NUMBER             PIC X(06).
       01  RTV-REASON-LINE.
           05  FILLER                   PIC X(10) VALUE 'REASON:'.
           05  RR-REASON-CODE           PIC X(02).
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  RR-REASON-TEXT           PIC X(20).
           05  FILLER                   PIC X(30) VALUE
               '   REPLACEMENT DUE ON PO'.
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
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
           READ INSPECTION-FILE
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM POST-ONE-RESULT UNTIL END-OF-FILE.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM STAMP-RUN-COMPLETE.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  INSPECTION-FILE, SUPPLIER-FILE, ADDRESS-FILE.
           OPEN I-O    PURCHASES-FILE.
      *    First-ever run has no stock-balance file yet - create it.
           OPEN I-O    STOCK-BALANCE-FILE.
           IF WS-STOCK-STATUS NOT = '00'
               OPEN OUTPUT STOCK-BALANCE-FILE
               CLOSE STOCK-BALANCE-FILE
               OPEN I-O STOCK-BALANCE-FILE
           END-IF.
      *    RTV history accumulates across runs - first run creates it.
           OPEN EXTEND RTV-HISTORY-FILE.
           IF WS-RTVH-STATUS NOT = '00'
               OPEN OUTPUT RTV-HISTORY-FILE
           END-IF.
      *    Cost layers accumulate across runs too.
           OPEN EXTEND RECEIPT-COST-FILE.
           IF WS-RCL-STATUS NOT = '00'
               OPEN OUTPUT RECEIPT-COST-FILE
           END-IF.
           OPEN OUTPUT RTV-DOCUMENT, INSPECTION-REPORT.
      *    Pick up the last RTV number used; a missing control file
      *    starts the sequence at zero.
           OPEN INPUT RTV-CONTROL.
           IF WS-CTL-STATUS = '00'
               READ RTV-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-LAST-RTV-NO NUMERIC
                           MOVE CTL-LAST-RTV-NO TO WS-RTV-NO
                       END-IF
               END-READ
               CLOSE RTV-CONTROL
           END-IF.
      *
       CLOSE-FILES.
      *    Carry the last RTV number used forward for next run.
           OPEN OUTPUT RTV-CONTROL.
           MOVE SPACES    TO RTV-CONTROL-REC.
           MOVE WS-RTV-NO TO CTL-LAST-RTV-NO.
           WRITE RTV-CONTROL-REC.
           CLOSE RTV-CONTROL.
           CLOSE INSPECTION-FILE, SUPPLIER-FILE, ADDRESS-FILE,
                 PURCHASES-FILE, STOCK-BALANCE-FILE, RTV-HISTORY-FILE,
                 RTV-DOCUMENT, INSPECTION-REPORT, RECEIPT-COST-FILE.
      *
       POST-ONE-RESULT.
           ADD 1 TO TOT-RESULTS-READ.
           MOVE SPACES            TO DETAIL-LINE.
           MOVE INSP-PART-NUMBER  TO DL-PART-NUMBER.
           MOVE INSP-PO-NUMBER    TO DL-PO-NUMBER.
           MOVE INSP-DATE         TO DL-INSP-DATE.
           MOVE INSP-ACCEPT-QTY   TO DL-ACCEPT-QTY.
           MOVE INSP-REJECT-QTY   TO DL-REJECT-QTY.
      *
           MOVE 'N' TO WS-PO-FOUND-SW.
           MOVE INSP-PART-NUMBER  TO PART-NUMBER IN PURCHASE-ORDERS.
           MOVE INSP-PO-NUMBER    TO PO-NUMBER   IN PURCHASE-ORDERS.
           READ PURCHASES-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET PO-FOUND TO TRUE
           END-READ.
           IF PO-FOUND
               AND PO-INSPECT-QTY IN PURCHASE-ORDERS NOT NUMERIC
               MOVE ZERO TO PO-INSPECT-QTY IN PURCHASE-ORDERS
           END-IF.
           MOVE ZERO TO WS-INSPECTED-QTY.
           IF INSP-ACCEPT-QTY NUMERIC AND INSP-REJECT-QTY NUMERIC
               COMPUTE WS-INSPECTED-QTY =
                       INSP-ACCEPT-QTY + INSP-REJECT-QTY
           END-IF.
      *
           EVALUATE TRUE
               WHEN NOT PO-FOUND
                   MOVE 'NO MATCHING PO ON MASTER' TO DL-DISPOSITION
                   ADD 1 TO TOT-RESULTS-REFUSED
               WHEN WS-INSPECTED-QTY = ZERO
                   MOVE 'NO QUANTITY INSPECTED' TO DL-DISPOSITION
                   ADD 1 TO TOT-RESULTS-REFUSED
               WHEN WS-INSPECTED-QTY >
                    PO-INSPECT-QTY IN PURCHASE-ORDERS
                   MOVE PO-INSPECT-QTY IN PURCHASE-ORDERS
                        TO DL-HOLD-QTY
                   MOVE 'MORE THAN IS ON INSPECTION HOLD'
                        TO DL-DISPOSITION
                   ADD 1 TO TOT-RESULTS-REFUSED
               WHEN INSP-REJECT-QTY > ZERO
                    AND NOT (INSP-REASON-CODE = 'DM' OR 'OS' OR
                                                'WP' OR 'OV')
                   MOVE 'REJECT REASON CODE NOT VALID'
                        TO DL-DISPOSITION
                   ADD 1 TO TOT-RESULTS-REFUSED
               WHEN OTHER
                   PERFORM APPLY-INSPECTION
           END-EVALUATE.
           WRITE INSPECTION-REPORT-REC FROM DETAIL-LINE.
           READ INSPECTION-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
      *  Both quantities leave hold; only the accepted quantity is
      *  received against the PO and put into stock.
       APPLY-INSPECTION.
           MOVE PURCHASE-ORDERS TO PA-BEFORE-IMAGE.
           SUBTRACT WS-INSPECTED-QTY
               FROM PO-INSPECT-QTY IN PURCHASE-ORDERS.
           ADD INSP-ACCEPT-QTY TO RECEIVED-QTY IN PURCHASE-ORDERS.
           IF RECEIVED-QTY IN PURCHASE-ORDERS >=
              QUANTITY IN PURCHASE-ORDERS
               IF NOT PO-FULL-RECEIVED IN PURCHASE-ORDERS
                   ADD 1 TO TOT-POS-COMPLETED
               END-IF
               SET PO-FULL-RECEIVED IN PURCHASE-ORDERS TO TRUE
               MOVE 'POSTED - PO FULLY RECEIVED' TO DL-DISPOSITION
           ELSE
               IF RECEIVED-QTY IN PURCHASE-ORDERS > ZERO
                   SET PO-PART-RECEIVED IN PURCHASE-ORDERS TO TRUE
                   MOVE 'POSTED - PO PARTIALLY RECEIVED'
                        TO DL-DISPOSITION
               ELSE
                   MOVE 'POSTED - NOTHING ACCEPTED'
                        TO DL-DISPOSITION
               END-IF
           END-IF.
           MOVE PO-INSPECT-QTY IN PURCHASE-ORDERS TO DL-HOLD-QTY.
           REWRITE PURCHASE-ORDERS
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO DL-DISPOSITION
                   MOVE 'PURCHASE' TO FS-DDNAME
                   MOVE 'REWRITE ' TO FS-OPERATION
                   MOVE WS-PO-STATUS TO FS-STATUS
                   PERFORM REPORT-FILE-FAILURE
               NOT INVALID KEY
                   PERFORM AUDIT-PO-CHANGE
           END-REWRITE.
           IF INSP-ACCEPT-QTY > ZERO
               PERFORM POST-STOCK-BALANCE
               PERFORM WRITE-COST-LAYER
           END-IF.
           IF INSP-REJECT-QTY > ZERO
               PERFORM ISSUE-RETURN-TO-VENDOR
           END-IF.
           ADD 1 TO TOT-RESULTS-POSTED.
           ADD INSP-ACCEPT-QTY TO TOT-QTY-ACCEPTED.
           ADD INSP-REJECT-QTY TO TOT-QTY-REJECTED.
      *
      *  Accepted goods land at the receiving location - the part's
      *  balance record there gains the accepted quantity (a first
      *  receipt for a part at a location creates its record).
       POST-STOCK-BALANCE.
           MOVE 'N' TO WS-STOCK-FOUND-SW.
           MOVE INSP-PART-NUMBER
                TO PART-NUMBER IN STOCK-BALANCE-REC.
           MOVE PO-RECV-LOCATION IN PURCHASE-ORDERS TO SB-LOCATION.
           IF SB-LOCATION = SPACES
               SET SB-MAIN-STOCKROOM TO TRUE
           END-IF.
           READ STOCK-BALANCE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET STOCK-REC-FOUND TO TRUE
           END-READ.
           IF NOT STOCK-REC-FOUND
               MOVE SB-LOCATION TO WS-STOCK-LOCATION
               INITIALIZE STOCK-BALANCE-REC
               MOVE INSP-PART-NUMBER
                    TO PART-NUMBER IN STOCK-BALANCE-REC
               MOVE WS-STOCK-LOCATION TO SB-LOCATION
           END-IF.
           ADD INSP-ACCEPT-QTY TO SB-ON-HAND.
           IF INSP-DATE > SB-LAST-RECEIPT-DATE
               MOVE INSP-DATE TO SB-LAST-RECEIPT-DATE
           END-IF.
           IF STOCK-REC-FOUND
               REWRITE STOCK-BALANCE-REC
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE STOCK-BALANCE-REC
                   INVALID KEY
                       REWRITE STOCK-BALANCE-REC
                       END-REWRITE
               END-WRITE
           END-IF.
      *
      *  The accepted lot's cost, at the price it was ordered at.
       WRITE-COST-LAYER.
           MOVE SPACES                        TO RECEIPT-COST-REC.
           MOVE INSP-PART-NUMBER              TO RCL-PART-NUMBER.
           MOVE INSP-PO-NUMBER                TO RCL-PO-NUMBER.
           MOVE INSP-DATE                     TO RCL-RECEIPT-DATE.
           MOVE INSP-ACCEPT-QTY               TO RCL-QTY.
           MOVE UNIT-PRICE IN PURCHASE-ORDERS TO RCL-UNIT-PRICE.
           MOVE PO-CURRENCY-CODE IN PURCHASE-ORDERS
                TO RCL-CURRENCY-CODE.
           WRITE RECEIPT-COST-REC.
      *
      *  One RTV document per rejected lot, shipped back to the
      *  supplier's order address, plus the history record the
      *  scorecard counts.
       ISSUE-RETURN-TO-VENDOR.
           ADD 1 TO WS-RTV-NO, TOT-RTV-DOCUMENTS.
           MOVE INSP-PART-NUMBER TO PART-NUMBER IN SUPPLIER-REC.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE '**UNKNOWN*' TO SUPPLIER-CODE IN SUPPLIER-REC
                   MOVE SPACES       TO SUPPLIER-NAME IN SUPPLIER-REC
           END-READ.
           EVALUATE INSP-REASON-CODE
               WHEN 'DM'   MOVE 'DAMAGED IN TRANSIT'   TO WS-REASON-TEXT
               WHEN 'OS'   MOVE 'OUT OF SPECIFICATION' TO WS-REASON-TEXT
               WHEN 'WP'   MOVE 'WRONG PART SHIPPED'   TO WS-REASON-TEXT
               WHEN 'OV'   MOVE 'OVER-SHIPPED'         TO WS-REASON-TEXT
           END-EVALUATE.
      *
           MOVE SPACES                        TO RTV-HIST-REC.
           MOVE WS-RTV-NO                     TO RTV-NUMBER.
           MOVE INSP-DATE                     TO RTV-DATE.
           MOVE SUPPLIER-CODE IN SUPPLIER-REC TO RTV-SUPPLIER-CODE.
           MOVE INSP-PART-NUMBER              TO RTV-PART-NUMBER.
           MOVE INSP-PO-NUMBER                TO RTV-PO-NUMBER.
           MOVE INSP-REJECT-QTY               TO RTV-QTY.
           MOVE INSP-REASON-CODE              TO RTV-REASON-CODE.
           MOVE UNIT-PRICE IN PURCHASE-ORDERS TO RTV-UNIT-PRICE.
           MOVE PO-CURRENCY-CODE IN PURCHASE-ORDERS
                TO RTV-CURRENCY-CODE.
           WRITE RTV-HIST-REC.
      *
           MOVE WS-RTV-NO  TO RT-RTV-NO.
           MOVE INSP-DATE  TO RT-RTV-DATE.
           WRITE RTV-DOCUMENT-REC FROM RTV-TITLE-LINE.
           MOVE SUPPLIER-CODE IN SUPPLIER-REC TO RS-SUPPLIER-CODE.
           MOVE SUPPLIER-NAME IN SUPPLIER-REC TO RS-SUPPLIER-NAME.
           WRITE RTV-DOCUMENT-REC FROM RTV-SUPPLIER-LINE.
           PERFORM FORMAT-RETURN-ADDRESS.
           WRITE RTV-DOCUMENT-REC FROM RTV-ADDRESS-LINE.
           MOVE INSP-REJECT-QTY  TO RI-QTY.
           MOVE INSP-PART-NUMBER TO RI-PART-NUMBER.
           MOVE INSP-PO-NUMBER   TO RI-PO-NUMBER.
           WRITE RTV-DOCUMENT-REC FROM RTV-ITEM-LINE.
           MOVE INSP-REASON-CODE TO RR-REASON-CODE.
           MOVE WS-REASON-TEXT   TO RR-REASON-TEXT.
           WRITE RTV-DOCUMENT-REC FROM RTV-REASON-LINE.
           MOVE SPACES TO RTV-DOCUMENT-REC.
           WRITE RTV-DOCUMENT-REC.
      *
      *  Returns go to the supplier's order address for the part.
       FORMAT-RETURN-ADDRESS.
           MOVE SPACES TO RA-ADDRESS.
           MOVE INSP-PART-NUMBER TO PART-NUMBER IN SUPP-ADDRESS.
           MOVE '1' TO ADDRESS-TYPE IN SUPP-ADDRESS.
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE '** NO ORDER ADDRESS ON FILE **' TO RA-ADDRESS
               NOT INVALID KEY
                   STRING ADDRESS-1 IN SUPP-ADDRESS DELIMITED BY '  '
                          ', '    DELIMITED BY SIZE
                          CITY IN SUPP-ADDRESS DELIMITED BY '  '
                          ', '    DELIMITED BY SIZE
                          ADDR-STATE IN SUPP-ADDRESS DELIMITED BY '  '
                          ' '     DELIMITED BY SIZE
                          ZIP-CODE IN SUPP-ADDRESS DELIMITED BY SIZE
                       INTO RA-ADDRESS
           END-READ.
      *
       WRITE-HEADINGS.
           MOVE 'INSPPOST' TO RH-REPORT-ID.
           MOVE 'RECEIVING INSPECTION POSTING REPORT'
                TO RH-REPORT-TITLE.
           MOVE WS-JOB-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE INSPECTION-REPORT-REC FROM RH-LINE-1.
           WRITE INSPECTION-REPORT-REC FROM RH-LINE-2.
           MOVE  SPACES TO INSPECTION-REPORT-REC.
           WRITE INSPECTION-REPORT-REC.
           WRITE INSPECTION-REPORT-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO INSPECTION-REPORT-REC.
           WRITE INSPECTION-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO INSPECTION-REPORT-REC.
           WRITE INSPECTION-REPORT-REC.
           MOVE 'RESULTS READ           : ' TO SL-LABEL.
           MOVE TOT-RESULTS-READ            TO SL-COUNT.
           WRITE INSPECTION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'RESULTS POSTED         : ' TO SL-LABEL.
           MOVE TOT-RESULTS-POSTED          TO SL-COUNT.
           WRITE INSPECTION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'RESULTS REFUSED        : ' TO SL-LABEL.
           MOVE TOT-RESULTS-REFUSED         TO SL-COUNT.
           WRITE INSPECTION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'QTY ACCEPTED TO STOCK  : ' TO SL-LABEL.
           MOVE TOT-QTY-ACCEPTED            TO SL-COUNT.
           WRITE INSPECTION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'QTY RETURNED TO VENDOR : ' TO SL-LABEL.
           MOVE TOT-QTY-REJECTED            TO SL-COUNT.
           WRITE INSPECTION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'RTV DOCUMENTS ISSUED   : ' TO SL-LABEL.
           MOVE TOT-RTV-DOCUMENTS           TO SL-COUNT.
           WRITE INSPECTION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'POS FULLY RECEIVED     : ' TO SL-LABEL.
           MOVE TOT-POS-COMPLETED           TO SL-COUNT.
           WRITE INSPECTION-REPORT-REC FROM SUMMARY-LINE.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-RESULTS-READ TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE INSPECTION-REPORT-REC FROM RH-LINE-1.
      *
      *  Field-level audit of the PO just rewritten (see POAUDIT);
      *  the before image was taken when the PO was read.
       AUDIT-PO-CHANGE.
           SET PA-CHANGE TO TRUE.
           MOVE 'INSPPOST' TO PA-PROGRAM.
           MOVE WS-JOB-DATE TO PA-BUSINESS-DATE.
           MOVE PURCHASE-ORDERS TO PA-AFTER-IMAGE.
           CALL 'POAUDIT' USING PO-AUDIT-PARM.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
      *  and the run fails on a genuine error.
       REPORT-FILE-FAILURE.
           MOVE 'INSPPOST' TO FS-PROGRAM.
           CALL 'FILSTAT' USING FILE-STATUS-PARM.
           IF FS-FAIL-RUN
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      *  The sticky note, enforced: the predecessors must have
      *  stamped clean completions on RUNCTL for the business date
      *  or this job refuses to run.
       VERIFY-PREDECESSORS.
           SET JC-CHECK TO TRUE.
           MOVE 'INSPPOST' TO JC-JOB-NAME.
           MOVE WS-JOB-DATE TO JC-BUSINESS-DATE.
           MOVE 1 TO JC-PRED-COUNT.
           MOVE 'RECPOST ' TO JC-PRED-NAME(1).
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *
       STAMP-RUN-COMPLETE.
           SET JC-STAMP TO TRUE.
           MOVE 'INSPPOST' TO JC-JOB-NAME.
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
