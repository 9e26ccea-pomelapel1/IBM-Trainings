      *   orders on PURCHASES-FILE, replacing the warehouse's receipt
      *   spreadsheet.  Each RECEIPTS record carries the PO's full
      *   key (Part-Number + PO-Number) plus the received date and
      *   quantity; the matching PO is read directly by key and its
      *   latest received date kept.
      *
      *   Received goods are NOT yet stock: the quantity lands in
      *   inspection hold (PO-INSPECT-QTY) until INSPPOST accepts or
      *   rejects it.  Only accepted quantity reaches SB-ON-HAND on
      *   STOCKBAL and RECEIVED-QTY / RECEIPT-STATUS on the PO (and
      *   so INVMATCH); rejected quantity goes back to the supplier
      *   on a return-to-vendor document.
      *
      *   A receipt whose key has no PO on the master is reported
      *   and counted, never silently dropped.
      *
      *   A posted receipt closes the oldest advance ship notice
      *   still in transit for its PO (ASNFILE - see ASNPOST): the
      *   notice is marked received with the counted quantity, and
      *   when the dock's count differs from what the supplier said
      *   it shipped the difference is printed under the receipt and
      *   counted, so the buyer can take it up with the supplier.
      *
      *   The receipt names the stock location the goods were taken
      *   into (blank = main stockroom).  It is stamped on the PO as
      *   PO-RECV-LOCATION so INSPPOST puts the accepted quantity on
      *   hand there; an unknown location is reported, not posted.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.
           SELECT ASN-FILE           ASSIGN TO ASNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASN-KEY
               FILE STATUS IS WS-ASN-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT POSTING-REPORT     ASSIGN TO POSTRPT.
           05  RCPT-PO-NUMBER             PIC X(06).
           05  RCPT-DATE                  PIC 9(08).
           05  RCPT-QTY                   PIC 9(07).
           05  RCPT-LOCATION              PIC X(02).
           05  FILLER                     PIC X(04).
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
      *
      *    Business-date override - the same one-record control file
      *    failures log to the common OPSLOG and fail the run
      *    loudly and identically everywhere.
       COPY FSPARM.
      *    Shared PO audit-trail block (see POAUDPRM.cpy) - every
      *    change to a PO is logged field by field on POAUDIT.
       COPY POAUDPRM.
       01  WS-PO-STATUS                 PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-PO-FOUND-SW               PIC X     VALUE 'N'.
           88  PO-FOUND                 VALUE 'Y'.
       01  WS-ASN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RECV-LOCATION             PIC X(02) VALUE SPACES.
           88  VALID-STOCK-LOCATION     VALUE 'MS' 'OW'
                                              'L1' THRU 'L9'.
      *  No ASN file yet (ASNPOST never run) - receipts post as before.
       01  WS-ASN-OPEN-SW               PIC X     VALUE 'N'.
           88  ASN-FILE-OPEN            VALUE 'Y'.
       01  WS-ASN-DONE-SW               PIC X     VALUE 'N'.
           88  ASN-WALK-DONE            VALUE 'Y'.
       01  WS-ASN-FOUND-SW              PIC X     VALUE 'N'.
           88  ASN-MATCHED              VALUE 'Y'.
      *
       01  ACC-CTRS.
           05  TOT-RECEIPTS-READ        PIC 9(5)  VALUE ZERO.
           05  TOT-RECEIPTS-POSTED      PIC 9(5)  VALUE ZERO.
           05  TOT-RECEIPTS-UNMATCHED   PIC 9(5)  VALUE ZERO.
           05  TOT-QTY-TO-INSPECTION    PIC 9(9)  VALUE ZERO.
           05  TOT-ASN-DIFFERENCES      PIC 9(5)  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(08) VALUE 'PO NBR'.
           05  FILLER                   PIC X(10) VALUE 'RECEIVED'.
           05  FILLER                   PIC X(11) VALUE '      QTY'.
           05  FILLER                   PIC X(04) VALUE 'LOC'.
           05  FILLER                   PIC X(30) VALUE 'DISPOSITION'.
      *
       01  DETAIL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-RCPT-QTY              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-LOCATION              PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DISPOSITION           PIC X(30).
      *
       01  ASN-VARIANCE-LINE.
           05  FILLER                   PIC X(27) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'ASN: '.
           05  VL-SHIPMENT-NO           PIC X(10).
           05  FILLER                   PIC X(10) VALUE ' SHIPPED: '.
           05  VL-SHIPPED-QTY           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(13) VALUE
               '  DIFFERENCE:'.
           05  VL-DIFFERENCE            PIC ZZZ,ZZ9-.
           05  FILLER                   PIC X(22) VALUE
               '  ** QTY DIFFERS **'.
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'QTY TO INSPECTION HOLD : '.
           05  SL-TO-INSPECTION         PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'ASN QTY DIFFERENCES    : '.
           05  SL-ASN-DIFFERENCES       PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
       OPEN-FILES.
           OPEN INPUT  RECEIPTS-FILE.
           OPEN I-O    PURCHASES-FILE.
           OPEN I-O    ASN-FILE.
           IF WS-ASN-STATUS = '00'
               SET ASN-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT POSTING-REPORT.
      *
       CLOSE-FILES.
           CLOSE RECEIPTS-FILE, PURCHASES-FILE, POSTING-REPORT.
           IF ASN-FILE-OPEN
               CLOSE ASN-FILE
           END-IF.
      *
       POST-ONE-RECEIPT.
           ADD 1 TO TOT-RECEIPTS-READ.
           MOVE RCPT-PO-NUMBER    TO DL-PO-NUMBER.
           MOVE RCPT-DATE         TO DL-RCPT-DATE.
           MOVE RCPT-QTY          TO DL-RCPT-QTY.
           MOVE RCPT-LOCATION     TO WS-RECV-LOCATION.
           IF WS-RECV-LOCATION = SPACES
               MOVE 'MS' TO WS-RECV-LOCATION
           END-IF.
           MOVE WS-RECV-LOCATION  TO DL-LOCATION.
      *
           MOVE 'N' TO WS-PO-FOUND-SW.
           MOVE 'N' TO WS-ASN-FOUND-SW.
           MOVE RCPT-PART-NUMBER  TO PART-NUMBER IN PURCHASE-ORDERS.
           MOVE RCPT-PO-NUMBER    TO PO-NUMBER   IN PURCHASE-ORDERS.
           READ PURCHASES-FILE
      *    report for the dock to resolve - never onto the master.
      *    Goods arrive against a RELEASE, never against the blanket
      *    agreement itself.
           IF NOT VALID-STOCK-LOCATION
               MOVE 'UNKNOWN RECEIVING LOCATION' TO DL-DISPOSITION
               ADD 1 TO TOT-RECEIPTS-UNMATCHED
           ELSE
           IF PO-FOUND AND PO-BLANKET-HEADER IN PURCHASE-ORDERS
               MOVE 'BLANKET HEADER - POST TO RELEASE'
                    TO DL-DISPOSITION
               ADD 1 TO TOT-RECEIPTS-UNMATCHED
           ELSE
           IF PO-FOUND
               MOVE PURCHASE-ORDERS TO PA-BEFORE-IMAGE
               IF RCPT-DATE > RECEIVED-DATE IN PURCHASE-ORDERS
                   MOVE RCPT-DATE TO RECEIVED-DATE IN PURCHASE-ORDERS
               END-IF
               IF PO-INSPECT-QTY IN PURCHASE-ORDERS NOT NUMERIC
                   MOVE ZERO TO PO-INSPECT-QTY IN PURCHASE-ORDERS
               END-IF
               ADD RCPT-QTY TO PO-INSPECT-QTY IN PURCHASE-ORDERS
               MOVE WS-RECV-LOCATION
                    TO PO-RECV-LOCATION IN PURCHASE-ORDERS
               ADD RCPT-QTY TO TOT-QTY-TO-INSPECTION
               MOVE 'POSTED - HELD FOR INSPECTION' TO DL-DISPOSITION
               REWRITE PURCHASE-ORDERS
                   INVALID KEY
                       MOVE 'REWRITE FAILED' TO DL-DISPOSITION
                       MOVE 'REWRITE ' TO FS-OPERATION
                       MOVE WS-PO-STATUS TO FS-STATUS
                       PERFORM REPORT-FILE-FAILURE
                   NOT INVALID KEY
                       PERFORM AUDIT-PO-CHANGE
               END-REWRITE
               ADD 1 TO TOT-RECEIPTS-POSTED
               IF ASN-FILE-OPEN
                   PERFORM MATCH-SHIP-NOTICE
               END-IF
           ELSE
               MOVE 'NO MATCHING PO ON MASTER' TO DL-DISPOSITION
               ADD 1 TO TOT-RECEIPTS-UNMATCHED
           END-IF
           END-IF
           END-IF
           END-IF.
           WRITE POSTING-REPORT-REC FROM DETAIL-LINE.
           IF ASN-MATCHED
               AND ASN-RECEIVED-QTY NOT = ASN-SHIPPED-QTY
               PERFORM WRITE-ASN-VARIANCE
           END-IF.
           READ RECEIPTS-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
      *  Oldest in-transit notice for the PO - the shipment numbers
      *  are the supplier's, so key order within the PO is the best
      *  arrival order available.
       MATCH-SHIP-NOTICE.
           MOVE 'N' TO WS-ASN-DONE-SW.
           MOVE RCPT-PART-NUMBER TO PART-NUMBER IN ASN-REC.
           MOVE RCPT-PO-NUMBER   TO PO-NUMBER   IN ASN-REC.
           MOVE LOW-VALUES       TO ASN-SHIPMENT-NO.
           START ASN-FILE KEY >= ASN-KEY
               INVALID KEY SET ASN-WALK-DONE TO TRUE
           END-START.
           PERFORM UNTIL ASN-WALK-DONE
               READ ASN-FILE NEXT
                   AT END SET ASN-WALK-DONE TO TRUE
               END-READ
               IF NOT ASN-WALK-DONE
                   AND WS-ASN-STATUS NOT = '00'
                   SET ASN-WALK-DONE TO TRUE
               END-IF
               IF NOT ASN-WALK-DONE
                   IF PART-NUMBER IN ASN-REC = RCPT-PART-NUMBER
                      AND PO-NUMBER IN ASN-REC = RCPT-PO-NUMBER
                       IF ASN-IN-TRANSIT
                           SET ASN-MATCHED   TO TRUE
                           SET ASN-WALK-DONE TO TRUE
                       END-IF
                   ELSE
                       SET ASN-WALK-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF ASN-MATCHED
               SET ASN-RECEIVED  TO TRUE
               MOVE RCPT-QTY     TO ASN-RECEIVED-QTY
               MOVE RCPT-DATE    TO ASN-RECEIVED-DATE
               REWRITE ASN-REC
                   INVALID KEY
                       MOVE 'ASNFILE ' TO FS-DDNAME
                       MOVE 'REWRITE ' TO FS-OPERATION
                       MOVE WS-ASN-STATUS TO FS-STATUS
                       PERFORM REPORT-FILE-FAILURE
               END-REWRITE
           END-IF.
      *
       WRITE-ASN-VARIANCE.
           ADD 1 TO TOT-ASN-DIFFERENCES.
           MOVE ASN-SHIPMENT-NO  TO VL-SHIPMENT-NO.
           MOVE ASN-SHIPPED-QTY  TO VL-SHIPPED-QTY.
           COMPUTE VL-DIFFERENCE = ASN-RECEIVED-QTY - ASN-SHIPPED-QTY.
           WRITE POSTING-REPORT-REC FROM ASN-VARIANCE-LINE.
      *
       WRITE-HEADINGS.
           MOVE 'RECPOST ' TO RH-REPORT-ID.
           WRITE POSTING-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-RECEIPTS-UNMATCHED TO SL-UNMATCHED.
           WRITE POSTING-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-QTY-TO-INSPECTION  TO SL-TO-INSPECTION.
           WRITE POSTING-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-ASN-DIFFERENCES    TO SL-ASN-DIFFERENCES.
           WRITE POSTING-REPORT-REC FROM SUMMARY-LINE-5.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-RECEIPTS-READ TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE POSTING-REPORT-REC FROM RH-LINE-1.
      *
      *  Field-level audit of the PO just rewritten (see POAUDIT);
      *  the before image was taken when the PO was read.
       AUDIT-PO-CHANGE.
           SET PA-CHANGE TO TRUE.
           MOVE 'RECPOST ' TO PA-PROGRAM.
           MOVE WS-JOB-DATE TO PA-BUSINESS-DATE.
           MOVE PURCHASE-ORDERS TO PA-AFTER-IMAGE.
           CALL 'POAUDIT' USING PO-AUDIT-PARM.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
      *  and the run fails on a genuine error.
