      *       loop bought.  Orders and inventory are carried
      *       forward whole (INSTORDO / INSTINVO, the LOANPOST
      *       master-out convention).
      *   b)  Each instrument received also goes onto the asset
      *       register (INSTASET in, INSTASTO out) under the serial
      *       number on its receipt, with the order number, vendor
      *       and cost from the order - checked in, ready for
      *       INSTCKO to check out to a musician.  A receipt with no
      *       serial number, or one already on the register, is
      *       rejected and its order left open.
      *
      *   A receipt for an unknown or already-received order is
      *   reported, never silently applied.
           SELECT INSTRUMENT-ORDERS-OUT ASSIGN TO INSTORDO.
           SELECT INST-INVENTORY-FILE ASSIGN TO INSTINV.
           SELECT INST-INVENTORY-OUT  ASSIGN TO INSTINVO.
           SELECT ASSET-REGISTER    ASSIGN TO INSTASET
               FILE STATUS IS WS-ASSET-STATUS.
           SELECT ASSET-REGISTER-OUT ASSIGN TO INSTASTO.
           SELECT RECEIVING-REPORT  ASSIGN TO RECVRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPT-REC.
      *    Widened 20 -> 40 for the serial number of the instrument
      *    that arrived.
       01  RECEIPT-REC.
           05  RC-ORDER-NO                    PIC 9(06).
           05  RC-RECEIVED-DATE               PIC 9(08).
           05  RC-SERIAL-NO                   PIC X(12).
           05  FILLER                         PIC X(14).
      *
       FD  INSTRUMENT-ORDERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INST-INVENTORY-OUT-REC.
       01  INST-INVENTORY-OUT-REC             PIC X(20).
      *
       FD  ASSET-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INST-ASSET-REC.
           COPY INSTASET.
      *
       FD  ASSET-REGISTER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASSET-REGISTER-OUT-REC.
       01  ASSET-REGISTER-OUT-REC             PIC X(120).
      *
       FD  RECEIVING-REPORT
           RECORDING MODE IS F
               10  WS-INV-RESTOCK       PIC 9(08).
       01  WS-INV-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-INV-MAX                   PIC S9(4) COMP VALUE 30.
      *    Serial numbers already on the register, and those added
      *    this run, so a serial is never registered twice.
       01  WS-ASSET-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SERIAL-TABLE.
           05  WS-SN-ENTRY OCCURS 500 TIMES
                   INDEXED BY SN-IDX.
               10  WS-SN-SERIAL-NO      PIC X(12).
       01  WS-SN-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-SN-MAX                    PIC S9(4) COMP VALUE 500.
       01  WS-SERIAL-SW                 PIC X     VALUE 'N'.
           88  SERIAL-ON-REGISTER       VALUE 'Y'.
      *
       01  ACC-CTRS.
           05  TOT-RECEIPTS-READ        PIC 9(5)  VALUE ZERO.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-QUALITY               PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-SERIAL-NO             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-NOTE                  PIC X(40).
      *
       01  SUMMARY-LINE-1.
           PERFORM OPEN-FILES.
           PERFORM LOAD-ORDERS.
           PERFORM LOAD-INVENTORY.
           PERFORM COPY-ASSET-REGISTER.
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
           READ RECEIPT-FILE
           OPEN INPUT  RECEIPT-FILE, INSTRUMENT-ORDERS,
                       INST-INVENTORY-FILE.
           OPEN OUTPUT INSTRUMENT-ORDERS-OUT, INST-INVENTORY-OUT,
                       ASSET-REGISTER-OUT, RECEIVING-REPORT.
      *
       CLOSE-FILES.
           CLOSE RECEIPT-FILE, INSTRUMENT-ORDERS,
                 INST-INVENTORY-FILE, INSTRUMENT-ORDERS-OUT,
                 INST-INVENTORY-OUT, ASSET-REGISTER-OUT,
                 RECEIVING-REPORT.
      *
       LOAD-ORDERS.
           MOVE 'N' TO EOF-STAT.
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-STAT.
      *
      *  The register comes forward whole ahead of this run's new
      *  instruments; a missing register (the first run) starts
      *  empty.
       COPY-ASSET-REGISTER.
           OPEN INPUT ASSET-REGISTER.
           IF WS-ASSET-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ ASSET-REGISTER AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   WRITE ASSET-REGISTER-OUT-REC FROM INST-ASSET-REC
                   IF WS-SN-CTR < WS-SN-MAX
                       ADD 1 TO WS-SN-CTR
                       SET SN-IDX TO WS-SN-CTR
                       MOVE IA-SERIAL-NO TO WS-SN-SERIAL-NO(SN-IDX)
                   END-IF
                   READ ASSET-REGISTER
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE ASSET-REGISTER
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
       POST-ONE-RECEIPT.
           ADD 1 TO TOT-RECEIPTS-READ.
           MOVE SPACES           TO DETAIL-LINE.
           MOVE RC-ORDER-NO      TO DL-ORDER-NO.
           MOVE RC-RECEIVED-DATE TO DL-RECEIVED.
           MOVE RC-SERIAL-NO     TO DL-SERIAL-NO.
           PERFORM CHECK-SERIAL-NO.
           SET OR-IDX TO 1.
           SEARCH WS-OR-ENTRY
               AT END
                   ADD 1 TO TOT-RECEIPTS-REJECTED
                   MOVE 'NO SUCH ORDER ON FILE' TO DL-NOTE
               WHEN WS-OR-ORDER-NO(OR-IDX) = RC-ORDER-NO
                   MOVE WS-OR-INSTR(OR-IDX)   TO DL-INSTR
                   MOVE WS-OR-QUALITY(OR-IDX) TO DL-QUALITY
                   EVALUATE TRUE
                       WHEN WS-OR-STATUS(OR-IDX) = 'R'
                           ADD 1 TO TOT-RECEIPTS-REJECTED
                           MOVE 'ORDER ALREADY RECEIVED' TO DL-NOTE
                       WHEN RC-SERIAL-NO = SPACES
                           ADD 1 TO TOT-RECEIPTS-REJECTED
                           MOVE 'NO SERIAL NUMBER ON RECEIPT'
                                TO DL-NOTE
                       WHEN SERIAL-ON-REGISTER
                           ADD 1 TO TOT-RECEIPTS-REJECTED
                           MOVE 'SERIAL NUMBER ALREADY ON REGISTER'
                                TO DL-NOTE
                       WHEN OTHER
                           ADD 1 TO TOT-RECEIPTS-POSTED
                           MOVE 'R' TO WS-OR-STATUS(OR-IDX)
                           MOVE 'RECEIVED - INVENTORY UP BY 1'
                                TO DL-NOTE
                           PERFORM BUMP-INVENTORY
                           PERFORM REGISTER-ASSET
                   END-EVALUATE
           END-SEARCH.
           WRITE RECEIVING-REPORT-REC FROM DETAIL-LINE.
           READ RECEIPT-FILE
                        = WS-OR-QUALITY(OR-IDX)
                   ADD 1 TO WS-INV-ON-HAND(INV-IDX)
           END-SEARCH.
      *
       CHECK-SERIAL-NO.
           MOVE 'N' TO WS-SERIAL-SW.
           SET SN-IDX TO 1.
           SEARCH WS-SN-ENTRY
               AT END
                   CONTINUE
               WHEN SN-IDX > WS-SN-CTR
                   CONTINUE
               WHEN WS-SN-SERIAL-NO(SN-IDX) = RC-SERIAL-NO
                   MOVE 'Y' TO WS-SERIAL-SW
           END-SEARCH.
      *
      *  The new instrument goes onto the register checked in, with
      *  what it cost and who sold it taken from its order.
       REGISTER-ASSET.
           MOVE SPACES                 TO INST-ASSET-REC.
           MOVE RC-SERIAL-NO           TO IA-SERIAL-NO.
           MOVE WS-OR-INSTR(OR-IDX)    TO IA-INSTRUMENT-TYPE.
           MOVE WS-OR-QUALITY(OR-IDX)  TO IA-QUALITY-GRADE.
           MOVE WS-OR-ORDER-NO(OR-IDX) TO IA-ORDER-NO.
           MOVE WS-OR-VENDOR(OR-IDX)   TO IA-VENDOR-CODE.
           MOVE WS-OR-AMOUNT(OR-IDX)   TO IA-COST.
           MOVE RC-RECEIVED-DATE       TO IA-RECEIVED-DATE.
           MOVE 'I'                    TO IA-STATUS.
           MOVE ZERO                   TO IA-CHECKOUT-DATE
                                          IA-LAST-SERVICE-DATE.
           WRITE ASSET-REGISTER-OUT-REC FROM INST-ASSET-REC.
           IF WS-SN-CTR < WS-SN-MAX
               ADD 1 TO WS-SN-CTR
               SET SN-IDX TO WS-SN-CTR
               MOVE RC-SERIAL-NO TO WS-SN-SERIAL-NO(SN-IDX)
           END-IF.
      *
       WRITE-ORDERS-OUT.
           PERFORM VARYING OR-IDX FROM 1 BY 1
