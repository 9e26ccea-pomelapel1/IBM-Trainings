      *   buyer, part, quantity, estimated price, need date) are
      *   edited and approved here BEFORE a PO exists, so every PO
      *   traces back to who asked and who could approve it.
      *   MRPRUN's planned orders (MRPREQ) come in the same layout,
      *   numbered 'Mnnnnn' with 'MRP PLANNED' as the requester, and
      *   are fed here the same way.
      *
      *   Each requisition's estimated value (quantity times
      *   estimated price) is checked against the approval limit the
      *   number, today's date as the order date and the need date
      *   as the promised delivery date.  Rejections are listed with
      *   the reason.
      *
      *   A requisition for a part whose supplier is on purchasing
      *   hold (SUPPMNT) is rejected - the held supplier takes no
      *   new orders.  A requisition for a government part
      *   (GOVT-COMML-CODE 'G') is rejected when the supplier's
      *   quality or security certification (SUPCERT, see
      *   SUPCERT.cpy) is missing or expired as of today.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REQUISITION-FILE   ASSIGN TO REQSIN.
           SELECT BUYER-MASTER-FILE  ASSIGN TO BUYERS.
           SELECT APPROVED-PO-FILE   ASSIGN TO REQPOOUT.
           SELECT SUPPLIER-FILE      ASSIGN TO SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER OF SUPPLIER-REC
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT PARTS-FILE         ASSIGN TO PARTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER OF PARTS-REC
               FILE STATUS IS WS-PARTS-STATUS.
           SELECT CERT-FILE          ASSIGN TO SUPCERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CERT-KEY
               FILE STATUS IS WS-CERT-STATUS.
           SELECT REQ-REPORT         ASSIGN TO REQRPT.
       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PURCHASE-ORDERS.
       COPY PURCHASE.
      *
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
      *
       FD  PARTS-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARTS-REC.
       COPY PARTS.
      *
       FD  CERT-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS SUPPLIER-CERT-REC.
       COPY SUPCERT.
      *
       FD  REQ-REPORT
           RECORDING MODE IS F
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-BUYER-FOUND-SW            PIC X     VALUE 'N'.
           88  BUYER-IS-ACTIVE          VALUE 'Y'.
       01  WS-SUPP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SUPP-FILE-SW              PIC X     VALUE 'N'.
           88  SUPP-FILE-OPEN           VALUE 'Y'.
       01  WS-SUPP-HOLD-SW              PIC X     VALUE 'N'.
           88  SUPPLIER-IS-HELD         VALUE 'Y'.
       01  WS-SUPP-FOUND-SW             PIC X     VALUE 'N'.
           88  SUPPLIER-FOUND           VALUE 'Y'.
       01  WS-PARTS-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CERT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CERT-FILES-SW             PIC X     VALUE 'N'.
           88  CERT-FILES-OPEN          VALUE 'Y'.
       01  WS-CERT-LAPSED-SW            PIC X     VALUE 'N'.
           88  CERT-IS-LAPSED           VALUE 'Y'.
      *
      *    Buyer master with department approval limits - loaded at
      *    startup, searched once per requisition (same convention
       OPEN-FILES.
           OPEN INPUT  REQUISITION-FILE, BUYER-MASTER-FILE.
           OPEN OUTPUT APPROVED-PO-FILE, REQ-REPORT.
      *    No supplier master yet means no supplier can be on hold.
           OPEN INPUT  SUPPLIER-FILE.
           IF WS-SUPP-STATUS = '00'
               SET SUPP-FILE-OPEN TO TRUE
           END-IF.
      *    No certification file yet means the check is not made.
           OPEN INPUT  CERT-FILE.
           IF WS-CERT-STATUS = '00'
               OPEN INPUT PARTS-FILE
               IF WS-PARTS-STATUS = '00'
                   SET CERT-FILES-OPEN TO TRUE
               ELSE
                   CLOSE CERT-FILE
               END-IF
           END-IF.
      *
       CLOSE-FILES.
           CLOSE REQUISITION-FILE, BUYER-MASTER-FILE,
                 APPROVED-PO-FILE, REQ-REPORT.
           IF SUPP-FILE-OPEN
               CLOSE SUPPLIER-FILE
           END-IF.
           IF CERT-FILES-OPEN
               CLOSE CERT-FILE, PARTS-FILE
           END-IF.
      *
       LOAD-BUYER-TABLE.
           MOVE 'N' TO EOF-STAT.
           MOVE ZERO   TO WS-FOUND-LIMIT.
           COMPUTE WS-EST-VALUE = RQ-QUANTITY * RQ-EST-PRICE.
           PERFORM LOOKUP-BUYER.
           PERFORM CHECK-SUPPLIER-HOLD.
           PERFORM CHECK-SUPPLIER-CERTS.
           EVALUATE TRUE
               WHEN RQ-REQUISITION-NO = SPACES
                 OR RQ-PART-NUMBER = SPACES
               WHEN NOT BUYER-IS-ACTIVE
                   MOVE 'REJECTED - BUYER UNKNOWN OR INACTIVE'
                        TO WS-DISPOSITION
               WHEN SUPPLIER-IS-HELD
                   MOVE 'REJECTED - SUPPLIER ON PURCHASING HOLD'
                        TO WS-DISPOSITION
               WHEN CERT-IS-LAPSED
                   MOVE 'REJECTED - SUPPLIER CERTIFICATION LAPSED'
                        TO WS-DISPOSITION
               WHEN OTHER
                   PERFORM CHECK-NEED-DATE
                   IF WS-DISPOSITION = SPACES
                   MOVE WS-BUYER-DEPT(BUY-IDX)  TO WS-FOUND-DEPT
                   MOVE WS-BUYER-LIMIT(BUY-IDX) TO WS-FOUND-LIMIT
           END-SEARCH.
      *
      *    The part's supplier record carries the purchasing hold.
       CHECK-SUPPLIER-HOLD.
           MOVE 'N' TO WS-SUPP-HOLD-SW WS-SUPP-FOUND-SW.
           IF SUPP-FILE-OPEN
               MOVE RQ-PART-NUMBER TO PART-NUMBER IN SUPPLIER-REC
               READ SUPPLIER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SUPPLIER-FOUND TO TRUE
                       IF SUPPLIER-ON-HOLD
                           SET SUPPLIER-IS-HELD TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
      *    A government part needs the part's supplier to hold a
      *    current quality and security certification - a missing
      *    one counts as lapsed.
       CHECK-SUPPLIER-CERTS.
           MOVE 'N' TO WS-CERT-LAPSED-SW.
           IF CERT-FILES-OPEN AND SUPPLIER-FOUND
               MOVE RQ-PART-NUMBER TO PART-NUMBER IN PARTS-REC
               READ PARTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GOVT-COMML-CODE = 'G'
                           MOVE 'QUAL' TO CERT-TYPE
                           PERFORM CHECK-ONE-CERT
                           MOVE 'SECR' TO CERT-TYPE
                           PERFORM CHECK-ONE-CERT
                       END-IF
               END-READ
           END-IF.
      *
       CHECK-ONE-CERT.
           MOVE SUPPLIER-CODE IN SUPPLIER-REC TO CERT-SUPPLIER-CODE.
           READ CERT-FILE
               INVALID KEY
                   SET CERT-IS-LAPSED TO TRUE
               NOT INVALID KEY
                   IF CERT-EXPIRY-DATE < WS-TODAY-DATE
                       SET CERT-IS-LAPSED TO TRUE
                   END-IF
           END-READ.
      *
       CHECK-NEED-DATE.
           SET DP-VALIDATE TO TRUE.
