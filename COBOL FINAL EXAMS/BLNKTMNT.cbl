      *           date; price and currency copy from the header.
      *           Rejected when the blanket doesn't exist, or when
      *           cumulative released quantity would exceed the
      *           blanket commitment, or when the part's supplier
      *           is on purchasing hold (SUPPMNT) - the header
      *           stands, but no new release is cut against it.
      *
      *   Every transaction is reported with its disposition.
      ***************************************************************
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.
           SELECT SUPPLIER-FILE      ASSIGN TO SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER OF SUPPLIER-REC
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT BLANKET-REPORT     ASSIGN TO BLNKTRPT.
       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PURCHASE-ORDERS.
       COPY PURCHASE.
      *
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
      *
       FD  BLANKET-REPORT
           RECORDING MODE IS F
      *
       WORKING-STORAGE SECTION.
       01  WS-PO-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SUPP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SUPP-FILE-SW              PIC X     VALUE 'N'.
           88  SUPP-FILE-OPEN           VALUE 'Y'.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-KEY-FOUND-SW              PIC X     VALUE 'N'.
      *
      *    Shared date-validation parameter block (see DATEPARM.cpy).
       COPY DATEPARM.
      *    Shared PO audit-trail block (see POAUDPRM.cpy).
       COPY POAUDPRM.
      *
       01  WS-DISPOSITION               PIC X(40)  VALUE SPACES.
       01  WS-RELEASED-QTY              PIC S9(09) VALUE ZERO.
           OPEN INPUT  BLANKET-TRANS-FILE.
           OPEN I-O    PURCHASES-FILE.
           OPEN OUTPUT BLANKET-REPORT.
      *    No supplier master yet means no supplier can be on hold.
           OPEN INPUT  SUPPLIER-FILE.
           IF WS-SUPP-STATUS = '00'
               SET SUPP-FILE-OPEN TO TRUE
           END-IF.
      *
       CLOSE-FILES.
           CLOSE BLANKET-TRANS-FILE, PURCHASES-FILE, BLANKET-REPORT.
           IF SUPP-FILE-OPEN
               CLOSE SUPPLIER-FILE
           END-IF.
      *
       PROCESS-TRANSACTIONS.
           ADD 1 TO TOT-TRANS-READ.
                       MOVE 'BLANKET HEADER CREATED'
                            TO WS-DISPOSITION
                       ADD 1 TO TOT-HEADERS-CREATED
                       PERFORM AUDIT-PO-ADD
               END-WRITE
           END-IF.
      *
       CREATE-RELEASE.
           PERFORM FIND-BLANKET-HEADER.
           IF WS-DISPOSITION = SPACES
               PERFORM CHECK-SUPPLIER-HOLD
           END-IF.
           EVALUATE TRUE
               WHEN WS-DISPOSITION NOT = SPACES
                   ADD 1 TO TOT-TRANS-REJECTED
                            TO WS-HDR-ORDER-DATE
                   END-IF
           END-READ.
      *
      *    The part's supplier record carries the purchasing hold.
       CHECK-SUPPLIER-HOLD.
           IF SUPP-FILE-OPEN
               MOVE BLK-PART-NUMBER TO PART-NUMBER IN SUPPLIER-REC
               READ SUPPLIER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SUPPLIER-ON-HOLD
                           MOVE 'REJECTED - SUPPLIER ON PURCHASING HOLD'
                                TO WS-DISPOSITION
                       END-IF
               END-READ
           END-IF.
      *
       CHECK-DUE-DATE.
           SET DP-VALIDATE TO TRUE.
               NOT INVALID KEY
                   MOVE 'RELEASE CREATED' TO WS-DISPOSITION
                   ADD 1 TO TOT-RELEASES-CREATED
                   PERFORM AUDIT-PO-ADD
           END-WRITE.
      *
      *  Field-level audit of the PO just added (see POAUDIT).
       AUDIT-PO-ADD.
           SET PA-ADD TO TRUE.
           MOVE 'BLNKTMNT' TO PA-PROGRAM.
           MOVE ZERO TO PA-BUSINESS-DATE.
           MOVE PURCHASE-ORDERS TO PA-AFTER-IMAGE.
           CALL 'POAUDIT' USING PO-AUDIT-PARM.
      *
       WRITE-DETAIL-LINE.
           MOVE SPACES           TO DETAIL-LINE.
