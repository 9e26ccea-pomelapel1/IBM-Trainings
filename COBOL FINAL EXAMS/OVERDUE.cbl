      *   bubble-sort convention as SUPPPERF) before printing, since
      *   PURCHASES-FILE arrives in part-number order, not supplier
      *   order.
      *
      *   A late PO the supplier has already shipped - an open
      *   advance ship notice on ASNFILE (see ASNPOST) - is shown as
      *   SHIPPED, IN TRANSIT rather than plain open, so expediting
      *   doesn't chase goods that are already on the truck.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALT-KEY
               FILE STATUS IS WS-ALT-STATUS.
           SELECT ASN-FILE           ASSIGN TO ASNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASN-KEY
               FILE STATUS IS WS-ASN-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT OVERDUE-REPORT     ASSIGN TO OVERRPT.
       COPY PURCHASE.
      *
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
      *
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS ALT-SUPPLIER-REC.
       COPY ALTSUPP.
      *
       FD  ASN-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ASN-REC.
       COPY ASNFILE.
      *
      *
      *    Business-date override - the same one-record control file
       01  WS-PO-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SUPP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-ALT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ASN-STATUS                PIC X(02) VALUE SPACES.
      *  No ASN file yet (ASNPOST never run) - nothing is in transit.
       01  WS-ASN-OPEN-SW               PIC X     VALUE 'N'.
           88  ASN-FILE-OPEN            VALUE 'Y'.
       01  WS-ASN-DONE-SW               PIC X     VALUE 'N'.
           88  ASN-WALK-DONE            VALUE 'Y'.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
      *
           05  FILLER                   PIC X(08) VALUE 'PO NBR'.
           05  FILLER                   PIC X(12) VALUE 'PROMISED'.
           05  FILLER                   PIC X(11) VALUE 'DAYS LATE'.
           05  FILLER                   PIC X(22) VALUE 'STATUS'.
           05  FILLER                   PIC X(12) VALUE 'SUGGEST ALT'.
      *
       01  SUPPLIER-GROUP-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-DAYS-LATE             PIC ZZZZ9-.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-STATUS                PIC X(19).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-ALT-SUGGEST           PIC X(10).
      *
       OPEN-FILES.
           OPEN INPUT PURCHASES-FILE, SUPPLIER-FILE,
                      ALTERNATES-FILE.
           OPEN INPUT ASN-FILE.
           IF WS-ASN-STATUS = '00'
               SET ASN-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT OVERDUE-REPORT.
      *
       CLOSE-FILES.
           CLOSE PURCHASES-FILE, SUPPLIER-FILE, ALTERNATES-FILE,
                 OVERDUE-REPORT.
           IF ASN-FILE-OPEN
               CLOSE ASN-FILE
           END-IF.
      *
       COLLECT-OVERDUE-POS.
           MOVE 'N' TO EOF-STAT.
               MOVE WS-DAYS-LATE TO WS-OD-DAYS-LATE(OD-IDX)
               PERFORM LOOKUP-SUPPLIER
               PERFORM SUGGEST-ALTERNATE
               IF ASN-FILE-OPEN
                   PERFORM CHECK-IN-TRANSIT
               END-IF
           END-IF.
      *
      *  Walk the PO's ship notices; any one still in transit (not
      *  yet marked received by RECPOST) turns the status to 'T'.
       CHECK-IN-TRANSIT.
           MOVE 'N' TO WS-ASN-DONE-SW.
           MOVE PART-NUMBER IN PURCHASE-ORDERS
                TO PART-NUMBER IN ASN-REC.
           MOVE PO-NUMBER IN PURCHASE-ORDERS
                TO PO-NUMBER IN ASN-REC.
           MOVE LOW-VALUES TO ASN-SHIPMENT-NO.
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
                   IF PART-NUMBER IN ASN-REC
                           = PART-NUMBER IN PURCHASE-ORDERS
                      AND PO-NUMBER IN ASN-REC
                           = PO-NUMBER IN PURCHASE-ORDERS
                       IF ASN-IN-TRANSIT
                           MOVE 'T' TO WS-OD-STATUS(OD-IDX)
                           SET ASN-WALK-DONE TO TRUE
                       END-IF
                   ELSE
                       SET ASN-WALK-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
      *
       LOOKUP-SUPPLIER.
           MOVE PART-NUMBER IN PURCHASE-ORDERS
           MOVE WS-OD-DAYS-LATE(OD-IDX)     TO DL-DAYS-LATE.
           EVALUATE WS-OD-STATUS(OD-IDX)
               WHEN 'P'    MOVE 'PARTIAL'  TO DL-STATUS
               WHEN 'T'    MOVE 'SHIPPED, IN TRANSIT' TO DL-STATUS
               WHEN OTHER  MOVE 'OPEN'     TO DL-STATUS
           END-EVALUATE.
           MOVE WS-OD-ALT-SUGGEST(OD-IDX)   TO DL-ALT-SUGGEST.
