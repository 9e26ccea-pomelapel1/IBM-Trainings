           SELECT STOCK-BALANCE-FILE ASSIGN TO STOCKBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT ALTERNATES-FILE    ASSIGN TO ALTSUPP
               ORGANIZATION IS INDEXED
       COPY PARTS.
      *
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
      *
       FD  VALID-LINK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VALID-LINK-REC.
       01  VALID-LINK-REC.
           05  BOM-PARENT-PART            PIC X(23).
           05  BOM-COMPONENT-PART         PIC X(23).
           05  BOM-QTY-PER                PIC 9(05).
           05  BOM-EFF-FROM               PIC 9(08).
           05  BOM-EFF-TO                 PIC 9(08).
           05  BOM-REVISION               PIC X(02).
           05  BOM-ECN-NUMBER             PIC X(08).
           05  FILLER                     PIC X(03).
      *
       FD  VALID-LINK-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VALID-LINK-OUT-REC.
       01  VALID-LINK-OUT-REC             PIC X(80).
      *
       FD  XREF-FILE
           RECORDING MODE IS F
      *
       01  WS-COLLISION-SW              PIC X     VALUE 'N'.
           88  KEY-COLLIDED             VALUE 'Y'.
      *
      *    Shared PO audit-trail block (see POAUDPRM.cpy) - a PO
      *    moved to the new part number is audited as a delete under
      *    the old key and an add under the new.
       COPY POAUDPRM.
      *
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-DISPOSITION               PIC X(40) VALUE SPACES.
           END-READ.
      *
      *  Stock on hand merges additively - the stockroom shelf count
      *  doesn't care what the label says.  Every location the old
      *  number is held at moves (range walk, as below); where the
      *  new number is already held at the same location the two
      *  balances are added together.
       MOVE-STOCK-BALANCE.
           MOVE 'N' TO WS-MOVE-DONE-SW.
           PERFORM MOVE-ONE-STOCK-BALANCE UNTIL MOVE-WALK-DONE.
      *
       MOVE-ONE-STOCK-BALANCE.
           MOVE RNM-OLD-PART TO PART-NUMBER IN STOCK-BALANCE-REC.
           MOVE LOW-VALUES   TO SB-LOCATION.
           START STOCK-BALANCE-FILE KEY >= SB-KEY
               INVALID KEY SET MOVE-WALK-DONE TO TRUE
           END-START.
           IF NOT MOVE-WALK-DONE
               READ STOCK-BALANCE-FILE NEXT
                   AT END SET MOVE-WALK-DONE TO TRUE
               END-READ
           END-IF.
           IF NOT MOVE-WALK-DONE
               IF PART-NUMBER IN STOCK-BALANCE-REC = RNM-OLD-PART
                   MOVE SB-ON-HAND TO WS-SAVED-ON-HAND
                   DELETE STOCK-BALANCE-FILE
                       INVALID KEY SET MOVE-WALK-DONE TO TRUE
                   END-DELETE
                   MOVE RNM-NEW-PART
                        TO PART-NUMBER IN STOCK-BALANCE-REC
                           END-READ
                   END-WRITE
                   ADD 1 TO TOT-RECORDS-MOVED
               ELSE
                   SET MOVE-WALK-DONE TO TRUE
               END-IF
           END-IF.
      *
      *  Range-walk files: re-START at the old key's low end, move
      *  the first record still there, and repeat until the range is
               IF PART-NUMBER IN PURCHASE-ORDERS = RNM-OLD-PART
                   DELETE PURCHASES-FILE
                       INVALID KEY SET MOVE-WALK-DONE TO TRUE
                       NOT INVALID KEY PERFORM AUDIT-PO-DELETE
                   END-DELETE
                   MOVE RNM-NEW-PART
                        TO PART-NUMBER IN PURCHASE-ORDERS
                   MOVE 'N' TO WS-COLLISION-SW
                   WRITE PURCHASE-ORDERS
                       INVALID KEY SET KEY-COLLIDED TO TRUE
                       NOT INVALID KEY PERFORM AUDIT-PO-ADD
                   END-WRITE
                   IF KEY-COLLIDED
                       MOVE 'PURCHASE' TO CL-FILE-NAME
                   SET MOVE-WALK-DONE TO TRUE
               END-IF
           END-IF.
      *
      *  Audit record for the PO just deleted (see POAUDIT).
       AUDIT-PO-DELETE.
           SET PA-DELETE TO TRUE.
           MOVE 'PARTRNUM' TO PA-PROGRAM.
           MOVE WS-TODAY-DATE TO PA-BUSINESS-DATE.
           MOVE PURCHASE-ORDERS TO PA-BEFORE-IMAGE.
           CALL 'POAUDIT' USING PO-AUDIT-PARM.
      *
      *  Field-level audit of the PO just added (see POAUDIT).
       AUDIT-PO-ADD.
           SET PA-ADD TO TRUE.
           MOVE 'PARTRNUM' TO PA-PROGRAM.
           MOVE WS-TODAY-DATE TO PA-BUSINESS-DATE.
           MOVE PURCHASE-ORDERS TO PA-AFTER-IMAGE.
           CALL 'POAUDIT' USING PO-AUDIT-PARM.
      *
       MOVE-ALTERNATE-RECORDS.
           MOVE 'N' TO WS-MOVE-DONE-SW.
