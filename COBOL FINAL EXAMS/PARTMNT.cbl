       COPY PARTS.
      *
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
      *
      *  New-record content parked while the record area is used to
      *  fetch the before-image.
       01  WS-HOLD-PARTS                PIC X(80) VALUE SPACES.
       01  WS-HOLD-SUPP                 PIC X(70) VALUE SPACES.
       01  WS-HOLD-ADDR                 PIC X(96) VALUE SPACES.
      *  A purchasing hold belongs to SUPPMNT, not to the feed - a
      *  changed supplier record keeps the hold it already had.
       01  WS-KEEP-HOLD-FLAG            PIC X(01) VALUE SPACE.
       01  WS-KEEP-HOLD-DATE            PIC 9(08) VALUE ZERO.
       01  WS-HOLD-PO                   PIC X(90) VALUE SPACES.
       01  WS-EXISTS-SW                 PIC X     VALUE 'N'.
           88  RECORD-EXISTED           VALUE 'Y'.
      *    Shared PO audit-trail block (see POAUDPRM.cpy) - PO
      *    changes, purges and backouts are also logged field by
      *    field on the common POAUDIT file.
       COPY POAUDPRM.
      *
       01  ACC-CTRS.
           05  TOT-TRANS-READ           PIC 9(5)  VALUE ZERO.
               NOT INVALID KEY SET RECORD-EXISTED TO TRUE
           END-READ.
           MOVE 'SUPPLIER' TO JR-FILE-ID.
           MOVE SPACE TO WS-KEEP-HOLD-FLAG.
           MOVE ZERO  TO WS-KEEP-HOLD-DATE.
           IF RECORD-EXISTED
               MOVE 'R'          TO JR-ACTION
               MOVE SUPPLIER-REC TO JR-IMAGE
               MOVE SUPPLIER-HOLD-FLAG TO WS-KEEP-HOLD-FLAG
               MOVE SUPPLIER-HOLD-DATE TO WS-KEEP-HOLD-DATE
           ELSE
               MOVE 'A'          TO JR-ACTION
               MOVE WS-HOLD-SUPP TO JR-IMAGE
           END-IF.
           PERFORM WRITE-JOURNAL-REC.
           MOVE WS-HOLD-SUPP TO SUPPLIER-REC.
           MOVE WS-KEEP-HOLD-FLAG TO SUPPLIER-HOLD-FLAG.
           MOVE WS-KEEP-HOLD-DATE TO SUPPLIER-HOLD-DATE.
           WRITE SUPPLIER-REC
               INVALID KEY
                   REWRITE SUPPLIER-REC
                   IF RECORD-EXISTED
                       MOVE 'R'             TO JR-ACTION
                       MOVE PURCHASE-ORDERS TO JR-IMAGE
                       MOVE PURCHASE-ORDERS TO PA-BEFORE-IMAGE
                   ELSE
                       MOVE 'A'        TO JR-ACTION
                       MOVE WS-HOLD-PO TO JR-IMAGE
                           REWRITE PURCHASE-ORDERS
                           END-REWRITE
                   END-WRITE
                   IF WS-PO-STATUS = '00'
                       IF RECORD-EXISTED
                           PERFORM AUDIT-PO-CHANGE
                       ELSE
                           PERFORM AUDIT-PO-ADD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
                   PERFORM WRITE-JOURNAL-REC
                   DELETE PURCHASES-FILE
                       INVALID KEY SET PURGE-DONE TO TRUE
                       NOT INVALID KEY PERFORM AUDIT-PO-DELETE
                   END-DELETE
               ELSE
                   SET PURGE-DONE TO TRUE
                       END-WRITE
                   END-IF
               WHEN 'SUPPLIER'
                   MOVE WS-JRN-IMAGE(JRN-IDX)(1:70)
                        TO SUPPLIER-REC
                   IF WS-JRN-ACTION(JRN-IDX) = 'A'
                       DELETE SUPPLIER-FILE
                   IF WS-JRN-ACTION(JRN-IDX) = 'A'
                       DELETE PURCHASES-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY PERFORM AUDIT-PO-DELETE
                       END-DELETE
                   ELSE
                       WRITE PURCHASE-ORDERS
                           INVALID KEY
                               PERFORM RESTORE-EXISTING-PO
                           NOT INVALID KEY
                               PERFORM AUDIT-PO-ADD
                       END-WRITE
                   END-IF
               WHEN OTHER
                   DISPLAY 'PARTMNT BACKOUT: UNKNOWN FILE ID '
                           WS-JRN-FILE-ID(JRN-IDX) ' - SKIPPED'
           END-EVALUATE.
      *
      *  A backed-out PO that is still on file is put back over
      *  the current record, which becomes the audit before image.
       RESTORE-EXISTING-PO.
           MOVE PURCHASE-ORDERS TO WS-HOLD-PO.
           READ PURCHASES-FILE
               INVALID KEY CONTINUE
           END-READ.
           MOVE PURCHASE-ORDERS TO PA-BEFORE-IMAGE.
           MOVE WS-HOLD-PO      TO PURCHASE-ORDERS.
           REWRITE PURCHASE-ORDERS
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM AUDIT-PO-CHANGE
           END-REWRITE.
      *
      *  Field-level audit of the PO just rewritten (see POAUDIT);
      *  the before image was taken when the PO was read.
       AUDIT-PO-CHANGE.
           SET PA-CHANGE TO TRUE.
           MOVE 'PARTMNT ' TO PA-PROGRAM.
           MOVE ZERO TO PA-BUSINESS-DATE.
           MOVE PURCHASE-ORDERS TO PA-AFTER-IMAGE.
           CALL 'POAUDIT' USING PO-AUDIT-PARM.
      *
      *  Field-level audit of the PO just added (see POAUDIT).
       AUDIT-PO-ADD.
           SET PA-ADD TO TRUE.
           MOVE 'PARTMNT ' TO PA-PROGRAM.
           MOVE ZERO TO PA-BUSINESS-DATE.
           MOVE PURCHASE-ORDERS TO PA-AFTER-IMAGE.
           CALL 'POAUDIT' USING PO-AUDIT-PARM.
      *
      *  Audit record for the PO just deleted (see POAUDIT).
       AUDIT-PO-DELETE.
           SET PA-DELETE TO TRUE.
           MOVE 'PARTMNT ' TO PA-PROGRAM.
           MOVE ZERO TO PA-BUSINESS-DATE.
           MOVE PURCHASE-ORDERS TO PA-BEFORE-IMAGE.
           CALL 'POAUDIT' USING PO-AUDIT-PARM.
