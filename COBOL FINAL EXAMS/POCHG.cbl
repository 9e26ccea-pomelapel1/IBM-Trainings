      *
      *    Shared date-validation parameter block (see DATEPARM.cpy).
       COPY DATEPARM.
      *    Shared PO audit-trail block (see POAUDPRM.cpy) - each
      *    applied change is also logged field by field on POAUDIT.
       COPY POAUDPRM.
      *
       01  WS-DISPOSITION               PIC X(40) VALUE SPACES.
       01  WS-BEFORE-QTY                PIC S9(07) VALUE ZERO.
           MOVE CHG-PO-NUMBER   TO PO-NUMBER   IN PURCHASE-ORDERS.
           READ PURCHASES-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET PO-FOUND TO TRUE
                   MOVE PURCHASE-ORDERS TO PA-BEFORE-IMAGE
           END-READ.
      *
      *  The revised quantity can never fall below what the supplier
                   MOVE 'REJECTED - REWRITE FAILED'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-TRANS-REJECTED
               NOT INVALID KEY
                   PERFORM AUDIT-PO-CHANGE
           END-REWRITE.
      *
      *  Field-level audit of the PO just rewritten (see POAUDIT);
      *  the before image was taken when the PO was read.
       AUDIT-PO-CHANGE.
           SET PA-CHANGE TO TRUE.
           MOVE 'POCHG   ' TO PA-PROGRAM.
           MOVE ZERO TO PA-BUSINESS-DATE.
           MOVE PURCHASE-ORDERS TO PA-AFTER-IMAGE.
           CALL 'POAUDIT' USING PO-AUDIT-PARM.
      *
       WRITE-AUDIT-LINES.
           MOVE SPACES           TO DETAIL-LINE.
