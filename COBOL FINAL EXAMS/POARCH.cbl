      *    failures log to the common OPSLOG and fail the run
      *    loudly and identically everywhere.
       COPY FSPARM.
      *    Shared PO audit-trail block (see POAUDPRM.cpy).
       COPY POAUDPRM.
       01  WS-PO-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS               PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
                   DISPLAY 'POARCH: DELETE FAILED FOR '
                           PART-NUMBER IN PURCHASE-ORDERS ' '
                           PO-NUMBER IN PURCHASE-ORDERS
               NOT INVALID KEY
                   PERFORM AUDIT-PO-DELETE
           END-DELETE.
           ADD 1 TO TOT-POS-ARCHIVED.
           MOVE SPACES TO DETAIL-LINE.
           MOVE PO-NUMBER IN PURCHASE-ORDERS     TO DL-PO-NUMBER.
           MOVE RECEIVED-DATE IN PURCHASE-ORDERS TO DL-RECEIVED-DATE.
           WRITE ARCHIVE-REPORT-REC FROM DETAIL-LINE.
      *
      *  Audit record for the PO just deleted (see POAUDIT).
       AUDIT-PO-DELETE.
           SET PA-DELETE TO TRUE.
           MOVE 'POARCH  ' TO PA-PROGRAM.
           MOVE ZERO TO PA-BUSINESS-DATE.
           MOVE PURCHASE-ORDERS TO PA-BEFORE-IMAGE.
           CALL 'POAUDIT' USING PO-AUDIT-PARM.
      *
       WRITE-HEADINGS.
           MOVE  WS-CUTOFF-DATE TO HD-CUTOFF.
