       IDENTIFICATION DIVISION.
       PROGRAM-ID. POAUDIT.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   POAUDIT is the one shared audit trail for PURCHASES-FILE.
      *   POCHG, RECPOST, BLNKTMNT, POARCH and PARTMNT each used to
      *   keep their own record of what they changed, in their own
      *   format, so the history of one PO meant digging through
      *   four kinds of printout.  Every program that writes,
      *   rewrites or deletes a PO now calls here with the record
      *   before and after the update (see POAUDPRM.cpy); each field
      *   that differs becomes one record on the common POAUDIT file
      *   (see POAUDREC.cpy) - PO key, program, field, old value,
      *   new value, business date and time of day.  POAUDINQ lists
      *   the history back for one PO or for a date range.
      *
      *   The file is opened for each call and closed again, the
      *   way FILSTAT keeps OPSLOG, so no caller has to manage it.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-AUDIT-FILE ASSIGN TO POAUDIT
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PO-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-AUDIT-REC.
       COPY POAUDREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-AUDIT-OPEN-SW             PIC X     VALUE 'N'.
           88  AUDIT-FILE-OPEN          VALUE 'Y'.
      *
      *    The two record images, as the PO layout.
       COPY PURCHASE REPLACING ==PURCHASE-ORDERS== BY ==BEFORE-PO==.
       COPY PURCHASE REPLACING ==PURCHASE-ORDERS== BY ==AFTER-PO==.
      *
       01  WS-AUDIT-DATE                PIC 9(08) VALUE ZERO.
       01  WS-AUDIT-TIME                PIC 9(06) VALUE ZERO.
       01  WS-FIELD-NAME                PIC X(16) VALUE SPACES.
       01  WS-OLD-VALUE                 PIC X(20) VALUE SPACES.
       01  WS-NEW-VALUE                 PIC X(20) VALUE SPACES.
       01  WS-EDIT-QTY                  PIC -9(07).
       01  WS-EDIT-PRICE                PIC -9(07).99.
      *
       LINKAGE SECTION.
       COPY POAUDPRM.
      *
       PROCEDURE DIVISION USING PO-AUDIT-PARM.
       MAIN-RTN.
           MOVE ZERO TO PA-FIELDS-LOGGED.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AUDIT-TIME.
           IF PA-BUSINESS-DATE NUMERIC
               AND PA-BUSINESS-DATE > ZERO
               MOVE PA-BUSINESS-DATE TO WS-AUDIT-DATE
           END-IF.
           MOVE PA-AFTER-IMAGE TO AFTER-PO.
           IF PA-ADD
               INITIALIZE BEFORE-PO
           ELSE
               MOVE PA-BEFORE-IMAGE TO BEFORE-PO
           END-IF.
           PERFORM OPEN-AUDIT-FILE.
           IF AUDIT-FILE-OPEN
               EVALUATE TRUE
                   WHEN PA-ADD
                       MOVE '*RECORD' TO WS-FIELD-NAME
                       MOVE SPACES    TO WS-OLD-VALUE
                       MOVE 'ADDED'   TO WS-NEW-VALUE
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM COMPARE-FIELDS
                   WHEN PA-DELETE
                       MOVE '*RECORD' TO WS-FIELD-NAME
                       MOVE 'ON FILE' TO WS-OLD-VALUE
                       MOVE 'DELETED' TO WS-NEW-VALUE
                       PERFORM WRITE-AUDIT-RECORD
                   WHEN OTHER
                       PERFORM COMPARE-FIELDS
               END-EVALUATE
               CLOSE PO-AUDIT-FILE
               MOVE 'N' TO WS-AUDIT-OPEN-SW
           END-IF.
           GOBACK.
      *
       OPEN-AUDIT-FILE.
           OPEN EXTEND PO-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT PO-AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS = '00'
               SET AUDIT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'POAUDIT: AUDIT FILE OPEN FAILED, STATUS '
                       WS-AUDIT-STATUS ' - ' PA-PROGRAM
                       ' UPDATE NOT AUDITED'
           END-IF.
      *
      *  Every data field of the PO, key excepted - a key change is
      *  a delete under the old key and an add under the new.
       COMPARE-FIELDS.
           MOVE 'BUYER-CODE'       TO WS-FIELD-NAME.
           MOVE BUYER-CODE IN BEFORE-PO       TO WS-OLD-VALUE.
           MOVE BUYER-CODE IN AFTER-PO        TO WS-NEW-VALUE.
           PERFORM LOG-IF-CHANGED.
      *
           MOVE 'QUANTITY'         TO WS-FIELD-NAME.
           MOVE QUANTITY IN BEFORE-PO         TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY                   TO WS-OLD-VALUE.
           MOVE QUANTITY IN AFTER-PO          TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY                   TO WS-NEW-VALUE.
           PERFORM LOG-IF-CHANGED.
      *
           MOVE 'UNIT-PRICE'       TO WS-FIELD-NAME.
           MOVE UNIT-PRICE IN BEFORE-PO       TO WS-EDIT-PRICE.
           MOVE WS-EDIT-PRICE                 TO WS-OLD-VALUE.
           MOVE UNIT-PRICE IN AFTER-PO        TO WS-EDIT-PRICE.
           MOVE WS-EDIT-PRICE                 TO WS-NEW-VALUE.
           PERFORM LOG-IF-CHANGED.
      *
           MOVE 'ORDER-DATE'       TO WS-FIELD-NAME.
           MOVE ORDER-DATE IN BEFORE-PO       TO WS-OLD-VALUE.
           MOVE ORDER-DATE IN AFTER-PO        TO WS-NEW-VALUE.
           PERFORM LOG-IF-CHANGED.
      *
           MOVE 'DELIVERY-DATE'    TO WS-FIELD-NAME.
           MOVE DELIVERY-DATE IN BEFORE-PO    TO WS-OLD-VALUE.
           MOVE DELIVERY-DATE IN AFTER-PO     TO WS-NEW-VALUE.
           PERFORM LOG-IF-CHANGED.
      *
           MOVE 'RECEIPT-STATUS'   TO WS-FIELD-NAME.
           MOVE RECEIPT-STATUS IN BEFORE-PO   TO WS-OLD-VALUE.
           MOVE RECEIPT-STATUS IN AFTER-PO    TO WS-NEW-VALUE.
           PERFORM LOG-IF-CHANGED.
      *
           MOVE 'RECEIVED-QTY'     TO WS-FIELD-NAME.
           MOVE RECEIVED-QTY IN BEFORE-PO     TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY                   TO WS-OLD-VALUE.
           MOVE RECEIVED-QTY IN AFTER-PO      TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY                   TO WS-NEW-VALUE.
           PERFORM LOG-IF-CHANGED.
      *
           MOVE 'RECEIVED-DATE'    TO WS-FIELD-NAME.
           MOVE RECEIVED-DATE IN BEFORE-PO    TO WS-OLD-VALUE.
           MOVE RECEIVED-DATE IN AFTER-PO     TO WS-NEW-VALUE.
           PERFORM LOG-IF-CHANGED.
      *
           MOVE 'PO-CANCEL-FLAG'   TO WS-FIELD-NAME.
           MOVE PO-CANCEL-FLAG IN BEFORE-PO   TO WS-OLD-VALUE.
           MOVE PO-CANCEL-FLAG IN AFTER-PO    TO WS-NEW-VALUE.
           PERFORM LOG-IF-CHANGED.
      *
           MOVE 'PO-CURRENCY-CODE' TO WS-FIELD-NAME.
           MOVE PO-CURRENCY-CODE IN BEFORE-PO TO WS-OLD-VALUE.
           MOVE PO-CURRENCY-CODE IN AFTER-PO  TO WS-NEW-VALUE.
           PERFORM LOG-IF-CHANGED.
      *
           MOVE 'PO-RECORD-TYPE'   TO WS-FIELD-NAME.
           MOVE PO-RECORD-TYPE IN BEFORE-PO   TO WS-OLD-VALUE.
           MOVE PO-RECORD-TYPE IN AFTER-PO    TO WS-NEW-VALUE.
           PERFORM LOG-IF-CHANGED.
      *
           MOVE 'PO-BLANKET-REF'   TO WS-FIELD-NAME.
           MOVE PO-BLANKET-REF IN BEFORE-PO   TO WS-OLD-VALUE.
           MOVE PO-BLANKET-REF IN AFTER-PO    TO WS-NEW-VALUE.
           PERFORM LOG-IF-CHANGED.
      *
           MOVE 'PO-RELEASE-NO'    TO WS-FIELD-NAME.
           MOVE PO-RELEASE-NO IN BEFORE-PO    TO WS-OLD-VALUE.
           MOVE PO-RELEASE-NO IN AFTER-PO     TO WS-NEW-VALUE.
           PERFORM LOG-IF-CHANGED.
      *
      *    Packed - a record written before the field existed holds
      *    spaces there and is read as zero, as RECPOST does.
           MOVE 'PO-INSPECT-QTY'   TO WS-FIELD-NAME.
           IF PO-INSPECT-QTY IN BEFORE-PO NOT NUMERIC
               MOVE ZERO TO PO-INSPECT-QTY IN BEFORE-PO
           END-IF.
           IF PO-INSPECT-QTY IN AFTER-PO NOT NUMERIC
               MOVE ZERO TO PO-INSPECT-QTY IN AFTER-PO
           END-IF.
           MOVE PO-INSPECT-QTY IN BEFORE-PO   TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY                   TO WS-OLD-VALUE.
           MOVE PO-INSPECT-QTY IN AFTER-PO    TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY                   TO WS-NEW-VALUE.
           PERFORM LOG-IF-CHANGED.
      *
           MOVE 'PO-RECV-LOCATION' TO WS-FIELD-NAME.
           MOVE PO-RECV-LOCATION IN BEFORE-PO TO WS-OLD-VALUE.
           MOVE PO-RECV-LOCATION IN AFTER-PO  TO WS-NEW-VALUE.
           PERFORM LOG-IF-CHANGED.
      *
       LOG-IF-CHANGED.
           IF WS-OLD-VALUE NOT = WS-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
      *
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO PO-AUDIT-REC.
           IF PA-DELETE
               MOVE PO-KEY IN BEFORE-PO TO AUD-PO-KEY
           ELSE
               MOVE PO-KEY IN AFTER-PO  TO AUD-PO-KEY
           END-IF.
           MOVE PA-PROGRAM    TO AUD-PROGRAM.
           MOVE WS-FIELD-NAME TO AUD-FIELD-NAME.
           MOVE WS-OLD-VALUE  TO AUD-OLD-VALUE.
           MOVE WS-NEW-VALUE  TO AUD-NEW-VALUE.
           MOVE WS-AUDIT-DATE TO AUD-BUSINESS-DATE.
           MOVE WS-AUDIT-TIME TO AUD-TIME.
           WRITE PO-AUDIT-REC.
           ADD 1 TO PA-FIELDS-LOGGED.
