               FILE STATUS IS WS-EXCH-STATUS.
           SELECT QUOTE-FILE         ASSIGN TO QUOTES
               FILE STATUS IS WS-QUOTE-STATUS.
           SELECT SUPPLIER-HOLD-FILE ASSIGN TO SUPHOLD
               FILE STATUS IS WS-SUPHOLD-STATUS.
           SELECT CERT-FILE          ASSIGN TO SUPCERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CERT-KEY
               FILE STATUS IS WS-CERT-STATUS.
      *    The four master files are keyed (indexed) by Part-Number
      *    so a resent PARTSUPP record replaces the prior copy in
      *    place instead of stacking a duplicate, and downstream
           05  QT-UNIT-PRICE          PIC 9(07)V99.
           05  QT-EXPIRY-DATE         PIC 9(08).
           05  FILLER                 PIC X(03).
      *
      *    Supplier purchasing-hold list kept by SUPPMNT.  Loaded at
      *    startup so every supplier record written carries its hold,
      *    and POEDIT refuses POs ordered on or after the hold date.
       FD  SUPPLIER-HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLIER-HOLD-REC.
       COPY SUPHOLD.
      *
      *    Supplier certifications kept by CERTMNT.  Loaded at
      *    startup so POEDIT can refuse a government part ordered
      *    from a supplier whose required certification has lapsed.
       FD  CERT-FILE
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLIER-CERT-REC.
       COPY SUPCERT.
      *
       FD  PARTS-FILE
           RECORD CONTAINS 80 CHARACTERS
       COPY PARTS.
      *
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
           05  WS-BUSINESS-DATE REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).
       01  WS-RUNDATE-STATUS        PIC X(02) VALUE SPACES.
      *    Shared PO audit-trail block (see POAUDPRM.cpy) - every PO
      *    written or replaced is logged field by field on POAUDIT.
       COPY POAUDPRM.
       01  WS-NEW-PO-IMAGE          PIC X(90) VALUE SPACES.
      *
       01  HEADER-LINE-0.
           05  FILLER               PIC X      VALUE SPACE.
       01  QUOTE-CHECK-KEYS.
           05  WS-QC-SUPPLIER-CODE          PIC X(10) VALUE SPACES.
           05  WS-QC-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
           05  WS-QC-SUPPLIER-HOLD-DATE     PIC 9(08) VALUE ZERO.
           05  WS-QC-GOVT-PART              PIC X(01) VALUE SPACE.
           05  WS-QC-CERT-EXPIRY            PIC 9(08) VALUE ZERO.
      *
      *  Suppliers on purchasing hold and the date each hold was
      *  placed (see SUPPLIER-HOLD-FILE above).
       01  DATA-SUPPLIER-HOLDS.
           05 WS-HOLD-ROW-COUNT             PIC S9(4) COMP VALUE ZERO.
           05 SUPPLIER-HOLD-TABLE OCCURS 500 TIMES
                   INDEXED BY HLD-IDX.
              10 WS-HLD-SUPPLIER            PIC X(10).
              10 WS-HLD-DATE                PIC 9(08).
       01  WS-SUPHOLD-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SUPP-HOLD-DATE                PIC 9(08) VALUE ZERO.
      *
      *  Supplier certifications and expiry dates (see CERT-FILE
      *  above).  With no SUPCERT file the certification check is
      *  not made.
       01  DATA-SUPPLIER-CERTS.
           05 WS-CERT-ROW-COUNT             PIC S9(4) COMP VALUE ZERO.
           05 SUPPLIER-CERT-TABLE OCCURS 1000 TIMES
                   INDEXED BY CRT-IDX.
              10 WS-CRT-SUPPLIER            PIC X(10).
              10 WS-CRT-TYPE                PIC X(04).
              10 WS-CRT-EXPIRY              PIC 9(08).
       01  WS-CERT-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-CERT-FILE-SW                  PIC X(01) VALUE 'N'.
           88  CERT-FILE-LOADED             VALUE 'Y'.
       01  WS-QUAL-EXPIRY                   PIC 9(08) VALUE ZERO.
       01  WS-SECR-EXPIRY                   PIC 9(08) VALUE ZERO.
      *
       01  WS-USER-ABEND-CODE               PIC S9(04) COMP VALUE ZERO.
      *
           PERFORM LOAD-PRICE-LIMIT.
           PERFORM LOAD-EXCHANGE-TABLE.
           PERFORM LOAD-QUOTE-TABLE.
           PERFORM LOAD-SUPPLIER-HOLDS.
           PERFORM LOAD-SUPPLIER-CERTS.
           MOVE   'N' TO EOF-STAT.
           PERFORM READ-PART-TRANS.
           IF  END-OF-FILE

           MOVE CORRESPONDING SUPPLIERS TO SUPPLIER-REC.
           MOVE PART-NUMBER IN PARTS TO PART-NUMBER IN SUPPLIER-REC.
           PERFORM FIND-SUPPLIER-HOLD.
           IF WS-SUPP-HOLD-DATE > ZERO
               SET SUPPLIER-ON-HOLD TO TRUE
               MOVE WS-SUPP-HOLD-DATE TO SUPPLIER-HOLD-DATE
           END-IF.

      *-------------------------------------------------------------
      *    DATA SEND TO SUPPEDIT WILL BE THE SUPPLIER-REC AND THE
              MOVE SUPPLIER-CODE IN SUPPLIERS
                   TO WS-QC-SUPPLIER-CODE
              MOVE WS-BUSINESS-DATE TO WS-QC-BUSINESS-DATE
              PERFORM FIND-SUPPLIER-HOLD
              MOVE WS-SUPP-HOLD-DATE TO WS-QC-SUPPLIER-HOLD-DATE
              MOVE SPACE TO WS-QC-GOVT-PART
              MOVE ZERO  TO WS-QC-CERT-EXPIRY
              IF CERT-FILE-LOADED
                 AND GOVT-COMML-CODE IN PARTS = 'G'
                  MOVE 'G' TO WS-QC-GOVT-PART
                  PERFORM FIND-SUPPLIER-CERT-EXPIRY
              END-IF

              CALL 'POEDIT' USING  PURCHASE-ORDERS, VALID-RECORD,
                    ERROR-CTR, EXCP-DESC, DATA-TOSEND-POEDIT,
                  AND NOT PRICE-VARIANCE-EXCEEDED
                  WRITE PURCHASE-ORDERS
                      INVALID KEY
                          PERFORM REPLACE-EXISTING-PO
                      NOT INVALID KEY
                          SET PA-ADD TO TRUE
                  END-WRITE
                  IF  WS-POFILE-STATUS = '00'
                      ADD 1 TO TOT-PO-WRITTEN
                      PERFORM AUDIT-PO-UPDATE
                      PERFORM UPDATE-PRICE-HISTORY
                  ELSE
                      MOVE  'PO  ' TO EXCP-RECORD-TYPE
                       END-REWRITE
               END-WRITE
           END-IF.
      *
      *  The PO is already on file - the record it replaces is read
      *  first so the audit trail has the before image.
       REPLACE-EXISTING-PO.
           MOVE PURCHASE-ORDERS TO WS-NEW-PO-IMAGE.
           READ PURCHASES-FILE
               INVALID KEY CONTINUE
           END-READ.
           MOVE PURCHASE-ORDERS TO PA-BEFORE-IMAGE.
           MOVE WS-NEW-PO-IMAGE TO PURCHASE-ORDERS.
           REWRITE PURCHASE-ORDERS
           END-REWRITE.
           SET PA-CHANGE TO TRUE.
      *
      *  Field-level audit of the PO just written (see POAUDIT).
       AUDIT-PO-UPDATE.
           MOVE 'FINALS  ' TO PA-PROGRAM.
           MOVE WS-BUSINESS-DATE TO PA-BUSINESS-DATE.
           MOVE PURCHASE-ORDERS TO PA-AFTER-IMAGE.
           CALL 'POAUDIT' USING PO-AUDIT-PARM.
      *
       LOAD-UOM-TABLE.
           MOVE 'N' TO EOF-STAT.
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *    A missing SUPHOLD list means no supplier is on hold.
       LOAD-SUPPLIER-HOLDS.
           OPEN INPUT SUPPLIER-HOLD-FILE.
           IF WS-SUPHOLD-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ SUPPLIER-HOLD-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM VARYING HLD-IDX FROM 1 BY 1 UNTIL
                       HLD-IDX > 500 OR END-OF-FILE
                   ADD 1 TO WS-HOLD-ROW-COUNT
                   MOVE SH-SUPPLIER-CODE TO WS-HLD-SUPPLIER(HLD-IDX)
                   MOVE SH-HOLD-DATE     TO WS-HLD-DATE(HLD-IDX)
                   READ SUPPLIER-HOLD-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               IF NOT END-OF-FILE
                   DISPLAY 'WARNING: SUPHOLD FILE HAS MORE THAN 500 '
                           'ROWS - REMAINING ROWS IGNORED'
               END-IF
               CLOSE SUPPLIER-HOLD-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       LOAD-SUPPLIER-CERTS.
           OPEN INPUT CERT-FILE.
           IF WS-CERT-STATUS = '00'
               SET CERT-FILE-LOADED TO TRUE
               MOVE 'N' TO EOF-STAT
               READ CERT-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM VARYING CRT-IDX FROM 1 BY 1 UNTIL
                       CRT-IDX > 1000 OR END-OF-FILE
                   ADD 1 TO WS-CERT-ROW-COUNT
                   MOVE CERT-SUPPLIER-CODE TO WS-CRT-SUPPLIER(CRT-IDX)
                   MOVE CERT-TYPE          TO WS-CRT-TYPE(CRT-IDX)
                   MOVE CERT-EXPIRY-DATE   TO WS-CRT-EXPIRY(CRT-IDX)
                   READ CERT-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               IF NOT END-OF-FILE
                   DISPLAY 'WARNING: SUPCERT FILE HAS MORE THAN 1000 '
                           'ROWS - REMAINING ROWS IGNORED'
               END-IF
               CLOSE CERT-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *    Earliest expiry of the current supplier's quality and
      *    security certifications - zero when either is missing.
       FIND-SUPPLIER-CERT-EXPIRY.
           MOVE ZERO TO WS-QUAL-EXPIRY WS-SECR-EXPIRY.
           PERFORM VARYING CRT-IDX FROM 1 BY 1
                   UNTIL CRT-IDX > WS-CERT-ROW-COUNT
               IF WS-CRT-SUPPLIER(CRT-IDX) =
                  SUPPLIER-CODE IN SUPPLIERS
                   IF WS-CRT-TYPE(CRT-IDX) = 'QUAL'
                       MOVE WS-CRT-EXPIRY(CRT-IDX) TO WS-QUAL-EXPIRY
                   END-IF
                   IF WS-CRT-TYPE(CRT-IDX) = 'SECR'
                       MOVE WS-CRT-EXPIRY(CRT-IDX) TO WS-SECR-EXPIRY
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-QUAL-EXPIRY < WS-SECR-EXPIRY
               MOVE WS-QUAL-EXPIRY TO WS-QC-CERT-EXPIRY
           ELSE
               MOVE WS-SECR-EXPIRY TO WS-QC-CERT-EXPIRY
           END-IF.
      *
      *    Hold date for the current supplier segment, zero if the
      *    supplier is not on hold.
       FIND-SUPPLIER-HOLD.
           MOVE ZERO TO WS-SUPP-HOLD-DATE.
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > WS-HOLD-ROW-COUNT
               IF WS-HLD-SUPPLIER(HLD-IDX) =
                  SUPPLIER-CODE IN SUPPLIERS
                   MOVE WS-HLD-DATE(HLD-IDX) TO WS-SUPP-HOLD-DATE
               END-IF
           END-PERFORM.
      *
      *    A missing EXCHRATE file loads nothing - every PO then
      *    converts at 1, the pre-currency behavior.
       LOAD-EXCHANGE-TABLE.
