             88 DELIVERY-STR    VALUE 'DELIVERY DATE '.
             88 QUOTE-PRICE-STR VALUE 'PRICE - ABOVE QUOTE '.
             88 QUOTE-EXP-STR   VALUE 'PRICE - QUOTE EXPIRED '.
            88 SUPP-HOLD-STR   VALUE 'SUPPLIER - ON HOLD '.
            88 SUPP-CERT-STR   VALUE 'SUPPLIER - CERT LAPSED '.
      *Validation Flags & Switches
         01  QUANTITY-AND-PRICE-FLAGS.
             05  FILLER               PIC 9(1) VALUE 0.
                10  WS-QT-EXPIRY           PIC 9(08).
      *  The transaction's supplier (quotes are per part AND
      *  supplier) and the run's business date for the expiry test.
      *  The hold date is when the supplier was put on purchasing
      *  hold (zero when not held) - see SUPHOLD.cpy.
         01  QUOTE-CHECK-KEYS.
             05  QC-SUPPLIER-CODE           PIC X(10).
             05  QC-BUSINESS-DATE           PIC 9(08).
             05  QC-SUPPLIER-HOLD-DATE      PIC 9(08).
      *  'G' when the part is a government part to be checked, and
      *  the earliest expiry of the supplier's required quality and
      *  security certifications (zero when either is missing) -
      *  see SUPCERT.cpy.
             05  QC-GOVT-PART               PIC X(01).
             05  QC-CERT-EXPIRY             PIC 9(08).
      *
       PROCEDURE DIVISION USING DATA-RECEIVED, VALID-PO, ERROR-CTR,
                                 EXCP-DESC, BUYER-TABLE-IN,
             PERFORM PO-AND-BUYER-VALIDATION.
             PERFORM QUANTITY-AND-PRICE-VALIDATION.
             PERFORM QUOTE-PRICE-VALIDATION.
             PERFORM SUPPLIER-HOLD-VALIDATION.
             PERFORM SUPPLIER-CERT-VALIDATION.
             PERFORM DATE-VALIDATION.
      * Determines whether PO will be printed in the main report
           IF ERROR-CTR > 0
                   END-IF
               END-IF
            END-IF.
      *
      *  A supplier on purchasing hold takes no new orders - a PO
      *  ordered on or after the hold date is refused; one placed
      *  before the hold was put on stands.
       SUPPLIER-HOLD-VALIDATION.
            IF QC-SUPPLIER-HOLD-DATE > ZERO
               AND VLDT-ORDER >= QC-SUPPLIER-HOLD-DATE
                SET SUPP-HOLD-STR TO TRUE
                PERFORM PREPARE-EXCP-DESC
            END-IF.
      *
      *  A government part may only be bought from a supplier whose
      *  required certifications are current on the business date.
       SUPPLIER-CERT-VALIDATION.
            IF QC-GOVT-PART = 'G'
               AND QC-CERT-EXPIRY < QC-BUSINESS-DATE
                SET SUPP-CERT-STR TO TRUE
                PERFORM PREPARE-EXCP-DESC
            END-IF.
      *
       QUANTITY-ERROR.
             SET QUANTITY-STR TO TRUE.
