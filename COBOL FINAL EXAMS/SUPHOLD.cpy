      *   Supplier purchasing-hold list - one row per SUPPLIER-CODE
      *   currently on hold, with the date the hold was placed.
      *   Carried forward old-to-new by SUPPMNT (SUPHOLD in, SUPHOLDO
      *   out); read by FINALS so the hold survives a full reload of
      *   SUPPLIER-FILE, and a PO ordered on or after the hold date
      *   is refused.
       01  SUPPLIER-HOLD-REC.
           05  SH-SUPPLIER-CODE          PIC X(10).
           05  SH-HOLD-DATE              PIC 9(08).
           05  SH-SUPPLIER-NAME          PIC X(15).
           05  FILLER                    PIC X(07).
