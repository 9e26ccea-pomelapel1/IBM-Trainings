      *--------------------------------------------------------------
      *   Parameter block for the shared POAUDIT PO audit-trail
      *   subprogram (same CALL ... USING convention as FILSTAT).
      *   Every program that updates PURCHASES-FILE hands POAUDIT
      *   the record as it stood before the update and as it was
      *   written; POAUDIT compares them field by field and puts one
      *   record per changed field on the common POAUDIT file (see
      *   POAUDREC.cpy), which POAUDINQ lists back.
      *
      *   PA-FUNCTION 'A' - a new PO written; the before image is
      *                     ignored and every field set on the new
      *                     record is logged against blank.
      *               'C' - an existing PO rewritten; only the
      *                     fields that differ are logged.
      *               'D' - a PO deleted from the file; one record,
      *                     keyed from the before image.
      *   PA-BUSINESS-DATE - the caller's business date (RUNDATE
      *                     override aware); zero means today.
      *   PA-FIELDS-LOGGED - returned: audit records written.
       01  PO-AUDIT-PARM.
           05  PA-FUNCTION              PIC X(01).
               88  PA-ADD               VALUE 'A'.
               88  PA-CHANGE            VALUE 'C'.
               88  PA-DELETE            VALUE 'D'.
           05  PA-PROGRAM               PIC X(08).
           05  PA-BUSINESS-DATE         PIC 9(08).
           05  PA-BEFORE-IMAGE          PIC X(90).
           05  PA-AFTER-IMAGE           PIC X(90).
           05  PA-FIELDS-LOGGED         PIC 9(03).
