      *--------------------------------------------------------------
      *   PO field-level audit record - one per changed field of a
      *   PURCHASES-FILE record, written by POAUDIT for every
      *   program that updates the file and listed by POAUDINQ.
      *   Sequential, appended in the order the changes were made.
      *
      *   Values are carried as display text so one layout serves
      *   every field: quantities signed, prices with an explicit
      *   decimal point, dates YYYYMMDD, codes as stored.  The field
      *   name '*RECORD' marks a whole PO added or deleted.
       01  PO-AUDIT-REC.
           05  AUD-PO-KEY.
               10  AUD-PART-NUMBER      PIC X(23).
               10  AUD-PO-NUMBER        PIC X(06).
           05  AUD-PROGRAM              PIC X(08).
           05  AUD-FIELD-NAME           PIC X(16).
           05  AUD-OLD-VALUE            PIC X(20).
           05  AUD-NEW-VALUE            PIC X(20).
           05  AUD-BUSINESS-DATE        PIC 9(08).
           05  AUD-TIME                 PIC 9(06).
           05  FILLER                   PIC X(13).
