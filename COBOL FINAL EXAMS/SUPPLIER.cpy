                88 GOVT-COMM       VALUE '1'.
                88 GOVT-ONLY       VALUE '2'.
                88 COMMERCIAL-ONLY VALUE '3'.
           05  SUPPLIER-ACT-DATE PIC X(08) VALUE SPACES.
      *    Purchasing hold - set and released for every part a
      *    supplier code supplies at once by SUPPMNT (the hold list
      *    SUPHOLD is the record of who is held; FINALS re-stamps it
      *    on every part it loads).  New orders against a part whose
      *    supplier is held are refused by POEDIT, REQEDIT and
      *    BLNKTMNT.
           05  SUPPLIER-HOLD-FLAG PIC X(01) VALUE SPACES.
                88 SUPPLIER-ON-HOLD  VALUE 'H'.
           05  SUPPLIER-HOLD-DATE PIC 9(08) VALUE ZEROES.
