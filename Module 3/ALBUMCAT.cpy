      *--------------------------------------------------------------
      *   Album catalog master (ALBUMCAT) - one record per title we
      *   buy or might buy, keyed by ALB-CATALOG-NO.  FAVS validates
      *   every FAVS-FILE entry's catalog number against it and the
      *   FAVLEDGR ledger carries the number, so what we bought - not
      *   just what we spent - is on file: a title already owned is
      *   caught before it is bought twice, a return is tied back to
      *   the purchase it undoes, and FAVCOLL lists the collection.
      *   ALB-ARTIST-ACCT-NO is the Artist Master (ARTMSTR) account.
       01  ALBUM-CATALOG-REC.
           05  ALB-CATALOG-NO           PIC X(08).
           05  ALB-TITLE                PIC X(40).
           05  ALB-ARTIST-ACCT-NO       PIC X(08).
           05  ALB-GENRE                PIC X(12).
           05  ALB-RELEASE-YEAR         PIC 9(04).
           05  FILLER                   PIC X(08).
