      *   Supplier certification file - keyed (indexed) by CERT-KEY,
      *   the SUPPLIER-CODE plus the certification type, with the
      *   date the certification expires.  A government part
      *   (GOVT-COMML-CODE 'G') may only be bought from a supplier
      *   whose quality AND security certifications are both on
      *   file and unexpired as of the business date - a missing
      *   certification counts as lapsed.  Maintained by CERTMNT
      *   from the CERTTRAN feed; expiry warnings from CERTWARN;
      *   enforced by POEDIT (through FINALS) and REQEDIT.
       01  SUPPLIER-CERT-REC.
           05  CERT-KEY.
               10  CERT-SUPPLIER-CODE PIC X(10) VALUE SPACES.
               10  CERT-TYPE          PIC X(04) VALUE SPACES.
                   88 QUALITY-CERT     VALUE 'QUAL'.
                   88 SECURITY-CERT    VALUE 'SECR'.
                   88 VALID-CERT-TYPE  VALUES 'QUAL', 'SECR'.
           05  CERT-EXPIRY-DATE       PIC 9(08) VALUE ZEROES.
           05  CERT-REFERENCE         PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE SPACES.
