      *   Stockroom issue transaction (ISSUES) - posted by ISSUEPST
      *   against the part's balance at the named stock location
      *   (blank = main stockroom).  KITCOMP writes its component
      *   backflush in this same layout so kit usage is posted by
      *   exactly the same rules as an issue slip.
       01  ISSUE-REC.
           05  ISS-PART-NUMBER            PIC X(23).
           05  ISS-DATE                   PIC 9(08).
           05  ISS-QTY                    PIC 9(07).
           05  ISS-LOCATION               PIC X(02).
           05  FILLER                     PIC X(10).
