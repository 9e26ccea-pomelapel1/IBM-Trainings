      *   Return-to-vendor history - one record per rejected lot,
      *   appended by INSPPOST as inspection rejects received goods
      *   (the RTV document number comes from the RTVCTL control
      *   file, so numbers never repeat across runs).  SUPPSCRD
      *   totals it by supplier into the quality-reject count that
      *   prints beside on-time percentage.
       01  RTV-HIST-REC.
           05  RTV-NUMBER            PIC 9(06).
           05  RTV-DATE              PIC 9(08).
           05  RTV-SUPPLIER-CODE     PIC X(10).
           05  RTV-PART-NUMBER       PIC X(23).
           05  RTV-PO-NUMBER         PIC X(06).
           05  RTV-QTY               PIC 9(07).
           05  RTV-REASON-CODE       PIC X(02).
               88  RTV-DAMAGED           VALUE 'DM'.
               88  RTV-OUT-OF-SPEC       VALUE 'OS'.
               88  RTV-WRONG-PART        VALUE 'WP'.
               88  RTV-OVER-SHIPPED      VALUE 'OV'.
           05  RTV-UNIT-PRICE        PIC 9(07)V99.
           05  RTV-CURRENCY-CODE     PIC X(03).
           05  FILLER                PIC X(06).
