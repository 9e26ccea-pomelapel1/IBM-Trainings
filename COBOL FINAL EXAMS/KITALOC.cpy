      *   Kit component allocations - keyed (indexed) by ALC-KEY,
      *   the work order plus the component Part-Number.  Rebuilt
      *   from scratch by every KITALLOC run: the active work orders
      *   are taken in due-date order and each component's required
      *   quantity (quantity still to build times quantity-per) is
      *   reserved out of the part's total on hand not already
      *   reserved for an earlier-due build.  ALC-SHORT-QTY is what
      *   could not be reserved.  KITCOMP backflushes from these
      *   records and takes each completion's usage off
      *   ALC-ALLOCATED-QTY.
       01  KIT-ALLOCATION-REC.
           05  ALC-KEY.
               10  ALC-WO-NUMBER      PIC X(06) VALUE SPACES.
               10  ALC-COMPONENT-PART PIC X(23) VALUE SPACES.
           05  ALC-QTY-PER            PIC 9(05) VALUE ZEROES.
           05  ALC-REQUIRED-QTY       PIC 9(09) VALUE ZEROES.
           05  ALC-ALLOCATED-QTY      PIC 9(09) VALUE ZEROES.
           05  ALC-SHORT-QTY          PIC 9(09) VALUE ZEROES.
           05  ALC-ALLOC-DATE         PIC 9(08) VALUE ZEROES.
           05  FILLER                 PIC X(11) VALUE SPACES.
