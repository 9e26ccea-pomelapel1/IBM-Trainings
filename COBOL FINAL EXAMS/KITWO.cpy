      *   Kit-build work-order file - keyed (indexed) by WO-NUMBER.
      *   One record per kit build: the parent (kit) Part-Number,
      *   how many to build and when they are due.  Opened and
      *   cancelled by KITWOMNT; KITALLOC reserves the exploded
      *   components against STOCKBAL in due-date order and sets
      *   the status allocated or short; KITCOMP records each
      *   completion, backflushes the components and puts the
      *   finished kits on hand.  Only the quantity still to build
      *   (WO-BUILD-QTY less WO-COMPLETED-QTY) is allocated.
       01  KIT-WORK-ORDER-REC.
           05  WO-NUMBER              PIC X(06) VALUE SPACES.
           05  WO-PARENT-PART         PIC X(23) VALUE SPACES.
           05  WO-BUILD-QTY           PIC 9(07) VALUE ZEROES.
           05  WO-DUE-DATE            PIC 9(08) VALUE ZEROES.
           05  WO-STATUS              PIC X(01) VALUE SPACES.
               88  WO-OPEN                VALUE 'O'.
               88  WO-ALLOCATED           VALUE 'A'.
               88  WO-SHORT               VALUE 'S'.
               88  WO-COMPLETE            VALUE 'C'.
               88  WO-CANCELLED           VALUE 'X'.
               88  WO-ACTIVE              VALUES 'O', 'A', 'S'.
           05  WO-COMPLETED-QTY       PIC 9(07) VALUE ZEROES.
           05  WO-LAST-COMPLETE-DATE  PIC 9(08) VALUE ZEROES.
           05  WO-OPENED-DATE         PIC 9(08) VALUE ZEROES.
           05  FILLER                 PIC X(02) VALUE SPACES.
