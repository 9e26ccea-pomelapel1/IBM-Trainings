      *   Stock-balance file - keyed (indexed) by Part-Number and
      *   stock location, one record per part per location held.
      *   INSPPOST increments SB-ON-HAND as inspection accepts goods
      *   received through RECPOST (held goods are not on hand);
      *   ISSUEPST decrements it as parts are issued to the floor;
      *   REORDRPT compares the part total (plus open-PO quantity)
      *   against the reorder point.  CYCLPOST trues it up to the
      *   shelves after a physical count (journaled on INVADJ).
      *   Replaces the warehouse spreadsheet.
      *   Stock is held by location: the key is Part-Number plus a
      *   two-character stock location, so a part has one record
      *   for every place it is actually stored.  The part's total
      *   on hand is the sum over its locations (a START on the
      *   part with SB-LOCATION at LOW-VALUES walks them in order).
      *   RECPOST names the receiving location, INSPPOST puts the
      *   accepted quantity there, ISSUEPST issues from a named
      *   location and XFERPST moves stock between locations.  A
      *   blank location on any transaction means the main stockroom.
       01  STOCK-BALANCE-REC.
           05  SB-KEY.
               10  PART-NUMBER       PIC X(23) VALUE SPACES.
               10  SB-LOCATION       PIC X(02) VALUE SPACES.
                   88  SB-MAIN-STOCKROOM     VALUE 'MS'.
                   88  SB-OVERFLOW-WHSE      VALUE 'OW'.
                   88  SB-LINE-CRIB          VALUE 'L1' THRU 'L9'.
                   88  SB-VALID-LOCATION     VALUE 'MS' 'OW'
                                                   'L1' THRU 'L9'.
           05  SB-ON-HAND            PIC S9(07) VALUE ZEROES.
           05  SB-LAST-RECEIPT-DATE  PIC 9(08) VALUE ZEROES.
           05  SB-LAST-ISSUE-DATE    PIC 9(08) VALUE ZEROES.
           05  FILLER                PIC X(02) VALUE SPACES.
