      *   Inventory adjustment record - the journal of every change
      *   CYCLPOST makes to SB-ON-HAND from a physical count (INVADJ,
      *   appended run over run), and the same layout for a large
      *   variance waiting on an approval transaction (CNTPEND /
      *   CNTPENDO, ADJ-SOURCE 'P').  ADJ-QTY is counted minus the
      *   book quantity frozen when the count sheet was printed; it
      *   is applied to the CURRENT balance, so issues and receipts
      *   between the sheet and the post are not lost.
       01  INV-ADJUST-REC.
           05  ADJ-PART-NUMBER       PIC X(23).
           05  ADJ-COUNT-DATE        PIC 9(08).
           05  ADJ-POST-DATE         PIC 9(08).
           05  ADJ-BOOK-QTY          PIC S9(07).
           05  ADJ-COUNTED-QTY       PIC S9(07).
           05  ADJ-QTY               PIC S9(07).
           05  ADJ-UNIT-PRICE        PIC 9(07)V99.
           05  ADJ-VALUE             PIC S9(09)V99.
           05  ADJ-SOURCE            PIC X(01).
               88  ADJ-WITHIN-TOLERANCE  VALUE 'T'.
               88  ADJ-APPROVED          VALUE 'A'.
               88  ADJ-PENDING           VALUE 'P'.
           05  ADJ-APPROVER          PIC X(08).
           05  ADJ-COUNTER-ID        PIC X(08).
           05  FILLER                PIC X(03).
