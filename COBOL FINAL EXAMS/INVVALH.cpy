      *   Period inventory-valuation record - INVVALU appends one set
      *   per accounting period (YYYYMM of the business date): a 'T'
      *   total plus one 'S' record per supplier type.  PROCLOSE
      *   shows the 'T' value beside the period's committed spend.
      *   A rerun for the same period appends a fresh set; readers
      *   take the last one on file.
       01  INV-VALUATION-REC.
           05  IV-PERIOD             PIC 9(06).
           05  IV-REC-TYPE           PIC X(01).
               88  IV-TOTAL          VALUE 'T'.
               88  IV-SUPPLIER-TYPE  VALUE 'S'.
           05  IV-CODE               PIC X(01).
           05  IV-ON-HAND-QTY        PIC S9(09).
           05  IV-VALUE-USD          PIC S9(11)V99.
           05  IV-PARTS-VALUED       PIC 9(06).
           05  IV-NO-COST-PARTS      PIC 9(06).
           05  IV-NO-COST-QTY        PIC S9(09).
           05  FILLER                PIC X(29).
