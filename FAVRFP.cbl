           SELECT COUNTRY-DUTY-FILE ASSIGN TO CNTRYDUTY.
           SELECT RFP-LINES-FILE  ASSIGN TO RFPLINES.
           SELECT INST-INVENTORY-FILE ASSIGN TO INSTINV.
           SELECT ASSET-REGISTER  ASSIGN TO INSTASET
               FILE STATUS IS WS-ASSET-STATUS.
           SELECT RENTAL-RATE-FILE ASSIGN TO RENTRATE
               FILE STATUS IS WS-RENT-STATUS.
           SELECT ARTIST-MASTER-FILE ASSIGN TO ARTMSTR
      *     date.  Drawn down as lines are priced, so a line that
      *     exceeds available stock is annotated with a backorder
      *     note instead of being silently quoted as available.
      *     Once the instrument asset register exists its checked-in
      *     instruments ARE the on-hand count - see
      *     COUNT-CHECKED-IN-STOCK - and this file supplies only the
      *     restock dates.
       FD  INST-INVENTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  II-ON-HAND                     PIC 9(05).
           05  II-RESTOCK-DATE                PIC 9(08).
      *
      *     Instrument asset register - one record per serial-
      *     numbered instrument, checked in or out to a musician.
       FD  ASSET-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INST-ASSET-REC.
           COPY INSTASET.
      *
      *     Monthly rental rates by instrument type and quality
      *     grade - the rent half of the rent-versus-buy comparison
      *     the hallway calculator used to do.
       01  WS-STOCK-SW                      PIC X VALUE 'Y'.
           88  LINE-IN-STOCK                VALUE 'Y'.
       01  WS-BACKORDER-RESTOCK             PIC 9(08) VALUE ZERO.
       01  WS-ASSET-STATUS                  PIC X(02) VALUE SPACES.
      *
      *     Rental rates loaded at startup; the comparison work
      *     fields for the line in hand.
           PERFORM LOAD-PRICED-ITEMS-TABLE.
           PERFORM LOAD-COUNTRY-DUTY-TABLE.
           PERFORM LOAD-INVENTORY-TABLE.
           PERFORM COUNT-CHECKED-IN-STOCK.
           PERFORM LOAD-RENTAL-RATES.
           MOVE   'N' TO EOF-STAT.
           READ    FAVRFP-FILE
           END-PERFORM.
           MOVE 'N' TO EOF-STAT.
      *
      *    An instrument out on tour with a musician isn't stock:
      *    when the asset register is there, each type/grade's
      *    on-hand count is recounted from the instruments actually
      *    checked in (a type/grade INSTINV never listed gets its
      *    own entry).  No register yet leaves INSTINV's counts.
       COUNT-CHECKED-IN-STOCK.
           OPEN INPUT ASSET-REGISTER.
           IF WS-ASSET-STATUS = '00'
               PERFORM VARYING INV-IDX FROM 1 BY 1
                       UNTIL INV-IDX > WS-INV-CTR
                   MOVE ZERO TO WS-INV-ON-HAND(INV-IDX)
               END-PERFORM
               MOVE 'N' TO EOF-STAT
               READ ASSET-REGISTER AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF IA-CHECKED-IN
                       PERFORM COUNT-ONE-ASSET
                   END-IF
                   READ ASSET-REGISTER
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE ASSET-REGISTER
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       COUNT-ONE-ASSET.
           SET INV-IDX TO 1.
           SEARCH WS-INV-ENTRY
               AT END
                   PERFORM ADD-INVENTORY-ENTRY
               WHEN INV-IDX > WS-INV-CTR
                   PERFORM ADD-INVENTORY-ENTRY
               WHEN WS-INV-CODE(INV-IDX) = IA-INSTRUMENT-TYPE
                    AND WS-INV-GRADE(INV-IDX) = IA-QUALITY-GRADE
                   ADD 1 TO WS-INV-ON-HAND(INV-IDX)
           END-SEARCH.
      *
       ADD-INVENTORY-ENTRY.
           IF WS-INV-CTR < WS-INV-MAX
               ADD 1 TO WS-INV-CTR
               SET INV-IDX TO WS-INV-CTR
               MOVE IA-INSTRUMENT-TYPE TO WS-INV-CODE(INV-IDX)
               MOVE IA-QUALITY-GRADE   TO WS-INV-GRADE(INV-IDX)
               MOVE 1                  TO WS-INV-ON-HAND(INV-IDX)
               MOVE ZERO               TO WS-INV-RESTOCK(INV-IDX)
           END-IF.
      *
      *    A missing rental-rate file loads nothing - every line
      *    then quotes purchase only, the old behavior.
       LOAD-RENTAL-RATES.
