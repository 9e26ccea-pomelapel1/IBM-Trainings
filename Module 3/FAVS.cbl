      *    FAV-REC entries from FAVS-FILE and produces the same
      *    tax/shipping/total breakdown for each one, instead of only
      *    ever demoing one hardcoded artist.
      *    Enhancement: every entry names the album by its ALBUMCAT
      *    catalog number and is rejected when the number is not on
      *    the catalog.  What is owned is rebuilt from the ledger at
      *    startup: a purchase of a title we already own is rejected
      *    before it reaches the ledger (unless the entry says a
      *    second copy is wanted), and a return must match an
      *    unreturned ledger purchase of the title - oldest first -
      *    and credits what that purchase actually cost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO FAVLEDGR
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT GENRE-TABLE-FILE ASSIGN TO GENRETBL.
           SELECT CATALOG-FILE ASSIGN TO ALBUMCAT.
       DATA DIVISION.
       FILE SECTION.
       FD  FAVS-FILE
           05  FAV-TRANS-TYPE           PIC X(1).
               88  FAV-RETURN           VALUE 'R'.
           05  FAV-RETURN-REASON        PIC X(2).
      *    The album, by ALBUMCAT catalog number; 'Y' in
      *    FAV-SECOND-COPY lets a purchase of a title already owned
      *    through on purpose.
           05  FAV-CATALOG-NO           PIC X(8).
           05  FAV-SECOND-COPY          PIC X(1).
               88  FAV-SECOND-COPY-WANTED VALUE 'Y'.
      *    Pads the record out to the 80 characters the FD declares.
           05  FILLER                   PIC X(10).
      *
      *    Permanent purchase-history ledger - one record appended per
      *    processed entry with the run's computed tax/shipping/total,
           05  LDG-TOTAL                PIC S9(4)V99.
           05  LDG-RUN-DATE             PIC 9(8).
           05  LDG-TRANS-TYPE           PIC X(1).
               88  LDG-RETURN           VALUE 'R'.
           05  LDG-RETURN-REASON        PIC X(2).
      *    Blank on entries ledgered before the album catalog.
           05  LDG-CATALOG-NO           PIC X(8).
      *
       FD  GENRE-TABLE-FILE
           RECORDING MODE IS F
       01  GENRE-TABLE-REC.
           05  GEN-GENRE-CODE           PIC X(12).
           05  FILLER                   PIC X(08).
      *
       FD  CATALOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALBUM-CATALOG-REC.
           COPY ALBUMCAT.
      *
       WORKING-STORAGE SECTION.
      *    Genre reference table - loaded at startup (the VEHMAKE/
       01  WS-GENRE-OK-SW               PIC X VALUE 'N'.
           88  GENRE-IS-VALID           VALUE 'Y'.
       01  WS-INVALID-GENRE-CTR         PIC 9(3) VALUE ZEROES.
      *
      *    Album catalog - loaded at startup like the genre table.
       01  WS-CATALOG-TABLE.
           05  WS-CAT-ENTRIES OCCURS 500 TIMES
                   INDEXED BY CAT-IDX.
               10  WS-CAT-NO            PIC X(08).
               10  WS-CAT-TITLE         PIC X(40).
       01  WS-CAT-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-CAT-MAX                   PIC S9(4) COMP VALUE 500.
      *
      *    Every catalogued purchase on the ledger, with what it
      *    cost and whether a later return has undone it - rebuilt
      *    from FAVLEDGR each run, then kept current as this run's
      *    entries are ledgered.
       01  WS-OWNED-TABLE.
           05  WS-OWN-ENTRIES OCCURS 1000 TIMES
                   INDEXED BY OWN-IDX.
               10  WS-OWN-CATALOG-NO    PIC X(08).
               10  WS-OWN-DATE          PIC 9(08).
               10  WS-OWN-CD-COST       PIC 9(3)V99.
               10  WS-OWN-TAX           PIC 9(2)V99.
               10  WS-OWN-SHIPPING      PIC 9(2)V99.
               10  WS-OWN-RETURNED      PIC X(01).
       01  WS-OWN-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-OWN-MAX                   PIC S9(4) COMP VALUE 1000.
       01  WS-MATCH-CATALOG-NO          PIC X(08) VALUE SPACES.
       01  WS-OWNED-SW                  PIC X VALUE 'N'.
           88  TITLE-IS-OWNED           VALUE 'Y'.
       01  WS-ENTRY-OK-SW               PIC X VALUE 'N'.
           88  ENTRY-IS-VALID           VALUE 'Y'.
       01  WS-TITLE                     PIC X(40) VALUE SPACES.
       01  WS-UNKNOWN-TITLE-CTR         PIC 9(3) VALUE ZEROES.
       01  WS-DUPLICATE-CTR             PIC 9(3) VALUE ZEROES.
       01  WS-UNMATCHED-RETURN-CTR      PIC 9(3) VALUE ZEROES.
       01  COST-OUT.
           05  CD-COST-OUT              PIC $$,$$$.99.
           05  SHIPPING-COST-OUT        PIC $$,$$$.99.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT FAVS-FILE, GENRE-TABLE-FILE, CATALOG-FILE.
           PERFORM LOAD-GENRE-TABLE.
           PERFORM LOAD-CATALOG-TABLE.
           PERFORM LOAD-OWNED-TABLE.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT LEDGER-FILE
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-STAT.
      *
       LOAD-CATALOG-TABLE.
           MOVE 'N' TO EOF-STAT.
           READ CATALOG-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL
                   CAT-IDX > WS-CAT-MAX OR END-OF-FILE
               ADD 1 TO WS-CAT-CTR
               MOVE ALB-CATALOG-NO TO WS-CAT-NO(CAT-IDX)
               MOVE ALB-TITLE      TO WS-CAT-TITLE(CAT-IDX)
               READ CATALOG-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'FAVS: ALBUM CATALOG HAS MORE THAN '
                       WS-CAT-MAX ' TITLES - REMAINING IGNORED'
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
      *    Replay the ledger: each catalogued purchase is owned
      *    until a return of the same title undoes it (the oldest
      *    unreturned purchase first).  No ledger yet owns nothing.
       LOAD-OWNED-TABLE.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ LEDGER-FILE AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF LDG-CATALOG-NO NOT = SPACES
                       MOVE LDG-CATALOG-NO TO WS-MATCH-CATALOG-NO
                       IF LDG-RETURN
                           PERFORM FIND-UNRETURNED-PURCHASE
                           IF TITLE-IS-OWNED
                               MOVE 'Y' TO WS-OWN-RETURNED(OWN-IDX)
                           END-IF
                       ELSE
                           PERFORM ADD-OWNED-FROM-LEDGER
                       END-IF
                   END-IF
                   READ LEDGER-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
       ADD-OWNED-FROM-LEDGER.
           IF WS-OWN-CTR < WS-OWN-MAX
               ADD 1 TO WS-OWN-CTR
               SET OWN-IDX TO WS-OWN-CTR
               MOVE LDG-CATALOG-NO TO WS-OWN-CATALOG-NO(OWN-IDX)
               MOVE LDG-RUN-DATE   TO WS-OWN-DATE(OWN-IDX)
               MOVE LDG-CD-COST    TO WS-OWN-CD-COST(OWN-IDX)
               MOVE LDG-TAX        TO WS-OWN-TAX(OWN-IDX)
               MOVE LDG-SHIPPING   TO WS-OWN-SHIPPING(OWN-IDX)
               MOVE 'N'            TO WS-OWN-RETURNED(OWN-IDX)
           END-IF.
      *
      *    Oldest purchase of WS-MATCH-CATALOG-NO not yet returned;
      *    OWN-IDX is left on it when TITLE-IS-OWNED.
       FIND-UNRETURNED-PURCHASE.
           MOVE 'N' TO WS-OWNED-SW.
           SET OWN-IDX TO 1.
           SEARCH WS-OWN-ENTRIES
               AT END
                   CONTINUE
               WHEN OWN-IDX > WS-OWN-CTR
                   CONTINUE
               WHEN WS-OWN-CATALOG-NO(OWN-IDX) = WS-MATCH-CATALOG-NO
                    AND WS-OWN-RETURNED(OWN-IDX) = 'N'
                   SET TITLE-IS-OWNED TO TRUE
           END-SEARCH.
      *
      *    A record with a genre not on the reference table is
      *    exceptioned and kept off the ledger - the same typo
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           ELSE
               PERFORM CHECK-CATALOG-AND-OWNERSHIP
               IF ENTRY-IS-VALID
                   PERFORM PRICE-AND-LEDGER-RECORD
               ELSE
                   READ FAVS-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-IF
           END-IF.
      *
      *    The title must be on the catalog; a purchase must not be
      *    of a title still owned, and a return must have a purchase
      *    to undo.
       CHECK-CATALOG-AND-OWNERSHIP.
           MOVE 'N' TO WS-ENTRY-OK-SW.
           MOVE SPACES TO WS-TITLE.
           SET CAT-IDX TO 1.
           SEARCH WS-CAT-ENTRIES
               AT END
                   CONTINUE
               WHEN CAT-IDX > WS-CAT-CTR
                   CONTINUE
               WHEN WS-CAT-NO(CAT-IDX) = FAV-CATALOG-NO
                   MOVE WS-CAT-TITLE(CAT-IDX) TO WS-TITLE
                   SET ENTRY-IS-VALID TO TRUE
           END-SEARCH.
           IF NOT ENTRY-IS-VALID
               ADD 1 TO WS-UNKNOWN-TITLE-CTR
               DISPLAY '** REJECTED - CATALOG NO ' FAV-CATALOG-NO
                       ' NOT ON ALBUM CATALOG FOR ' ARTIST-NAME
           ELSE
               MOVE FAV-CATALOG-NO TO WS-MATCH-CATALOG-NO
               PERFORM FIND-UNRETURNED-PURCHASE
               IF FAV-RETURN
                   IF NOT TITLE-IS-OWNED
                       MOVE 'N' TO WS-ENTRY-OK-SW
                       ADD 1 TO WS-UNMATCHED-RETURN-CTR
                       DISPLAY '** REJECTED - RETURN OF ' WS-TITLE
                       DISPLAY '   MATCHES NO PURCHASE ON THE LEDGER'
                   END-IF
               ELSE
                   IF TITLE-IS-OWNED
                      AND NOT FAV-SECOND-COPY-WANTED
                       MOVE 'N' TO WS-ENTRY-OK-SW
                       ADD 1 TO WS-DUPLICATE-CTR
                       DISPLAY '** REJECTED - ALREADY OWNED: ' WS-TITLE
                       DISPLAY '   BOUGHT ' WS-OWN-DATE(OWN-IDX)
                               ' - SET SECOND-COPY FLAG TO BUY AGAIN'
                   END-IF
               END-IF
           END-IF.
      *
      *    A return credits back exactly what the purchase it
      *    matched cost, not a re-pricing of today's entry.
       PRICE-AND-LEDGER-RECORD.
           IF FAV-RETURN
               MOVE WS-OWN-CD-COST(OWN-IDX)  TO CD-COST
               MOVE WS-OWN-TAX(OWN-IDX)      TO TAX
               MOVE WS-OWN-SHIPPING(OWN-IDX) TO SHIPPING-COST
           ELSE
               IF  CD-COST > 40
                   COMPUTE TAX = (CD-COST * 0.06)
               ELSE
                   COMPUTE TAX = (CD-COST * 0.10)
               END-IF
           END-IF.
           COMPUTE TOTAL-CD-COST = CD-COST + SHIPPING-COST + TAX.
           MOVE TOTAL-CD-COST           TO TOTAL-CD-COST-OUT.
           MOVE SHIPPING-COST           TO SHIPPING-COST-OUT.
           MOVE TAX                     TO TAX-OUT.
           DISPLAY "Artist              : " ARTIST-NAME.
           DISPLAY "Title               : " WS-TITLE.
           DISPLAY "# of musicians      : " NUMBER-OF-MUSICIANS.
           DISPLAY "Musical Genre       : " MUSICAL-GENRE.
           DISPLAY "Band still together ? " BAND-IS-STILL-TOGETHER.
           IF FAV-RETURN
               DISPLAY "** RETURN - REASON " FAV-RETURN-REASON
                       " - CREDITED TO LEDGER **"
               DISPLAY "** AGAINST PURCHASE OF " WS-OWN-DATE(OWN-IDX)
                       " **"
           END-IF.
           DISPLAY " ".
           PERFORM WRITE-LEDGER-RECORD.
               MOVE SPACES         TO LDG-RETURN-REASON
           END-IF.
           MOVE WS-RUN-DATE    TO LDG-RUN-DATE.
           MOVE FAV-CATALOG-NO TO LDG-CATALOG-NO.
           WRITE LEDGER-REC.
      *    Keep the owned table current for the rest of the batch.
           IF FAV-RETURN
               MOVE 'Y' TO WS-OWN-RETURNED(OWN-IDX)
           ELSE
               PERFORM ADD-OWNED-FROM-LEDGER
           END-IF.
      *
       CLOSE-FILES.
           IF WS-INVALID-GENRE-CTR > 0
               DISPLAY 'FAVS: ' WS-INVALID-GENRE-CTR
                       ' RECORDS REJECTED - UNKNOWN GENRE'
           END-IF.
           IF WS-UNKNOWN-TITLE-CTR > 0
               DISPLAY 'FAVS: ' WS-UNKNOWN-TITLE-CTR
                       ' RECORDS REJECTED - NOT ON ALBUM CATALOG'
           END-IF.
           IF WS-DUPLICATE-CTR > 0
               DISPLAY 'FAVS: ' WS-DUPLICATE-CTR
                       ' RECORDS REJECTED - TITLE ALREADY OWNED'
           END-IF.
           IF WS-UNMATCHED-RETURN-CTR > 0
               DISPLAY 'FAVS: ' WS-UNMATCHED-RETURN-CTR
                       ' RETURNS REJECTED - NO PURCHASE TO MATCH'
           END-IF.
           CLOSE FAVS-FILE.
           CLOSE GENRE-TABLE-FILE.
           CLOSE CATALOG-FILE.
           CLOSE LEDGER-FILE.
