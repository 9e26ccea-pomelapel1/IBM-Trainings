       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVCOLL.
      ***** Workshop 3.1a - Production Support
      *    Owned-collection listing.  Replays the purchase-history
      *    ledger FAVS appends (FAVLEDGR) the way FAVS does - each
      *    catalogued purchase is owned until a return of the same
      *    title undoes it, oldest purchase first - and lists every
      *    copy still owned by artist, then genre, then title, with
      *    the album's catalog details from ALBUMCAT and what the
      *    copy cost.  Each artist and genre is counted and totaled.
      *    Ledger entries from before the album catalog carry no
      *    catalog number and cannot be listed; they are counted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE     ASSIGN TO FAVLEDGR.
           SELECT CATALOG-FILE    ASSIGN TO ALBUMCAT.
           SELECT COLLECTION-REPORT ASSIGN TO FAVCOLRP.
           SELECT SORT-FILE       ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LEDGER-REC.
       01  LEDGER-REC.
           05  LDG-ARTIST-NAME          PIC X(30).
           05  LDG-GENRE                PIC X(12).
           05  LDG-CD-COST              PIC S9(3)V99.
           05  LDG-TAX                  PIC S9(2)V99.
           05  LDG-SHIPPING             PIC S9(2)V99.
           05  LDG-TOTAL                PIC S9(4)V99.
           05  LDG-RUN-DATE             PIC 9(8).
           05  LDG-TRANS-TYPE           PIC X(1).
               88  LDG-RETURN           VALUE 'R'.
           05  LDG-RETURN-REASON        PIC X(2).
           05  LDG-CATALOG-NO           PIC X(8).
      *
       FD  CATALOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALBUM-CATALOG-REC.
           COPY ALBUMCAT.
      *
       FD  COLLECTION-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COLLECTION-REPORT-REC.
       01  COLLECTION-REPORT-REC        PIC X(132).
      *
       SD  SORT-FILE.
       01  SORT-REC.
           05  SRT-ARTIST-NAME          PIC X(30).
           05  SRT-GENRE                PIC X(12).
           05  SRT-TITLE                PIC X(40).
           05  SRT-CATALOG-NO           PIC X(08).
           05  SRT-ARTIST-ACCT-NO       PIC X(08).
           05  SRT-RELEASE-YEAR         PIC 9(04).
           05  SRT-BOUGHT-DATE          PIC 9(08).
           05  SRT-COST                 PIC S9(4)V99.
      *
       WORKING-STORAGE SECTION.
       01  EOF-STAT                     PIC X VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
      *
      *    Album catalog, loaded at startup.
       01  WS-CATALOG-TABLE.
           05  WS-CAT-ENTRIES OCCURS 500 TIMES
                   INDEXED BY CAT-IDX.
               10  WS-CAT-NO            PIC X(08).
               10  WS-CAT-TITLE         PIC X(40).
               10  WS-CAT-ACCT-NO       PIC X(08).
               10  WS-CAT-GENRE         PIC X(12).
               10  WS-CAT-YEAR          PIC 9(04).
       01  WS-CAT-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-CAT-MAX                   PIC S9(4) COMP VALUE 500.
      *
      *    Every catalogued purchase on the ledger and whether a
      *    later return has undone it.
       01  WS-OWNED-TABLE.
           05  WS-OWN-ENTRIES OCCURS 1000 TIMES
                   INDEXED BY OWN-IDX.
               10  WS-OWN-CATALOG-NO    PIC X(08).
               10  WS-OWN-ARTIST-NAME   PIC X(30).
               10  WS-OWN-GENRE         PIC X(12).
               10  WS-OWN-DATE          PIC 9(08).
               10  WS-OWN-TOTAL         PIC S9(4)V99.
               10  WS-OWN-RETURNED      PIC X(01).
       01  WS-OWN-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-OWN-MAX                   PIC S9(4) COMP VALUE 1000.
      *
       01  WS-BREAK-FIELDS.
           05  WS-PREV-ARTIST           PIC X(30) VALUE SPACES.
           05  WS-PREV-GENRE            PIC X(12) VALUE SPACES.
           05  WS-FIRST-SW              PIC X     VALUE 'Y'.
               88  FIRST-RECORD         VALUE 'Y'.
           05  WS-ARTIST-COPIES         PIC 9(05) VALUE ZERO.
           05  WS-ARTIST-SPEND          PIC S9(7)V99 VALUE ZERO.
           05  WS-GENRE-COPIES          PIC 9(05) VALUE ZERO.
           05  WS-GENRE-SPEND           PIC S9(7)V99 VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-LEDGER-READ          PIC 9(6) VALUE ZERO.
           05  TOT-UNCATALOGUED         PIC 9(6) VALUE ZERO.
           05  TOT-COPIES-OWNED         PIC 9(6) VALUE ZERO.
           05  TOT-COLLECTION-SPEND     PIC S9(7)V99 VALUE ZERO.
      *
       01  HEADER-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               'OWNED CD COLLECTION BY ARTIST AND GENRE'.
       01  HEADER-LINE-2.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(42) VALUE 'TITLE'.
           05  FILLER                   PIC X(10) VALUE 'CATALOG'.
           05  FILLER                   PIC X(06) VALUE 'YEAR'.
           05  FILLER                   PIC X(12) VALUE 'BOUGHT'.
           05  FILLER                   PIC X(09) VALUE '     COST'.
      *
       01  ARTIST-LINE.
           05  FILLER                   PIC X(08) VALUE 'ARTIST: '.
           05  AL-ARTIST-NAME           PIC X(30).
       01  GENRE-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'GENRE: '.
           05  GL-GENRE                 PIC X(12).
       01  DETAIL-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-TITLE                 PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CATALOG-NO            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-YEAR                  PIC 9(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-BOUGHT                PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-COST                  PIC $$,$$9.99.
       01  GENRE-TOTAL-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'GENRE - '.
           05  GT-COPIES                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(55) VALUE ' COPIES'.
           05  GT-SPEND                 PIC $$$,$$9.99.
       01  ARTIST-TOTAL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'ARTIST - '.
           05  AT-COPIES                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(55) VALUE ' COPIES'.
           05  AT-SPEND                 PIC $$$,$$9.99.
      *
       01  FOOTER-LINE-1.
           05  FILLER                   PIC X(30) VALUE
               'LEDGER RECORDS READ        : '.
           05  FL-READ                  PIC ZZZ,ZZ9.
       01  FOOTER-LINE-2.
           05  FILLER                   PIC X(30) VALUE
               'COPIES OWNED               : '.
           05  FL-OWNED                 PIC ZZZ,ZZ9.
       01  FOOTER-LINE-3.
           05  FILLER                   PIC X(30) VALUE
               'COLLECTION COST            : '.
           05  FL-SPEND                 PIC $$,$$$,$$9.99.
       01  FOOTER-LINE-4.
           05  FILLER                   PIC X(30) VALUE
               'UNCATALOGUED LEDGER ENTRIES: '.
           05  FL-UNCATALOGUED          PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES.
           PERFORM LOAD-CATALOG-TABLE.
           PERFORM LOAD-OWNED-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ARTIST-NAME
                                SRT-GENRE
                                SRT-TITLE
               INPUT PROCEDURE IS RELEASE-OWNED-COPIES
               OUTPUT PROCEDURE IS WRITE-COLLECTION-LISTING.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  LEDGER-FILE, CATALOG-FILE.
           OPEN OUTPUT COLLECTION-REPORT.
      *
       CLOSE-FILES.
           CLOSE LEDGER-FILE, CATALOG-FILE, COLLECTION-REPORT.
      *
       LOAD-CATALOG-TABLE.
           MOVE 'N' TO EOF-STAT.
           READ CATALOG-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL
                   CAT-IDX > WS-CAT-MAX OR END-OF-FILE
               ADD 1 TO WS-CAT-CTR
               MOVE ALB-CATALOG-NO     TO WS-CAT-NO(CAT-IDX)
               MOVE ALB-TITLE          TO WS-CAT-TITLE(CAT-IDX)
               MOVE ALB-ARTIST-ACCT-NO TO WS-CAT-ACCT-NO(CAT-IDX)
               MOVE ALB-GENRE          TO WS-CAT-GENRE(CAT-IDX)
               MOVE ALB-RELEASE-YEAR   TO WS-CAT-YEAR(CAT-IDX)
               READ CATALOG-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-STAT.
      *
      *    The same replay FAVS does: a return undoes the oldest
      *    unreturned purchase of its title.
       LOAD-OWNED-TABLE.
           MOVE 'N' TO EOF-STAT.
           READ LEDGER-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO TOT-LEDGER-READ
               IF LDG-CATALOG-NO = SPACES
                   ADD 1 TO TOT-UNCATALOGUED
               ELSE
                   IF LDG-RETURN
                       SET OWN-IDX TO 1
                       SEARCH WS-OWN-ENTRIES
                           AT END
                               CONTINUE
                           WHEN OWN-IDX > WS-OWN-CTR
                               CONTINUE
                           WHEN WS-OWN-CATALOG-NO(OWN-IDX)
                                    = LDG-CATALOG-NO
                                AND WS-OWN-RETURNED(OWN-IDX) = 'N'
                               MOVE 'Y' TO WS-OWN-RETURNED(OWN-IDX)
                       END-SEARCH
                   ELSE
                       IF WS-OWN-CTR < WS-OWN-MAX
                           ADD 1 TO WS-OWN-CTR
                           SET OWN-IDX TO WS-OWN-CTR
                           MOVE LDG-CATALOG-NO
                                TO WS-OWN-CATALOG-NO(OWN-IDX)
                           MOVE LDG-ARTIST-NAME
                                TO WS-OWN-ARTIST-NAME(OWN-IDX)
                           MOVE LDG-GENRE    TO WS-OWN-GENRE(OWN-IDX)
                           MOVE LDG-RUN-DATE TO WS-OWN-DATE(OWN-IDX)
                           MOVE LDG-TOTAL    TO WS-OWN-TOTAL(OWN-IDX)
                           MOVE 'N' TO WS-OWN-RETURNED(OWN-IDX)
                       END-IF
                   END-IF
               END-IF
               READ LEDGER-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-STAT.
      *
      *    One sort record per copy still owned, dressed with the
      *    catalog's title and release year.
       RELEASE-OWNED-COPIES.
           PERFORM VARYING OWN-IDX FROM 1 BY 1
                   UNTIL OWN-IDX > WS-OWN-CTR
               IF WS-OWN-RETURNED(OWN-IDX) = 'N'
                   MOVE SPACES TO SORT-REC
                   MOVE WS-OWN-ARTIST-NAME(OWN-IDX)
                        TO SRT-ARTIST-NAME
                   MOVE WS-OWN-GENRE(OWN-IDX)      TO SRT-GENRE
                   MOVE WS-OWN-CATALOG-NO(OWN-IDX) TO SRT-CATALOG-NO
                   MOVE WS-OWN-DATE(OWN-IDX)       TO SRT-BOUGHT-DATE
                   MOVE WS-OWN-TOTAL(OWN-IDX)      TO SRT-COST
                   MOVE '** NOT ON ALBUM CATALOG **' TO SRT-TITLE
                   MOVE ZERO TO SRT-RELEASE-YEAR
                   SET CAT-IDX TO 1
                   SEARCH WS-CAT-ENTRIES
                       AT END
                           CONTINUE
                       WHEN CAT-IDX > WS-CAT-CTR
                           CONTINUE
                       WHEN WS-CAT-NO(CAT-IDX)
                                = WS-OWN-CATALOG-NO(OWN-IDX)
                           MOVE WS-CAT-TITLE(CAT-IDX)   TO SRT-TITLE
                           MOVE WS-CAT-ACCT-NO(CAT-IDX)
                                TO SRT-ARTIST-ACCT-NO
                           MOVE WS-CAT-YEAR(CAT-IDX)
                                TO SRT-RELEASE-YEAR
                   END-SEARCH
                   RELEASE SORT-REC
               END-IF
           END-PERFORM.
      *
       WRITE-COLLECTION-LISTING.
           WRITE COLLECTION-REPORT-REC FROM HEADER-LINE-1.
           MOVE  SPACES TO COLLECTION-REPORT-REC.
           WRITE COLLECTION-REPORT-REC.
           WRITE COLLECTION-REPORT-REC FROM HEADER-LINE-2.
           MOVE 'N' TO EOF-STAT.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO EOF-STAT
           END-RETURN.
           PERFORM LIST-ONE-COPY UNTIL END-OF-FILE.
           IF NOT FIRST-RECORD
               PERFORM GENRE-BREAK
               PERFORM ARTIST-BREAK
           END-IF.
           MOVE  SPACES TO COLLECTION-REPORT-REC.
           WRITE COLLECTION-REPORT-REC.
           MOVE  TOT-LEDGER-READ      TO FL-READ.
           WRITE COLLECTION-REPORT-REC FROM FOOTER-LINE-1.
           MOVE  TOT-COPIES-OWNED     TO FL-OWNED.
           WRITE COLLECTION-REPORT-REC FROM FOOTER-LINE-2.
           MOVE  TOT-COLLECTION-SPEND TO FL-SPEND.
           WRITE COLLECTION-REPORT-REC FROM FOOTER-LINE-3.
           MOVE  TOT-UNCATALOGUED     TO FL-UNCATALOGUED.
           WRITE COLLECTION-REPORT-REC FROM FOOTER-LINE-4.
      *
       LIST-ONE-COPY.
           IF FIRST-RECORD
               MOVE 'N' TO WS-FIRST-SW
               PERFORM START-ARTIST
               PERFORM START-GENRE
           ELSE
               IF SRT-ARTIST-NAME NOT = WS-PREV-ARTIST
                   PERFORM GENRE-BREAK
                   PERFORM ARTIST-BREAK
                   PERFORM START-ARTIST
                   PERFORM START-GENRE
               ELSE
                   IF SRT-GENRE NOT = WS-PREV-GENRE
                       PERFORM GENRE-BREAK
                       PERFORM START-GENRE
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES            TO DETAIL-LINE.
           MOVE SRT-TITLE         TO DL-TITLE.
           MOVE SRT-CATALOG-NO    TO DL-CATALOG-NO.
           MOVE SRT-RELEASE-YEAR  TO DL-YEAR.
           MOVE SRT-BOUGHT-DATE   TO DL-BOUGHT.
           MOVE SRT-COST          TO DL-COST.
           WRITE COLLECTION-REPORT-REC FROM DETAIL-LINE.
           ADD 1        TO WS-GENRE-COPIES, WS-ARTIST-COPIES,
                           TOT-COPIES-OWNED.
           ADD SRT-COST TO WS-GENRE-SPEND, WS-ARTIST-SPEND,
                           TOT-COLLECTION-SPEND.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO EOF-STAT
           END-RETURN.
      *
       START-ARTIST.
           MOVE SRT-ARTIST-NAME TO WS-PREV-ARTIST, AL-ARTIST-NAME.
           MOVE ZERO            TO WS-ARTIST-COPIES, WS-ARTIST-SPEND.
           MOVE  SPACES TO COLLECTION-REPORT-REC.
           WRITE COLLECTION-REPORT-REC.
           WRITE COLLECTION-REPORT-REC FROM ARTIST-LINE.
      *
       START-GENRE.
           MOVE SRT-GENRE TO WS-PREV-GENRE, GL-GENRE.
           MOVE ZERO      TO WS-GENRE-COPIES, WS-GENRE-SPEND.
           WRITE COLLECTION-REPORT-REC FROM GENRE-LINE.
      *
       GENRE-BREAK.
           MOVE WS-GENRE-COPIES TO GT-COPIES.
           MOVE WS-GENRE-SPEND  TO GT-SPEND.
           WRITE COLLECTION-REPORT-REC FROM GENRE-TOTAL-LINE.
      *
       ARTIST-BREAK.
           MOVE WS-ARTIST-COPIES TO AT-COPIES.
           MOVE WS-ARTIST-SPEND  TO AT-SPEND.
           WRITE COLLECTION-REPORT-REC FROM ARTIST-TOTAL-LINE.
