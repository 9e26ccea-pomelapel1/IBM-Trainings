      *
      **********     Final Project    ******************************
      *   ISSUEPST posts stockroom issues against the stock-balance
      *   file (STOCKBAL) INSPPOST builds up from accepted receipts.
      *   Each ISSUES record carries the Part-Number, the issue date
      *   and the quantity drawn; the part's SB-ON-HAND comes down
      *   by that quantity and SB-LAST-ISSUE-DATE is kept current.
      *   than is on hand, is reported and counted, never silently
      *   applied - the balance is floored at zero so one bad issue
      *   slip can't drive the stockroom negative.
      *
      *   Stock is held by location (see STOCKBAL.cpy): each issue
      *   names the location it was drawn from (blank = main
      *   stockroom) and only that location's balance comes down.
      *   An unknown location is reported and not posted.  The
      *   kit-build backflush (KITCOMP's KITISSUE) is in the same
      *   layout and posts through here like any other issue.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STOCK-BALANCE-FILE ASSIGN TO STOCKBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT ISSUE-REPORT       ASSIGN TO ISSRPT.
       DATA DIVISION.
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISSUE-REC.
       COPY ISSUEREC.
      *
       FD  STOCK-BALANCE-FILE
           RECORD CONTAINS 50 CHARACTERS
       01  HEADING-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(25) VALUE 'PART NUMBER'.
           05  FILLER                   PIC X(04) VALUE 'LOC'.
           05  FILLER                   PIC X(12) VALUE 'ISSUED'.
           05  FILLER                   PIC X(11) VALUE '      QTY'.
           05  FILLER                   PIC X(11) VALUE '  ON HAND'.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-LOCATION              PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ISS-DATE              PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ISS-QTY               PIC ZZZ,ZZ9.
           MOVE 'N' TO WS-STOCK-FOUND-SW.
           MOVE ISS-PART-NUMBER
                TO PART-NUMBER IN STOCK-BALANCE-REC.
           MOVE ISS-LOCATION TO SB-LOCATION.
           IF SB-LOCATION = SPACES
               SET SB-MAIN-STOCKROOM TO TRUE
           END-IF.
           MOVE SB-LOCATION TO DL-LOCATION.
           IF SB-VALID-LOCATION
               READ STOCK-BALANCE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET STOCK-REC-FOUND TO TRUE
               END-READ
           END-IF.
      *
           IF NOT SB-VALID-LOCATION
               MOVE 'UNKNOWN STOCK LOCATION' TO DL-DISPOSITION
               ADD 1 TO TOT-ISSUES-UNMATCHED
           ELSE
           IF STOCK-REC-FOUND
               IF ISS-QTY > SB-ON-HAND
                   ADD 1 TO TOT-ISSUES-SHORT
               MOVE SB-ON-HAND TO DL-ON-HAND
               ADD 1 TO TOT-ISSUES-POSTED
           ELSE
               MOVE 'NO STOCK BALANCE AT LOCATION' TO DL-DISPOSITION
               ADD 1 TO TOT-ISSUES-UNMATCHED
           END-IF
           END-IF.
           WRITE ISSUE-REPORT-REC FROM DETAIL-LINE.
           READ ISSUES-FILE
