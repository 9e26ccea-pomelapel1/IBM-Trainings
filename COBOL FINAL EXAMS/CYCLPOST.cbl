       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLPOST.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   CYCLPOST closes a count cycle CYCLSHT opened.  Each COUNTS
      *   record is a part's counted quantity off the sheets; it is
      *   measured against the book quantity CYCLSHT froze (CNTFRZ)
      *   and the variance printed in units and in value at the
      *   part's latest PRICEHST price.
      *
      *   A variance inside tolerance posts straight to SB-ON-HAND.
      *   A larger one is held on the pending-adjustment file
      *   (CNTPEND in, CNTPENDO out) until an approval transaction
      *   (CNTAPPR: 'A' approve and post, 'R' reject - recount) is
      *   fed on a later run; pending items are worked before the
      *   day's counts.  Every adjustment that touches SB-ON-HAND is
      *   journaled on INVADJ (layout INVADJ.cpy).
      *
      *   Tolerance is a one-record control file (CNTTOL): a
      *   variance is inside it when its units are within the
      *   percentage of the book quantity AND its value within the
      *   dollar limit.  Missing file falls back to 2% and $100.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-FILE         ASSIGN TO COUNTS.
           SELECT COUNT-FREEZE-FILE  ASSIGN TO CNTFRZ
               FILE STATUS IS WS-FRZ-STATUS.
           SELECT APPROVAL-FILE      ASSIGN TO CNTAPPR
               FILE STATUS IS WS-APPR-STATUS.
           SELECT PENDING-IN         ASSIGN TO CNTPEND
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PENDING-OUT        ASSIGN TO CNTPENDO.
           SELECT TOLERANCE-FILE     ASSIGN TO CNTTOL
               FILE STATUS IS WS-TOL-STATUS.
           SELECT STOCK-BALANCE-FILE ASSIGN TO STOCKBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT PRICE-HISTORY-FILE ASSIGN TO PRICEHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PART-NUMBER
               FILE STATUS IS WS-PRICE-STATUS.
           SELECT ADJUST-JOURNAL     ASSIGN TO INVADJ
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT VARIANCE-REPORT    ASSIGN TO CNTVARPT.
       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNT-REC.
       01  COUNT-REC.
           05  CT-PART-NUMBER           PIC X(23).
           05  CT-COUNT-DATE            PIC 9(08).
           05  CT-COUNTED-QTY           PIC 9(07).
           05  CT-COUNTER-ID            PIC X(08).
           05  FILLER                   PIC X(04).
      *
      *    Book quantities CYCLSHT froze at sheet time.
       FD  COUNT-FREEZE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNT-FREEZE-REC.
       01  COUNT-FREEZE-REC.
           05  CF-PART-NUMBER           PIC X(23).
           05  CF-FREEZE-DATE           PIC 9(08).
           05  CF-BOOK-QTY              PIC S9(07).
           05  FILLER                   PIC X(12).
      *
       FD  APPROVAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPROVAL-REC.
       01  APPROVAL-REC.
           05  CA-PART-NUMBER           PIC X(23).
           05  CA-ACTION                PIC X(01).
               88  CA-APPROVE           VALUE 'A'.
               88  CA-REJECT            VALUE 'R'.
           05  CA-APPROVER              PIC X(08).
           05  FILLER                   PIC X(18).
      *
       FD  PENDING-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDING-IN-REC.
       01  PENDING-IN-REC               PIC X(100).
      *
       FD  PENDING-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDING-OUT-REC.
       01  PENDING-OUT-REC              PIC X(100).
      *
       FD  TOLERANCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TOLERANCE-REC.
       01  TOLERANCE-REC.
           05  TL-UNIT-PCT              PIC 9(03)V99.
           05  TL-VALUE-LIMIT           PIC 9(07)V99.
           05  FILLER                   PIC X(66).
      *
       FD  STOCK-BALANCE-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS STOCK-BALANCE-REC.
       COPY STOCKBAL.
      *
      *    Same layout FINALS maintains - slot 1 is the latest price.
       FD  PRICE-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PRICE-HISTORY-REC.
       01  PRICE-HISTORY-REC.
           05  PH-PART-NUMBER                 PIC X(23).
           05  PH-PRICE-ENTRY OCCURS 5 TIMES
                   INDEXED BY PH-IDX.
               10  PH-PRICE                   PIC S9(07)V99 COMP-3.
               10  PH-ORDER-DATE              PIC 9(08).
           05  FILLER                         PIC X(02).
      *
       FD  ADJUST-JOURNAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADJUST-JOURNAL-REC.
       01  ADJUST-JOURNAL-REC           PIC X(100).
      *
      *    Business-date override - the same one-record control file
      *    FINALS reads; missing or invalid falls back to
      *    CURRENT-DATE.
       FD  RUN-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-DATE-REC.
       01  RUN-DATE-REC.
           05  RD-BUSINESS-DATE         PIC 9(08).
           05  FILLER                   PIC X(72).
      *
       FD  VARIANCE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VARIANCE-REPORT-REC.
       01  VARIANCE-REPORT-REC          PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
      *    Shared report-heading block (see RPTPARM.cpy).
       COPY RPTPARM.
      *    Run-control block (see JOBPARM.cpy).
       COPY JOBPARM.
       01  WS-JOB-DATE                  PIC 9(08) VALUE ZERO.
      *    Shared file-status handler block (see FSPARM.cpy).
       COPY FSPARM.
      *    Adjustment work record (see INVADJ.cpy).
       COPY INVADJ.
       01  WS-FRZ-STATUS                PIC X(02) VALUE SPACES.
       01  WS-APPR-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PEND-STATUS               PIC X(02) VALUE SPACES.
       01  WS-TOL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-STOCK-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PRICE-STATUS              PIC X(02) VALUE SPACES.
       01  WS-JRNL-STATUS               PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-STOCK-FOUND-SW            PIC X     VALUE 'N'.
           88  STOCK-REC-FOUND          VALUE 'Y'.
       01  WS-FOUND-SW                  PIC X     VALUE 'N'.
           88  ENTRY-FOUND              VALUE 'Y'.
       01  WS-LOOKUP-PART               PIC X(23) VALUE SPACES.
      *
      *    Tolerance in force (see CNTTOL above).
       01  WS-UNIT-PCT                  PIC 9(03)V99 VALUE 2.00.
       01  WS-VALUE-LIMIT               PIC 9(07)V99 VALUE 100.00.
      *
      *    Frozen book quantities for the cycle, loaded at startup.
       01  WS-FREEZE-TABLE.
           05  WS-FRZ-ENTRY OCCURS 3000 TIMES
                   INDEXED BY FRZ-IDX.
               10  WS-FRZ-PART          PIC X(23).
               10  WS-FRZ-BOOK-QTY      PIC S9(07).
       01  WS-FRZ-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-FRZ-MAX                   PIC S9(4) COMP VALUE 3000.
      *
      *    Variances waiting on approval - the old pending file plus
      *    today's new ones; a blank part marks a slot worked off.
       01  WS-PENDING-TABLE.
           05  WS-PND-ENTRY OCCURS 500 TIMES
                   INDEXED BY PND-IDX.
               10  WS-PND-RECORD        PIC X(100).
               10  WS-PND-PART REDEFINES WS-PND-RECORD
                                        PIC X(23).
       01  WS-PND-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-PND-MAX                   PIC S9(4) COMP VALUE 500.
      *
       01  VARIANCE-CALC-WS.
           05  WS-ABS-QTY               PIC 9(07)      VALUE ZERO.
           05  WS-ABS-VALUE             PIC 9(09)V99   VALUE ZERO.
           05  WS-UNIT-ALLOWANCE        PIC 9(07)V99   VALUE ZERO.
           05  WS-NEW-ON-HAND           PIC S9(08)     VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-COUNTS-READ          PIC 9(5)       VALUE ZERO.
           05  TOT-NOT-ON-SHEET         PIC 9(5)       VALUE ZERO.
           05  TOT-NO-VARIANCE          PIC 9(5)       VALUE ZERO.
           05  TOT-AUTO-POSTED          PIC 9(5)       VALUE ZERO.
           05  TOT-HELD                 PIC 9(5)       VALUE ZERO.
           05  TOT-APPROVED             PIC 9(5)       VALUE ZERO.
           05  TOT-REJECTED             PIC 9(5)       VALUE ZERO.
           05  TOT-APPR-UNMATCHED       PIC 9(5)       VALUE ZERO.
           05  TOT-NO-PRICE             PIC 9(5)       VALUE ZERO.
           05  TOT-STILL-PENDING        PIC 9(5)       VALUE ZERO.
           05  TOT-ADJUST-VALUE         PIC S9(11)V99  VALUE ZERO.
           05  TOT-VARIANCE-VALUE       PIC S9(11)V99  VALUE ZERO.
      *
       01  HEADING-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(25) VALUE 'PART NUMBER'.
           05  FILLER                   PIC X(10) VALUE '      BOOK'.
           05  FILLER                   PIC X(10) VALUE '   COUNTED'.
           05  FILLER                   PIC X(11) VALUE '   VARIANCE'.
           05  FILLER                   PIC X(14) VALUE
               '    UNIT PRICE'.
           05  FILLER                   PIC X(17) VALUE
               '   VARIANCE VALUE'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE 'DISPOSITION'.
       01  DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-BOOK-QTY              PIC Z,ZZZ,ZZ9-.
           05  DL-COUNTED-QTY           PIC Z,ZZZ,ZZ9-.
           05  DL-VARIANCE-QTY          PIC Z,ZZZ,ZZ9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-UNIT-PRICE            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-VARIANCE-VALUE        PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DISPOSITION           PIC X(40).
       01  SECTION-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  SC-TITLE                 PIC X(60).
       01  SUMMARY-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  SL-LABEL                 PIC X(32).
           05  SL-COUNT                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  SL-AMOUNT                PIC $$$$,$$$,$$$,$$9.99-.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-JOB-DATE.
           PERFORM LOAD-TOLERANCE.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           PERFORM LOAD-FROZEN-BOOK.
           PERFORM LOAD-PENDING.
           MOVE 'PENDING VARIANCES - APPROVAL TRANSACTIONS'
                TO SC-TITLE.
           WRITE VARIANCE-REPORT-REC FROM SECTION-LINE.
           PERFORM APPLY-APPROVALS.
           MOVE SPACES TO VARIANCE-REPORT-REC.
           WRITE VARIANCE-REPORT-REC.
           MOVE 'COUNTS - BOOK VERSUS COUNTED' TO SC-TITLE.
           WRITE VARIANCE-REPORT-REC FROM SECTION-LINE.
           OPEN INPUT COUNT-FILE.
           MOVE 'N' TO EOF-STAT.
           READ COUNT-FILE
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM POST-ONE-COUNT UNTIL END-OF-FILE.
           CLOSE COUNT-FILE.
           PERFORM WRITE-PENDING.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM STAMP-RUN-COMPLETE.
           GOBACK.
      *
       OPEN-FILES.
           OPEN I-O    STOCK-BALANCE-FILE.
           IF WS-STOCK-STATUS NOT = '00'
               MOVE 'STOCKBAL' TO FS-DDNAME
               MOVE 'OPEN    ' TO FS-OPERATION
               MOVE WS-STOCK-STATUS TO FS-STATUS
               PERFORM REPORT-FILE-FAILURE
           END-IF.
           OPEN INPUT  PRICE-HISTORY-FILE.
      *    The adjustment journal accumulates across runs - first run
      *    creates it.
           OPEN EXTEND ADJUST-JOURNAL.
           IF WS-JRNL-STATUS NOT = '00'
               OPEN OUTPUT ADJUST-JOURNAL
           END-IF.
           OPEN OUTPUT PENDING-OUT, VARIANCE-REPORT.
      *
       CLOSE-FILES.
           CLOSE STOCK-BALANCE-FILE, PRICE-HISTORY-FILE,
                 ADJUST-JOURNAL, PENDING-OUT, VARIANCE-REPORT.
      *
      *    Missing or unreadable CNTTOL leaves 2% / $100 in place.
       LOAD-TOLERANCE.
           OPEN INPUT TOLERANCE-FILE.
           IF WS-TOL-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ TOLERANCE-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   IF TL-UNIT-PCT NUMERIC
                       MOVE TL-UNIT-PCT TO WS-UNIT-PCT
                   END-IF
                   IF TL-VALUE-LIMIT NUMERIC
                       MOVE TL-VALUE-LIMIT TO WS-VALUE-LIMIT
                   END-IF
               END-IF
               CLOSE TOLERANCE-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       LOAD-FROZEN-BOOK.
           OPEN INPUT COUNT-FREEZE-FILE.
           IF WS-FRZ-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ COUNT-FREEZE-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM VARYING FRZ-IDX FROM 1 BY 1 UNTIL
                       FRZ-IDX > WS-FRZ-MAX OR END-OF-FILE
                   ADD 1 TO WS-FRZ-CTR
                   MOVE CF-PART-NUMBER TO WS-FRZ-PART(FRZ-IDX)
                   MOVE CF-BOOK-QTY    TO WS-FRZ-BOOK-QTY(FRZ-IDX)
                   READ COUNT-FREEZE-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               IF NOT END-OF-FILE
                   DISPLAY 'CYCLPOST: COUNT-SHEET TABLE FULL AT '
                           WS-FRZ-MAX ' PARTS - REST NOT LOADED'
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE COUNT-FREEZE-FILE
               MOVE 'N' TO EOF-STAT
           ELSE
               DISPLAY 'CYCLPOST: NO CNTFRZ - RUN CYCLSHT FIRST; '
                       'EVERY COUNT WILL BE REFUSED'
           END-IF.
      *
       LOAD-PENDING.
           OPEN INPUT PENDING-IN.
           IF WS-PEND-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ PENDING-IN
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-PND-CTR < WS-PND-MAX
                       ADD 1 TO WS-PND-CTR
                       SET PND-IDX TO WS-PND-CTR
                       MOVE PENDING-IN-REC TO WS-PND-RECORD(PND-IDX)
                   ELSE
                       DISPLAY 'CYCLPOST: PENDING TABLE FULL - '
                               'VARIANCE DROPPED FOR '
                               PENDING-IN-REC(1:23)
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   READ PENDING-IN
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE PENDING-IN
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       APPLY-APPROVALS.
           OPEN INPUT APPROVAL-FILE.
           IF WS-APPR-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ APPROVAL-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM APPLY-ONE-APPROVAL UNTIL END-OF-FILE
               CLOSE APPROVAL-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       APPLY-ONE-APPROVAL.
           MOVE CA-PART-NUMBER TO WS-LOOKUP-PART.
           PERFORM FIND-PENDING-ENTRY.
           MOVE SPACES TO DETAIL-LINE.
           MOVE CA-PART-NUMBER TO DL-PART-NUMBER.
           IF NOT ENTRY-FOUND
               MOVE 'APPROVAL - NO PENDING VARIANCE' TO DL-DISPOSITION
               ADD 1 TO TOT-APPR-UNMATCHED
           ELSE
               MOVE WS-PND-RECORD(PND-IDX) TO INV-ADJUST-REC
               PERFORM FORMAT-VARIANCE-LINE
               EVALUATE TRUE
                   WHEN CA-APPROVE
                       SET ADJ-APPROVED TO TRUE
                       MOVE CA-APPROVER TO ADJ-APPROVER
                       PERFORM POST-ADJUSTMENT
                       MOVE SPACES TO WS-PND-PART(PND-IDX)
                       ADD 1 TO TOT-APPROVED
                       MOVE 'APPROVED - POSTED' TO DL-DISPOSITION
                   WHEN CA-REJECT
                       MOVE SPACES TO WS-PND-PART(PND-IDX)
                       ADD 1 TO TOT-REJECTED
                       MOVE 'REJECTED - RECOUNT, NOT POSTED'
                            TO DL-DISPOSITION
                   WHEN OTHER
                       MOVE 'APPROVAL ACTION NOT A OR R'
                            TO DL-DISPOSITION
                       ADD 1 TO TOT-APPR-UNMATCHED
               END-EVALUATE
           END-IF.
           WRITE VARIANCE-REPORT-REC FROM DETAIL-LINE.
           READ APPROVAL-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
       FIND-PENDING-ENTRY.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PND-CTR OR ENTRY-FOUND
               IF WS-PND-PART(PND-IDX) = WS-LOOKUP-PART
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET PND-IDX DOWN BY 1
           END-IF.
      *
       POST-ONE-COUNT.
           ADD 1 TO TOT-COUNTS-READ.
           MOVE SPACES TO DETAIL-LINE.
           MOVE CT-PART-NUMBER TO DL-PART-NUMBER.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING FRZ-IDX FROM 1 BY 1
                   UNTIL FRZ-IDX > WS-FRZ-CTR OR ENTRY-FOUND
               IF WS-FRZ-PART(FRZ-IDX) = CT-PART-NUMBER
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND OR CT-COUNTED-QTY NOT NUMERIC
               MOVE 'NOT ON COUNT SHEET / BAD QTY' TO DL-DISPOSITION
               ADD 1 TO TOT-NOT-ON-SHEET
           ELSE
               SET FRZ-IDX DOWN BY 1
               PERFORM BUILD-ADJUSTMENT
               PERFORM FORMAT-VARIANCE-LINE
               ADD ADJ-VALUE TO TOT-VARIANCE-VALUE
               PERFORM DISPOSE-VARIANCE
           END-IF.
           WRITE VARIANCE-REPORT-REC FROM DETAIL-LINE.
           READ COUNT-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
      *  Counted minus frozen book, valued at slot 1 of PRICEHST.
       BUILD-ADJUSTMENT.
           MOVE SPACES                    TO INV-ADJUST-REC.
           MOVE CT-PART-NUMBER            TO ADJ-PART-NUMBER.
           MOVE CT-COUNT-DATE             TO ADJ-COUNT-DATE.
           MOVE ZERO                      TO ADJ-POST-DATE.
           MOVE WS-FRZ-BOOK-QTY(FRZ-IDX)  TO ADJ-BOOK-QTY.
           MOVE CT-COUNTED-QTY            TO ADJ-COUNTED-QTY.
           COMPUTE ADJ-QTY = ADJ-COUNTED-QTY - ADJ-BOOK-QTY.
           MOVE CT-COUNTER-ID             TO ADJ-COUNTER-ID.
           MOVE CT-PART-NUMBER            TO PH-PART-NUMBER.
           READ PRICE-HISTORY-FILE
               INVALID KEY
                   MOVE ZERO TO ADJ-UNIT-PRICE
               NOT INVALID KEY
                   MOVE PH-PRICE(1) TO ADJ-UNIT-PRICE
           END-READ.
           COMPUTE ADJ-VALUE ROUNDED = ADJ-QTY * ADJ-UNIT-PRICE.
      *
      *  Inside tolerance posts now; outside waits for approval (a
      *  recount of a part already pending replaces its variance).
       DISPOSE-VARIANCE.
           IF ADJ-QTY < ZERO
               COMPUTE WS-ABS-QTY = ZERO - ADJ-QTY
           ELSE
               MOVE ADJ-QTY TO WS-ABS-QTY
           END-IF.
           IF ADJ-VALUE < ZERO
               COMPUTE WS-ABS-VALUE = ZERO - ADJ-VALUE
           ELSE
               MOVE ADJ-VALUE TO WS-ABS-VALUE
           END-IF.
           COMPUTE WS-UNIT-ALLOWANCE =
                   ADJ-BOOK-QTY * WS-UNIT-PCT / 100.
           IF ADJ-BOOK-QTY < ZERO
               MOVE ZERO TO WS-UNIT-ALLOWANCE
           END-IF.
           MOVE CT-PART-NUMBER TO WS-LOOKUP-PART.
           PERFORM FIND-PENDING-ENTRY.
           IF ENTRY-FOUND
               MOVE SPACES TO WS-PND-PART(PND-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN ADJ-QTY = ZERO
                   MOVE 'NO VARIANCE' TO DL-DISPOSITION
                   ADD 1 TO TOT-NO-VARIANCE
               WHEN WS-ABS-QTY <= WS-UNIT-ALLOWANCE
                    AND WS-ABS-VALUE <= WS-VALUE-LIMIT
                   SET ADJ-WITHIN-TOLERANCE TO TRUE
                   PERFORM POST-ADJUSTMENT
                   ADD 1 TO TOT-AUTO-POSTED
                   MOVE 'WITHIN TOLERANCE - POSTED' TO DL-DISPOSITION
               WHEN WS-PND-CTR >= WS-PND-MAX
                   MOVE 'PENDING TABLE FULL - NOT HELD'
                        TO DL-DISPOSITION
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   SET ADJ-PENDING TO TRUE
                   ADD 1 TO WS-PND-CTR, TOT-HELD
                   SET PND-IDX TO WS-PND-CTR
                   MOVE INV-ADJUST-REC TO WS-PND-RECORD(PND-IDX)
                   MOVE 'OUT OF TOLERANCE - HELD FOR APPROVAL'
                        TO DL-DISPOSITION
           END-EVALUATE.
           IF ADJ-UNIT-PRICE = ZERO AND ADJ-QTY NOT = ZERO
               ADD 1 TO TOT-NO-PRICE
           END-IF.
      *
      *  The variance applies to the CURRENT balance (movements since
      *  the sheet was printed stand), floored at zero, then goes to
      *  the journal.  The sheet counts the part's total over all
      *  its locations; the variance is booked to the main stockroom
      *  balance, where the stock is counted and kept.
       POST-ADJUSTMENT.
           MOVE 'N' TO WS-STOCK-FOUND-SW.
           MOVE ADJ-PART-NUMBER TO PART-NUMBER IN STOCK-BALANCE-REC.
           SET SB-MAIN-STOCKROOM TO TRUE.
           READ STOCK-BALANCE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET STOCK-REC-FOUND TO TRUE
           END-READ.
           IF NOT STOCK-REC-FOUND
               INITIALIZE STOCK-BALANCE-REC
               MOVE ADJ-PART-NUMBER TO PART-NUMBER IN STOCK-BALANCE-REC
               SET SB-MAIN-STOCKROOM TO TRUE
           END-IF.
           COMPUTE WS-NEW-ON-HAND = SB-ON-HAND + ADJ-QTY.
           IF WS-NEW-ON-HAND < ZERO
               MOVE ZERO TO WS-NEW-ON-HAND
           END-IF.
           MOVE WS-NEW-ON-HAND TO SB-ON-HAND.
           IF STOCK-REC-FOUND
               REWRITE STOCK-BALANCE-REC
                   INVALID KEY
                       MOVE 'STOCKBAL' TO FS-DDNAME
                       MOVE 'REWRITE ' TO FS-OPERATION
                       MOVE WS-STOCK-STATUS TO FS-STATUS
                       PERFORM REPORT-FILE-FAILURE
               END-REWRITE
           ELSE
               WRITE STOCK-BALANCE-REC
                   INVALID KEY
                       MOVE 'STOCKBAL' TO FS-DDNAME
                       MOVE 'WRITE   ' TO FS-OPERATION
                       MOVE WS-STOCK-STATUS TO FS-STATUS
                       PERFORM REPORT-FILE-FAILURE
               END-WRITE
           END-IF.
           MOVE WS-JOB-DATE TO ADJ-POST-DATE.
           WRITE ADJUST-JOURNAL-REC FROM INV-ADJUST-REC.
           ADD ADJ-VALUE TO TOT-ADJUST-VALUE.
      *
       FORMAT-VARIANCE-LINE.
           MOVE ADJ-BOOK-QTY    TO DL-BOOK-QTY.
           MOVE ADJ-COUNTED-QTY TO DL-COUNTED-QTY.
           MOVE ADJ-QTY         TO DL-VARIANCE-QTY.
           MOVE ADJ-UNIT-PRICE  TO DL-UNIT-PRICE.
           MOVE ADJ-VALUE       TO DL-VARIANCE-VALUE.
      *
      *  Whatever is still waiting on approval carries to the next
      *  run.
       WRITE-PENDING.
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PND-CTR
               IF WS-PND-PART(PND-IDX) NOT = SPACES
                   WRITE PENDING-OUT-REC FROM WS-PND-RECORD(PND-IDX)
                   ADD 1 TO TOT-STILL-PENDING
               END-IF
           END-PERFORM.
      *
       WRITE-HEADINGS.
           MOVE 'CYCLPOST' TO RH-REPORT-ID.
           MOVE 'INVENTORY COUNT VARIANCE REPORT' TO RH-REPORT-TITLE.
           MOVE WS-JOB-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE VARIANCE-REPORT-REC FROM RH-LINE-1.
           WRITE VARIANCE-REPORT-REC FROM RH-LINE-2.
           MOVE  SPACES TO VARIANCE-REPORT-REC.
           WRITE VARIANCE-REPORT-REC.
           WRITE VARIANCE-REPORT-REC FROM HEADING-LINE.
           MOVE  SPACES TO VARIANCE-REPORT-REC.
           WRITE VARIANCE-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO VARIANCE-REPORT-REC.
           WRITE VARIANCE-REPORT-REC.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'COUNTS READ                  : ' TO SL-LABEL.
           MOVE TOT-COUNTS-READ    TO SL-COUNT.
           MOVE TOT-VARIANCE-VALUE TO SL-AMOUNT.
           WRITE VARIANCE-REPORT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'NOT ON SHEET / BAD QUANTITY  : ' TO SL-LABEL.
           MOVE TOT-NOT-ON-SHEET   TO SL-COUNT.
           WRITE VARIANCE-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'COUNTED WITH NO VARIANCE     : ' TO SL-LABEL.
           MOVE TOT-NO-VARIANCE    TO SL-COUNT.
           WRITE VARIANCE-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'POSTED WITHIN TOLERANCE      : ' TO SL-LABEL.
           MOVE TOT-AUTO-POSTED    TO SL-COUNT.
           WRITE VARIANCE-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'HELD FOR APPROVAL            : ' TO SL-LABEL.
           MOVE TOT-HELD           TO SL-COUNT.
           WRITE VARIANCE-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'APPROVED AND POSTED          : ' TO SL-LABEL.
           MOVE TOT-APPROVED       TO SL-COUNT.
           WRITE VARIANCE-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'REJECTED FOR RECOUNT         : ' TO SL-LABEL.
           MOVE TOT-REJECTED       TO SL-COUNT.
           WRITE VARIANCE-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'APPROVALS NOT APPLIED        : ' TO SL-LABEL.
           MOVE TOT-APPR-UNMATCHED TO SL-COUNT.
           WRITE VARIANCE-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'VARIANCES WITH NO PRICE      : ' TO SL-LABEL.
           MOVE TOT-NO-PRICE       TO SL-COUNT.
           WRITE VARIANCE-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'STILL PENDING APPROVAL       : ' TO SL-LABEL.
           MOVE TOT-STILL-PENDING  TO SL-COUNT.
           WRITE VARIANCE-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'NET ADJUSTMENT VALUE POSTED  : ' TO SL-LABEL.
           MOVE ZERO               TO SL-COUNT.
           MOVE TOT-ADJUST-VALUE   TO SL-AMOUNT.
           WRITE VARIANCE-REPORT-REC FROM SUMMARY-LINE.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-COUNTS-READ TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE VARIANCE-REPORT-REC FROM RH-LINE-1.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
      *  and the run fails on a genuine error.
       REPORT-FILE-FAILURE.
           MOVE 'CYCLPOST' TO FS-PROGRAM.
           CALL 'FILSTAT' USING FILE-STATUS-PARM.
           IF FS-FAIL-RUN
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       STAMP-RUN-COMPLETE.
           SET JC-STAMP TO TRUE.
           MOVE 'CYCLPOST' TO JC-JOB-NAME.
           MOVE WS-JOB-DATE TO JC-BUSINESS-DATE.
           MOVE RETURN-CODE TO JC-RETURN-CODE.
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *
      *  The run-control business date honors the RUNDATE override
      *  the way FINALS' does.
       GET-JOB-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-DATE.
           OPEN INPUT RUN-DATE-FILE.
           IF WS-RUNDATE-STATUS = '00'
               READ RUN-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RD-BUSINESS-DATE NUMERIC
                           AND RD-BUSINESS-DATE > ZERO
                           MOVE RD-BUSINESS-DATE TO WS-JOB-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-FILE
           END-IF.
