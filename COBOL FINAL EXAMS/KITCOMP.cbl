       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITCOMP.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   KITCOMP records finished kit builds against their work
      *   orders (KITWO - see KITWO.cpy).  Each KITCTRN record names
      *   the work order, the quantity built, the completion date
      *   and the stock location the finished kits go into (blank =
      *   main stockroom).
      *
      *   A completion is accepted only for an active order that
      *   KITALLOC has already reserved components for, for no more
      *   than is still to be built.  For each accepted completion:
      *     - the components reserved for the order (KITALOC) are
      *       backflushed - one KITISSUE record per component, the
      *       quantity built times the quantity-per, drawn from the
      *       same location.  KITISSUE is in the ISSUES layout (see
      *       ISSUEREC.cpy) and is posted to STOCKBAL by ISSUEPST, so
      *       a backflush comes off the shelf exactly like any other
      *       stockroom issue - floored at zero and flagged when it
      *       exceeds what is on hand;
      *     - each component's reservation comes down by what was
      *       backflushed (never below zero);
      *     - the finished kits are added to the kit's STOCKBAL
      *       balance at the location, creating it if need be;
      *     - the order's built quantity and last-completion date
      *       are updated, and it is marked complete once the full
      *       build quantity is done.
      *
      *   Every completion - accepted or rejected - gets a line on
      *   the report, with run totals at the bottom.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLETION-FILE    ASSIGN TO KITCTRN.
           SELECT WORK-ORDER-FILE    ASSIGN TO KITWO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NUMBER
               FILE STATUS IS WS-WO-STATUS.
           SELECT ALLOCATION-FILE    ASSIGN TO KITALOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALC-KEY
               FILE STATUS IS WS-ALC-STATUS.
           SELECT STOCK-BALANCE-FILE ASSIGN TO STOCKBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT BACKFLUSH-FILE     ASSIGN TO KITISSUE.
           SELECT COMPLETION-REPORT  ASSIGN TO KITCRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPLETION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMPLETION-REC.
       01  COMPLETION-REC.
           05  CMP-WO-NUMBER            PIC X(06).
           05  CMP-QTY                  PIC 9(07).
           05  CMP-DATE                 PIC 9(08).
           05  CMP-DATE-X REDEFINES CMP-DATE
                                        PIC X(08).
           05  CMP-LOCATION             PIC X(02).
           05  FILLER                   PIC X(27).
      *
       FD  WORK-ORDER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS KIT-WORK-ORDER-REC.
       COPY KITWO.
      *
       FD  ALLOCATION-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS KIT-ALLOCATION-REC.
       COPY KITALOC.
      *
       FD  STOCK-BALANCE-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS STOCK-BALANCE-REC.
       COPY STOCKBAL.
      *
       FD  BACKFLUSH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISSUE-REC.
       COPY ISSUEREC.
      *
       FD  COMPLETION-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMPLETION-REPORT-REC.
       01  COMPLETION-REPORT-REC        PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-WO-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ALC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-STOCK-STATUS              PIC X(02) VALUE SPACES.
      *    Shared date-validation block (see DATEPARM.cpy).
       COPY DATEPARM.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-WO-FOUND-SW               PIC X     VALUE 'N'.
           88  WO-ON-FILE               VALUE 'Y'.
       01  WS-DATE-OK-SW                PIC X     VALUE 'N'.
           88  COMPLETION-DATE-OK       VALUE 'Y'.
       01  WS-ALLOC-FOUND-SW            PIC X     VALUE 'N'.
           88  ALLOCATION-FOUND         VALUE 'Y'.
       01  WS-ALC-DONE-SW               PIC X     VALUE 'N'.
           88  ALC-WALK-DONE            VALUE 'Y'.
       01  WS-STOCK-FOUND-SW            PIC X     VALUE 'N'.
           88  STOCK-REC-FOUND          VALUE 'Y'.
       01  WS-DISPOSITION               PIC X(40) VALUE SPACES.
       01  WS-LOCATION                  PIC X(02) VALUE SPACES.
           88  VALID-STOCK-LOCATION     VALUES 'MS' 'OW'
                                               'L1' THRU 'L9'.
       01  WS-TO-BUILD                  PIC 9(07) VALUE ZERO.
       01  WS-BACKFLUSH-QTY             PIC 9(09) VALUE ZERO.
       01  WS-COMPONENTS-FLUSHED        PIC 9(03) VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-COMPLETIONS-READ     PIC 9(5)  VALUE ZERO.
           05  TOT-COMPLETIONS-POSTED   PIC 9(5)  VALUE ZERO.
           05  TOT-COMPLETIONS-REJECTED PIC 9(5)  VALUE ZERO.
           05  TOT-ORDERS-COMPLETED     PIC 9(5)  VALUE ZERO.
           05  TOT-BACKFLUSH-WRITTEN    PIC 9(5)  VALUE ZERO.
           05  TOT-KITS-BUILT           PIC 9(9)  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(45) VALUE
               'KIT BUILD COMPLETION AND BACKFLUSH REPORT'.
       01  HEADING-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(08) VALUE 'W/O'.
           05  FILLER                   PIC X(25) VALUE 'KIT'.
           05  FILLER                   PIC X(04) VALUE 'LOC'.
           05  FILLER                   PIC X(12) VALUE 'COMPLETED'.
           05  FILLER                   PIC X(09) VALUE '    BUILT'.
           05  FILLER                   PIC X(11) VALUE '  REMAINING'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE 'DISPOSITION'.
      *
       01  DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-WO-NUMBER             PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PARENT-PART           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-LOCATION              PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CMP-DATE              PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CMP-QTY               PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-REMAINING             PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DISPOSITION           PIC X(40).
      *
       01  BACKFLUSH-LINE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'BACKFLUSH:  '.
           05  BL-COMPONENT             PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BL-QTY                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(14) VALUE
               '   RESERVED: '.
           05  BL-RESERVED-LEFT         PIC ZZZ,ZZZ,ZZ9.
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'COMPLETIONS READ       : '.
           05  SL-READ                  PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'COMPLETIONS POSTED     : '.
           05  SL-POSTED                PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'COMPLETIONS REJECTED   : '.
           05  SL-REJECTED              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'WORK ORDERS COMPLETED  : '.
           05  SL-ORDERS-COMPLETED      PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'BACKFLUSH ISSUES WRITTEN: '.
           05  SL-BACKFLUSH             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'KITS ADDED TO STOCK    : '.
           05  SL-KITS-BUILT            PIC ZZZ,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
           READ COMPLETION-FILE
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM POST-ONE-COMPLETION UNTIL END-OF-FILE.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           IF TOT-COMPLETIONS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  COMPLETION-FILE.
           OPEN I-O    WORK-ORDER-FILE, ALLOCATION-FILE,
                       STOCK-BALANCE-FILE.
           OPEN OUTPUT BACKFLUSH-FILE, COMPLETION-REPORT.
      *
       CLOSE-FILES.
           CLOSE COMPLETION-FILE, WORK-ORDER-FILE, ALLOCATION-FILE,
                 STOCK-BALANCE-FILE, BACKFLUSH-FILE,
                 COMPLETION-REPORT.
      *
       POST-ONE-COMPLETION.
           ADD 1 TO TOT-COMPLETIONS-READ.
           MOVE SPACES TO WS-DISPOSITION.
           MOVE CMP-LOCATION TO WS-LOCATION.
           IF WS-LOCATION = SPACES
               MOVE 'MS' TO WS-LOCATION
           END-IF.
           PERFORM CHECK-WO-ON-FILE.
           PERFORM CHECK-COMPLETION-DATE.
           PERFORM CHECK-ALLOCATION.
           EVALUATE TRUE
               WHEN NOT WO-ON-FILE
                   MOVE 'REJECTED - WORK ORDER NOT ON FILE'
                        TO WS-DISPOSITION
               WHEN NOT WO-ACTIVE
                   MOVE 'REJECTED - WORK ORDER NOT ACTIVE'
                        TO WS-DISPOSITION
               WHEN CMP-QTY NOT NUMERIC OR CMP-QTY = ZERO
                   MOVE 'REJECTED - QUANTITY BUILT REQUIRED'
                        TO WS-DISPOSITION
               WHEN CMP-QTY > WS-TO-BUILD
                   MOVE 'REJECTED - MORE THAN REMAINS TO BUILD'
                        TO WS-DISPOSITION
               WHEN NOT COMPLETION-DATE-OK
                   MOVE 'REJECTED - INVALID COMPLETION DATE'
                        TO WS-DISPOSITION
               WHEN NOT VALID-STOCK-LOCATION
                   MOVE 'REJECTED - UNKNOWN STOCK LOCATION'
                        TO WS-DISPOSITION
               WHEN NOT ALLOCATION-FOUND
                   MOVE 'REJECTED - NOT YET ALLOCATED'
                        TO WS-DISPOSITION
               WHEN OTHER
                   PERFORM APPLY-COMPLETION
           END-EVALUATE.
           IF WS-DISPOSITION(1:8) = 'REJECTED'
               ADD 1 TO TOT-COMPLETIONS-REJECTED
           END-IF.
           PERFORM WRITE-DETAIL-LINE.
           IF NOT WS-DISPOSITION(1:8) = 'REJECTED'
               PERFORM BACKFLUSH-COMPONENTS
           END-IF.
           READ COMPLETION-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
       CHECK-WO-ON-FILE.
           MOVE 'N'  TO WS-WO-FOUND-SW.
           MOVE ZERO TO WS-TO-BUILD.
           MOVE CMP-WO-NUMBER TO WO-NUMBER.
           READ WORK-ORDER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WO-ON-FILE TO TRUE
           END-READ.
           IF WO-ON-FILE AND WO-BUILD-QTY > WO-COMPLETED-QTY
               COMPUTE WS-TO-BUILD = WO-BUILD-QTY - WO-COMPLETED-QTY
           END-IF.
      *
       CHECK-COMPLETION-DATE.
           MOVE 'N' TO WS-DATE-OK-SW.
           IF CMP-DATE NUMERIC
               SET DP-VALIDATE TO TRUE
               MOVE CMP-DATE TO DP-DATE-IN
               CALL 'DATEEDIT' USING DATE-EDIT-PARM
               IF DP-DATE-VALID
                   SET COMPLETION-DATE-OK TO TRUE
               END-IF
           END-IF.
      *
      *  Positions on the order's first reservation, if it has one.
       CHECK-ALLOCATION.
           MOVE 'N' TO WS-ALLOC-FOUND-SW.
           MOVE CMP-WO-NUMBER TO ALC-WO-NUMBER.
           MOVE LOW-VALUES    TO ALC-COMPONENT-PART.
           START ALLOCATION-FILE KEY >= ALC-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ ALLOCATION-FILE NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF WS-ALC-STATUS = '00'
                               AND ALC-WO-NUMBER = CMP-WO-NUMBER
                               SET ALLOCATION-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.
      *
       APPLY-COMPLETION.
           ADD CMP-QTY TO WO-COMPLETED-QTY.
           IF CMP-DATE > WO-LAST-COMPLETE-DATE
               MOVE CMP-DATE TO WO-LAST-COMPLETE-DATE
           END-IF.
           IF WO-COMPLETED-QTY NOT < WO-BUILD-QTY
               SET WO-COMPLETE TO TRUE
           END-IF.
           REWRITE KIT-WORK-ORDER-REC
               INVALID KEY
                   MOVE 'REJECTED - REWRITE FAILED'
                        TO WS-DISPOSITION
           END-REWRITE.
           IF WS-DISPOSITION = SPACES
               PERFORM ADD-KITS-TO-STOCK
               ADD 1 TO TOT-COMPLETIONS-POSTED
               ADD CMP-QTY TO TOT-KITS-BUILT
               IF WO-COMPLETE
                   MOVE 'POSTED - WORK ORDER COMPLETE'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-ORDERS-COMPLETED
               ELSE
                   MOVE 'POSTED - PARTIAL BUILD' TO WS-DISPOSITION
               END-IF
           END-IF.
      *
      *  Same balance handling INSPPOST gives an accepted receipt.
       ADD-KITS-TO-STOCK.
           MOVE 'N' TO WS-STOCK-FOUND-SW.
           MOVE WO-PARENT-PART TO PART-NUMBER IN STOCK-BALANCE-REC.
           MOVE WS-LOCATION    TO SB-LOCATION.
           READ STOCK-BALANCE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET STOCK-REC-FOUND TO TRUE
           END-READ.
           IF NOT STOCK-REC-FOUND
               INITIALIZE STOCK-BALANCE-REC
               MOVE WO-PARENT-PART TO PART-NUMBER IN STOCK-BALANCE-REC
               MOVE WS-LOCATION    TO SB-LOCATION
           END-IF.
           ADD CMP-QTY TO SB-ON-HAND.
           IF CMP-DATE > SB-LAST-RECEIPT-DATE
               MOVE CMP-DATE TO SB-LAST-RECEIPT-DATE
           END-IF.
           IF STOCK-REC-FOUND
               REWRITE STOCK-BALANCE-REC
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE STOCK-BALANCE-REC
                   INVALID KEY
                       REWRITE STOCK-BALANCE-REC
                       END-REWRITE
               END-WRITE
           END-IF.
      *
      *  Key-range walk of the order's reservations: one issue per
      *  component, and the reservation drawn down by it.
       BACKFLUSH-COMPONENTS.
           MOVE ZERO TO WS-COMPONENTS-FLUSHED.
           MOVE 'N'  TO WS-ALC-DONE-SW.
           MOVE CMP-WO-NUMBER TO ALC-WO-NUMBER.
           MOVE LOW-VALUES    TO ALC-COMPONENT-PART.
           START ALLOCATION-FILE KEY >= ALC-KEY
               INVALID KEY SET ALC-WALK-DONE TO TRUE
           END-START.
           PERFORM UNTIL ALC-WALK-DONE
               READ ALLOCATION-FILE NEXT
                   AT END SET ALC-WALK-DONE TO TRUE
               END-READ
               IF NOT ALC-WALK-DONE
                   AND WS-ALC-STATUS NOT = '00'
                   SET ALC-WALK-DONE TO TRUE
               END-IF
               IF NOT ALC-WALK-DONE
                   IF ALC-WO-NUMBER = CMP-WO-NUMBER
                       PERFORM BACKFLUSH-ONE-COMPONENT
                   ELSE
                       SET ALC-WALK-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
      *
       BACKFLUSH-ONE-COMPONENT.
           COMPUTE WS-BACKFLUSH-QTY = CMP-QTY * ALC-QTY-PER.
           MOVE SPACES             TO ISSUE-REC.
           MOVE ALC-COMPONENT-PART TO ISS-PART-NUMBER.
           MOVE CMP-DATE           TO ISS-DATE.
           MOVE WS-BACKFLUSH-QTY   TO ISS-QTY.
           MOVE WS-LOCATION        TO ISS-LOCATION.
           WRITE ISSUE-REC.
           ADD 1 TO TOT-BACKFLUSH-WRITTEN.
           ADD 1 TO WS-COMPONENTS-FLUSHED.
      *
           IF WS-BACKFLUSH-QTY > ALC-ALLOCATED-QTY
               MOVE ZERO TO ALC-ALLOCATED-QTY
           ELSE
               SUBTRACT WS-BACKFLUSH-QTY FROM ALC-ALLOCATED-QTY
           END-IF.
           REWRITE KIT-ALLOCATION-REC
               INVALID KEY CONTINUE
           END-REWRITE.
      *
           MOVE ALC-COMPONENT-PART TO BL-COMPONENT.
           MOVE WS-BACKFLUSH-QTY   TO BL-QTY.
           MOVE ALC-ALLOCATED-QTY  TO BL-RESERVED-LEFT.
           WRITE COMPLETION-REPORT-REC FROM BACKFLUSH-LINE.
      *
       WRITE-DETAIL-LINE.
           MOVE SPACES          TO DETAIL-LINE.
           MOVE CMP-WO-NUMBER   TO DL-WO-NUMBER.
           IF WO-ON-FILE
               MOVE WO-PARENT-PART TO DL-PARENT-PART
               COMPUTE DL-REMAINING = WO-BUILD-QTY - WO-COMPLETED-QTY
           END-IF.
           MOVE WS-LOCATION     TO DL-LOCATION.
           MOVE CMP-DATE-X      TO DL-CMP-DATE.
           MOVE CMP-QTY         TO DL-CMP-QTY.
           MOVE WS-DISPOSITION  TO DL-DISPOSITION.
           WRITE COMPLETION-REPORT-REC FROM DETAIL-LINE.
      *
       WRITE-HEADINGS.
           WRITE COMPLETION-REPORT-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO COMPLETION-REPORT-REC.
           WRITE COMPLETION-REPORT-REC.
           WRITE COMPLETION-REPORT-REC FROM HEADING-LINE-2.
           MOVE  SPACES TO COMPLETION-REPORT-REC.
           WRITE COMPLETION-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO COMPLETION-REPORT-REC.
           WRITE COMPLETION-REPORT-REC.
           MOVE  TOT-COMPLETIONS-READ     TO SL-READ.
           WRITE COMPLETION-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-COMPLETIONS-POSTED   TO SL-POSTED.
           WRITE COMPLETION-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-COMPLETIONS-REJECTED TO SL-REJECTED.
           WRITE COMPLETION-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-ORDERS-COMPLETED     TO SL-ORDERS-COMPLETED.
           WRITE COMPLETION-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-BACKFLUSH-WRITTEN    TO SL-BACKFLUSH.
           WRITE COMPLETION-REPORT-REC FROM SUMMARY-LINE-5.
           MOVE  TOT-KITS-BUILT           TO SL-KITS-BUILT.
           WRITE COMPLETION-REPORT-REC FROM SUMMARY-LINE-6.
