       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKLOC.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   STKLOC lists the stock-balance file (STOCKBAL) location by
      *   location - what is on the shelves in the main stockroom,
      *   the overflow warehouse and each line-side crib - with the
      *   part name from PARTS, a subtotal per location and a grand
      *   total that ties back to the part totals REORDRPT works on.
      *
      *   STOCKBAL is keyed Part-Number first, so a first pass
      *   gathers the locations actually held (in code order) and a
      *   pass per location then prints that location's records in
      *   Part-Number order.  A location code STOCKBAL does not
      *   recognise still prints, flagged, so nothing on file is
      *   left off the listing.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-FILE         ASSIGN TO PARTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER OF PARTS-REC
               FILE STATUS IS WS-PARTS-STATUS.
           SELECT STOCK-BALANCE-FILE ASSIGN TO STOCKBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT LOCATION-REPORT    ASSIGN TO STKLRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTS-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARTS-REC.
       COPY PARTS.
      *
       FD  STOCK-BALANCE-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS STOCK-BALANCE-REC.
       COPY STOCKBAL.
      *
       FD  LOCATION-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOCATION-REPORT-REC.
       01  LOCATION-REPORT-REC            PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *    Shared file-status handler block (see FSPARM.cpy).
       COPY FSPARM.
       01  WS-PARTS-STATUS              PIC X(02) VALUE SPACES.
       01  WS-STOCK-STATUS              PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-FOUND-SW                  PIC X     VALUE 'N'.
           88  LOCATION-LISTED          VALUE 'Y'.
      *
      *    Locations held on STOCKBAL, kept in code order.
       01  WS-LOC-CTR                   PIC 9(03) VALUE ZERO.
       01  WS-LOC-MAX                   PIC 9(03) VALUE 20.
       01  WS-LOC-SUB                   PIC 9(03) VALUE ZERO.
       01  DATA-LOCATIONS.
           05  WS-LOC-ENTRY OCCURS 20 TIMES
                            INDEXED BY LOC-IDX.
               10  WS-LOC-CODE          PIC X(02).
       01  WS-THIS-LOCATION             PIC X(02) VALUE SPACES.
      *
       01  WS-LOC-PARTS                 PIC 9(06) VALUE ZERO.
       01  WS-LOC-QTY                   PIC S9(09) VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-STOCK-READ           PIC 9(06) VALUE ZERO.
           05  TOT-LOCATIONS            PIC 9(03) VALUE ZERO.
           05  TOT-LINES-LISTED         PIC 9(06) VALUE ZERO.
           05  TOT-QTY-ON-HAND          PIC S9(09) VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(45) VALUE
               'STOCK ON HAND BY LOCATION'.
       01  HEADING-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(25) VALUE 'PART NUMBER'.
           05  FILLER                   PIC X(16) VALUE 'PART NAME'.
           05  FILLER                   PIC X(05) VALUE 'U/M'.
           05  FILLER                   PIC X(10) VALUE '  ON HAND'.
           05  FILLER                   PIC X(12) VALUE 'LAST RECEIPT'.
           05  FILLER                   PIC X(12) VALUE 'LAST ISSUE'.
      *
       01  LOCATION-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE 'LOCATION: '.
           05  LL-LOCATION              PIC X(02).
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  LL-DESCRIPTION           PIC X(30).
      *
       01  DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PART-NAME             PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-UOM                   PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ON-HAND               PIC ZZZ,ZZ9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-LAST-RECEIPT          PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-LAST-ISSUE            PIC XXXX/XX/XX.
      *
       01  LOCATION-TOTAL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(15) VALUE
               'LOCATION TOTAL '.
           05  LT-LOCATION              PIC X(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  LT-PARTS                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(08) VALUE ' PARTS  '.
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  LT-QTY                   PIC ZZ,ZZZ,ZZ9-.
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'STOCK RECORDS READ     : '.
           05  SL-READ                  PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'LOCATIONS LISTED       : '.
           05  SL-LOCATIONS             PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'TOTAL QTY ON HAND      : '.
           05  SL-QTY                   PIC ZZZ,ZZZ,ZZ9-.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES.
           PERFORM LOAD-LOCATIONS.
           PERFORM WRITE-HEADINGS.
           PERFORM LIST-ONE-LOCATION
               VARYING LOC-IDX FROM 1 BY 1
               UNTIL LOC-IDX > WS-LOC-CTR.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  STOCK-BALANCE-FILE.
           IF WS-STOCK-STATUS NOT = '00'
               MOVE 'STOCKBAL' TO FS-DDNAME
               MOVE 'OPEN    ' TO FS-OPERATION
               MOVE WS-STOCK-STATUS TO FS-STATUS
               PERFORM REPORT-FILE-FAILURE
           END-IF.
           OPEN INPUT  PARTS-FILE.
           OPEN OUTPUT LOCATION-REPORT.
      *
       CLOSE-FILES.
           CLOSE PARTS-FILE, STOCK-BALANCE-FILE, LOCATION-REPORT.
      *
      *  First pass - every location code on file, inserted in code
      *  order (a handful of codes, so a simple insertion will do).
       LOAD-LOCATIONS.
           MOVE 'N' TO EOF-STAT.
           READ STOCK-BALANCE-FILE NEXT
               AT END MOVE 'Y' TO EOF-STAT
           END-READ.
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO TOT-STOCK-READ
               PERFORM NOTE-LOCATION
               READ STOCK-BALANCE-FILE NEXT
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           MOVE WS-LOC-CTR TO TOT-LOCATIONS.
      *
       NOTE-LOCATION.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > WS-LOC-CTR OR LOCATION-LISTED
               IF WS-LOC-CODE(LOC-IDX) = SB-LOCATION
                   SET LOCATION-LISTED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT LOCATION-LISTED
               IF WS-LOC-CTR < WS-LOC-MAX
                   ADD 1 TO WS-LOC-CTR
                   MOVE WS-LOC-CTR TO WS-LOC-SUB
                   PERFORM UNTIL WS-LOC-SUB = 1
                           OR WS-LOC-CODE(WS-LOC-SUB - 1)
                                  < SB-LOCATION
                       MOVE WS-LOC-CODE(WS-LOC-SUB - 1)
                            TO WS-LOC-CODE(WS-LOC-SUB)
                       SUBTRACT 1 FROM WS-LOC-SUB
                   END-PERFORM
                   MOVE SB-LOCATION TO WS-LOC-CODE(WS-LOC-SUB)
               ELSE
                   DISPLAY 'STKLOC: MORE THAN ' WS-LOC-MAX
                           ' LOCATIONS - ' SB-LOCATION ' NOT LISTED'
               END-IF
           END-IF.
      *
      *  One pass of the file per location, front to back.
       LIST-ONE-LOCATION.
           MOVE WS-LOC-CODE(LOC-IDX) TO WS-THIS-LOCATION.
           MOVE ZERO TO WS-LOC-PARTS, WS-LOC-QTY.
           PERFORM WRITE-LOCATION-HEADING.
           MOVE LOW-VALUES TO SB-KEY.
           MOVE 'N' TO EOF-STAT.
           START STOCK-BALANCE-FILE KEY >= SB-KEY
               INVALID KEY MOVE 'Y' TO EOF-STAT
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ STOCK-BALANCE-FILE NEXT
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   AND SB-LOCATION = WS-THIS-LOCATION
                   PERFORM LIST-ONE-BALANCE
               END-IF
           END-PERFORM.
           MOVE SPACES          TO LOCATION-REPORT-REC.
           WRITE LOCATION-REPORT-REC.
           MOVE WS-THIS-LOCATION TO LT-LOCATION.
           MOVE WS-LOC-PARTS     TO LT-PARTS.
           MOVE WS-LOC-QTY       TO LT-QTY.
           WRITE LOCATION-REPORT-REC FROM LOCATION-TOTAL-LINE.
           MOVE SPACES          TO LOCATION-REPORT-REC.
           WRITE LOCATION-REPORT-REC.
      *
       WRITE-LOCATION-HEADING.
           MOVE WS-THIS-LOCATION TO LL-LOCATION, SB-LOCATION.
           EVALUATE TRUE
               WHEN SB-MAIN-STOCKROOM
                   MOVE 'MAIN STOCKROOM' TO LL-DESCRIPTION
               WHEN SB-OVERFLOW-WHSE
                   MOVE 'OVERFLOW WAREHOUSE' TO LL-DESCRIPTION
               WHEN SB-LINE-CRIB
                   MOVE 'LINE-SIDE CRIB' TO LL-DESCRIPTION
               WHEN OTHER
                   MOVE '** UNKNOWN LOCATION CODE **'
                        TO LL-DESCRIPTION
           END-EVALUATE.
           WRITE LOCATION-REPORT-REC FROM LOCATION-LINE.
           MOVE SPACES TO LOCATION-REPORT-REC.
           WRITE LOCATION-REPORT-REC.
      *
       LIST-ONE-BALANCE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE PART-NUMBER IN STOCK-BALANCE-REC TO DL-PART-NUMBER
                                                    PART-NUMBER
                                                    IN PARTS-REC.
           READ PARTS-FILE
               INVALID KEY
                   MOVE '*NOT ON PARTS*' TO DL-PART-NAME
               NOT INVALID KEY
                   MOVE PART-NAME IN PARTS-REC TO DL-PART-NAME
                   MOVE UNIT-OF-MEASURE IN PARTS-REC TO DL-UOM
           END-READ.
           MOVE SB-ON-HAND           TO DL-ON-HAND.
           MOVE SB-LAST-RECEIPT-DATE TO DL-LAST-RECEIPT.
           MOVE SB-LAST-ISSUE-DATE   TO DL-LAST-ISSUE.
           WRITE LOCATION-REPORT-REC FROM DETAIL-LINE.
           ADD 1 TO WS-LOC-PARTS, TOT-LINES-LISTED.
           ADD SB-ON-HAND TO WS-LOC-QTY, TOT-QTY-ON-HAND.
      *
       WRITE-HEADINGS.
           WRITE LOCATION-REPORT-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO LOCATION-REPORT-REC.
           WRITE LOCATION-REPORT-REC.
           WRITE LOCATION-REPORT-REC FROM HEADING-LINE-2.
           MOVE  SPACES TO LOCATION-REPORT-REC.
           WRITE LOCATION-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  TOT-STOCK-READ  TO SL-READ.
           WRITE LOCATION-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-LOCATIONS   TO SL-LOCATIONS.
           WRITE LOCATION-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-QTY-ON-HAND TO SL-QTY.
           WRITE LOCATION-REPORT-REC FROM SUMMARY-LINE-3.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
      *  and the run fails on a genuine error.
       REPORT-FILE-FAILURE.
           MOVE 'STKLOC  ' TO FS-PROGRAM.
           CALL 'FILSTAT' USING FILE-STATUS-PARM.
           IF FS-FAIL-RUN
               MOVE 8 TO RETURN-CODE
           END-IF.
