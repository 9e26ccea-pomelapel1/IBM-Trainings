       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLSHT.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   CYCLSHT starts a count cycle: it prints the count sheets
      *   the stockroom walks the shelves with, and freezes the book
      *   quantity of every part on them so CYCLPOST can measure the
      *   count against what the system believed at sheet time.
      *
      *   What gets counted comes from a one-record control file
      *   (CYCLPARM):
      *     class     - 'G' government or 'C' commercial parts only
      *                 (the part's GOVT-COMML-CODE), blank = all;
      *     cycle n of m - a rotating slice of that class: the
      *                 selected parts are taken in Part-Number
      *                 order and every m-th one starting at the
      *                 n-th goes on the sheet, so m cycles cover
      *                 the class once.  Blank/zero = every part
      *                 (a full physical inventory).
      *   A missing CYCLPARM counts everything.
      *
      *   The sheets are blind - they carry the part, name and unit
      *   of measure but never the book quantity.  The frozen book
      *   figures go to CNTFRZ, one record per part on the sheets;
      *   the book figure is the part's total over all its stock
      *   locations.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-FILE         ASSIGN TO PARTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PART-NUMBER OF PARTS-REC
               FILE STATUS IS WS-PARTS-STATUS.
           SELECT STOCK-BALANCE-FILE ASSIGN TO STOCKBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT CYCLE-PARM-FILE    ASSIGN TO CYCLPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT COUNT-FREEZE-FILE  ASSIGN TO CNTFRZ.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT COUNT-SHEETS       ASSIGN TO COUNTSHT.
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
       FD  CYCLE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CYCLE-PARM-REC.
       01  CYCLE-PARM-REC.
           05  CP-PART-CLASS            PIC X(01).
           05  CP-CYCLE-NO              PIC 9(03).
           05  CP-CYCLE-COUNT           PIC 9(03).
           05  FILLER                   PIC X(73).
      *
      *    Book quantity frozen at sheet time - CYCLPOST's baseline.
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
       FD  COUNT-SHEETS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNT-SHEET-REC.
       01  COUNT-SHEET-REC              PIC X(132).
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
       01  WS-PARTS-STATUS              PIC X(02) VALUE SPACES.
       01  WS-STOCK-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-SB-DONE-SW                PIC X     VALUE 'N'.
           88  SB-WALK-DONE             VALUE 'Y'.
       01  WS-SB-FOUND-SW               PIC X     VALUE 'N'.
           88  BALANCE-FOUND            VALUE 'Y'.
       01  WS-BOOK-QTY                  PIC S9(07) VALUE ZERO.
      *
      *    Selection in force (see CYCLPARM above).
       01  WS-SELECTION.
           05  WS-PART-CLASS            PIC X(01) VALUE SPACE.
               88  ALL-CLASSES          VALUE SPACE.
           05  WS-CYCLE-NO              PIC 9(03) VALUE 1.
           05  WS-CYCLE-COUNT           PIC 9(03) VALUE 1.
           05  WS-SLICE-POS             PIC 9(03) VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-PARTS-READ           PIC 9(6)  VALUE ZERO.
           05  TOT-PARTS-IN-CLASS       PIC 9(6)  VALUE ZERO.
           05  TOT-PARTS-ON-SHEETS      PIC 9(6)  VALUE ZERO.
           05  TOT-NO-BALANCE           PIC 9(6)  VALUE ZERO.
      *
       01  SELECTION-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(14) VALUE
               'PART CLASS : '.
           05  SEL-CLASS                PIC X(14).
           05  FILLER                   PIC X(10) VALUE
               '  CYCLE : '.
           05  SEL-CYCLE-NO             PIC ZZ9.
           05  FILLER                   PIC X(04) VALUE ' OF '.
           05  SEL-CYCLE-COUNT          PIC ZZ9.
       01  HEADING-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(25) VALUE 'PART NUMBER'.
           05  FILLER                   PIC X(16) VALUE 'NAME'.
           05  FILLER                   PIC X(05) VALUE 'UOM'.
           05  FILLER                   PIC X(05) VALUE 'CLS'.
           05  FILLER                   PIC X(20) VALUE
               'COUNTED QUANTITY'.
           05  FILLER                   PIC X(14) VALUE 'COUNTED BY'.
       01  DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PART-NAME             PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-UOM                   PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CLASS                 PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE
               '_______________'.
           05  FILLER                   PIC X(14) VALUE
               '__________'.
       01  SUMMARY-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  SL-LABEL                 PIC X(30).
           05  SL-COUNT                 PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-JOB-DATE.
           PERFORM LOAD-SELECTION.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
           PERFORM SELECT-PARTS UNTIL END-OF-FILE.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM STAMP-RUN-COMPLETE.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  PARTS-FILE, STOCK-BALANCE-FILE.
           OPEN OUTPUT COUNT-FREEZE-FILE, COUNT-SHEETS.
      *
       CLOSE-FILES.
           CLOSE PARTS-FILE, STOCK-BALANCE-FILE, COUNT-FREEZE-FILE,
                 COUNT-SHEETS.
      *
      *    Missing, empty or nonsensical CYCLPARM counts every part.
       LOAD-SELECTION.
           OPEN INPUT CYCLE-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ CYCLE-PARM-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   IF CP-PART-CLASS = 'G' OR 'C'
                       MOVE CP-PART-CLASS TO WS-PART-CLASS
                   END-IF
                   IF CP-CYCLE-NO NUMERIC AND CP-CYCLE-COUNT NUMERIC
                      AND CP-CYCLE-COUNT > ZERO
                      AND CP-CYCLE-NO > ZERO
                      AND CP-CYCLE-NO <= CP-CYCLE-COUNT
                       MOVE CP-CYCLE-NO    TO WS-CYCLE-NO
                       MOVE CP-CYCLE-COUNT TO WS-CYCLE-COUNT
                   END-IF
               END-IF
               CLOSE CYCLE-PARM-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       SELECT-PARTS.
           READ PARTS-FILE NEXT
               AT END MOVE 'Y' TO EOF-STAT
           END-READ.
           IF NOT END-OF-FILE
               AND WS-PARTS-STATUS NOT = '00'
               MOVE 'PARTS   ' TO FS-DDNAME
               MOVE 'READNEXT' TO FS-OPERATION
               MOVE WS-PARTS-STATUS TO FS-STATUS
               PERFORM REPORT-FILE-FAILURE
               MOVE 'Y' TO EOF-STAT
           END-IF.
           IF NOT END-OF-FILE
               ADD 1 TO TOT-PARTS-READ
               IF ALL-CLASSES
                  OR GOVT-COMML-CODE IN PARTS-REC = WS-PART-CLASS
                   PERFORM TAKE-SLICE
               END-IF
           END-IF.
      *
      *  Every WS-CYCLE-COUNT-th part of the class, starting at the
      *  WS-CYCLE-NO-th, is this cycle's slice.
       TAKE-SLICE.
           ADD 1 TO TOT-PARTS-IN-CLASS.
           ADD 1 TO WS-SLICE-POS.
           IF WS-SLICE-POS > WS-CYCLE-COUNT
               MOVE 1 TO WS-SLICE-POS
           END-IF.
           IF WS-SLICE-POS = WS-CYCLE-NO
               PERFORM PUT-PART-ON-SHEET
           END-IF.
      *
       PUT-PART-ON-SHEET.
           PERFORM SUM-BOOK-QTY.
           IF NOT BALANCE-FOUND
               ADD 1 TO TOT-NO-BALANCE
           END-IF.
           MOVE SPACES                     TO COUNT-FREEZE-REC.
           MOVE PART-NUMBER IN PARTS-REC   TO CF-PART-NUMBER.
           MOVE WS-JOB-DATE                TO CF-FREEZE-DATE.
           MOVE WS-BOOK-QTY                TO CF-BOOK-QTY.
           WRITE COUNT-FREEZE-REC.
           MOVE PART-NUMBER IN PARTS-REC     TO DL-PART-NUMBER.
           MOVE PART-NAME IN PARTS-REC       TO DL-PART-NAME.
           MOVE UNIT-OF-MEASURE IN PARTS-REC TO DL-UOM.
           MOVE GOVT-COMML-CODE IN PARTS-REC TO DL-CLASS.
           WRITE COUNT-SHEET-REC FROM DETAIL-LINE.
      *    A blank line under each part leaves the counter room to
      *    write.
           MOVE  SPACES TO COUNT-SHEET-REC.
           WRITE COUNT-SHEET-REC.
           ADD 1 TO TOT-PARTS-ON-SHEETS.
      *
      *  Key-range walk of the part's stock locations - the count is
      *  of the part, wherever it is kept.
       SUM-BOOK-QTY.
           MOVE ZERO TO WS-BOOK-QTY.
           MOVE 'N'  TO WS-SB-DONE-SW, WS-SB-FOUND-SW.
           MOVE PART-NUMBER IN PARTS-REC
                TO PART-NUMBER IN STOCK-BALANCE-REC.
           MOVE LOW-VALUES TO SB-LOCATION.
           START STOCK-BALANCE-FILE KEY >= SB-KEY
               INVALID KEY SET SB-WALK-DONE TO TRUE
           END-START.
           PERFORM UNTIL SB-WALK-DONE
               READ STOCK-BALANCE-FILE NEXT
                   AT END SET SB-WALK-DONE TO TRUE
               END-READ
               IF NOT SB-WALK-DONE
                   AND WS-STOCK-STATUS NOT = '00'
                   SET SB-WALK-DONE TO TRUE
               END-IF
               IF NOT SB-WALK-DONE
                   IF PART-NUMBER IN STOCK-BALANCE-REC
                           = PART-NUMBER IN PARTS-REC
                       ADD SB-ON-HAND TO WS-BOOK-QTY
                       SET BALANCE-FOUND TO TRUE
                   ELSE
                       SET SB-WALK-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
      *
       WRITE-HEADINGS.
           MOVE 'CYCLSHT ' TO RH-REPORT-ID.
           MOVE 'INVENTORY COUNT SHEET' TO RH-REPORT-TITLE.
           MOVE WS-JOB-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE COUNT-SHEET-REC FROM RH-LINE-1.
           WRITE COUNT-SHEET-REC FROM RH-LINE-2.
           EVALUATE WS-PART-CLASS
               WHEN 'G'    MOVE 'GOVERNMENT'  TO SEL-CLASS
               WHEN 'C'    MOVE 'COMMERCIAL'  TO SEL-CLASS
               WHEN OTHER  MOVE 'ALL PARTS'   TO SEL-CLASS
           END-EVALUATE.
           MOVE WS-CYCLE-NO    TO SEL-CYCLE-NO.
           MOVE WS-CYCLE-COUNT TO SEL-CYCLE-COUNT.
           WRITE COUNT-SHEET-REC FROM SELECTION-LINE.
           MOVE  SPACES TO COUNT-SHEET-REC.
           WRITE COUNT-SHEET-REC.
           WRITE COUNT-SHEET-REC FROM HEADING-LINE.
           MOVE  SPACES TO COUNT-SHEET-REC.
           WRITE COUNT-SHEET-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO COUNT-SHEET-REC.
           WRITE COUNT-SHEET-REC.
           MOVE 'PARTS READ             : ' TO SL-LABEL.
           MOVE TOT-PARTS-READ              TO SL-COUNT.
           WRITE COUNT-SHEET-REC FROM SUMMARY-LINE.
           MOVE 'PARTS IN CLASS         : ' TO SL-LABEL.
           MOVE TOT-PARTS-IN-CLASS          TO SL-COUNT.
           WRITE COUNT-SHEET-REC FROM SUMMARY-LINE.
           MOVE 'PARTS ON THESE SHEETS  : ' TO SL-LABEL.
           MOVE TOT-PARTS-ON-SHEETS         TO SL-COUNT.
           WRITE COUNT-SHEET-REC FROM SUMMARY-LINE.
           MOVE 'NO STOCK RECORD (ZERO) : ' TO SL-LABEL.
           MOVE TOT-NO-BALANCE              TO SL-COUNT.
           WRITE COUNT-SHEET-REC FROM SUMMARY-LINE.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-PARTS-ON-SHEETS TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE COUNT-SHEET-REC FROM RH-LINE-1.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
      *  and the run fails on a genuine error.
       REPORT-FILE-FAILURE.
           MOVE 'CYCLSHT ' TO FS-PROGRAM.
           CALL 'FILSTAT' USING FILE-STATUS-PARM.
           IF FS-FAIL-RUN
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       STAMP-RUN-COMPLETE.
           SET JC-STAMP TO TRUE.
           MOVE 'CYCLSHT ' TO JC-JOB-NAME.
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
