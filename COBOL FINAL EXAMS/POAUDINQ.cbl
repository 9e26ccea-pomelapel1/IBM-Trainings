       IDENTIFICATION DIVISION.
       PROGRAM-ID. POAUDINQ.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   POAUDINQ lists the field-level change history POAUDIT
      *   keeps for PURCHASES-FILE (see POAUDREC.cpy) - who changed
      *   what on a PO, from what to what, and when - without
      *   digging through each updating program's own printout.
      *
      *   The command-line parameter picks the history wanted:
      *     Part-Number/PO-Number    - every change ever logged for
      *                                that one PO (slash separated,
      *                                as POHISTRQ takes it);
      *     DATES/yyyymmdd/yyyymmdd  - every change to any PO with a
      *                                business date in the range,
      *                                both ends inclusive.
      *   The history is printed in the order the changes were made,
      *   one line per changed field.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-AUDIT-FILE      ASSIGN TO POAUDIT
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT INQUIRY-REPORT     ASSIGN TO POAUDRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PO-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-AUDIT-REC.
       COPY POAUDREC.
      *
       FD  INQUIRY-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INQUIRY-REPORT-REC.
       01  INQUIRY-REPORT-REC           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
      *
       01  WS-REQUEST-PARM              PIC X(40) VALUE SPACES.
       01  WS-PARM-TOKEN-1              PIC X(23) VALUE SPACES.
       01  WS-PARM-TOKEN-2              PIC X(08) VALUE SPACES.
       01  WS-PARM-TOKEN-3              PIC X(08) VALUE SPACES.
       01  WS-INQUIRY-MODE              PIC X     VALUE SPACE.
           88  INQUIRY-BY-PO            VALUE 'P'.
           88  INQUIRY-BY-DATE          VALUE 'D'.
       01  WS-WANT-PART                 PIC X(23) VALUE SPACES.
       01  WS-WANT-PO                   PIC X(06) VALUE SPACES.
       01  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-FROM-DATE-X REDEFINES WS-FROM-DATE
                                        PIC X(08).
       01  WS-TO-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-TO-DATE-X REDEFINES WS-TO-DATE
                                        PIC X(08).
      *
       01  ACC-CTRS.
           05  TOT-RECORDS-READ         PIC 9(7)  VALUE ZERO.
           05  TOT-CHANGES-LISTED       PIC 9(7)  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(25) VALUE
               'PO CHANGE HISTORY FOR: '.
           05  HD-SELECTION             PIC X(40).
       01  HEADING-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(12) VALUE 'BUS DATE'.
           05  FILLER                   PIC X(10) VALUE 'TIME'.
           05  FILLER                   PIC X(25) VALUE 'PART NUMBER'.
           05  FILLER                   PIC X(08) VALUE 'PO NBR'.
           05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                   PIC X(18) VALUE 'FIELD'.
           05  FILLER                   PIC X(22) VALUE 'OLD VALUE'.
           05  FILLER                   PIC X(20) VALUE 'NEW VALUE'.
      *
       01  DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-BUSINESS-DATE         PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-TIME                  PIC 99B99B99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PO-NUMBER             PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PROGRAM               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-FIELD-NAME            PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-OLD-VALUE             PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-NEW-VALUE             PIC X(20).
      *
       01  NOT-FOUND-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(40) VALUE
               '** NO CHANGES ON THE PO AUDIT FILE **'.
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'AUDIT RECORDS READ     : '.
           05  SL-READ                  PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'CHANGES LISTED         : '.
           05  SL-LISTED                PIC Z,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           ACCEPT WS-REQUEST-PARM FROM COMMAND-LINE.
           PERFORM EDIT-REQUEST-PARM.
           IF WS-INQUIRY-MODE = SPACE
               DISPLAY 'POAUDINQ: PARAMETER MUST BE '
                       'PART-NUMBER/PO-NUMBER OR '
                       'DATES/YYYYMMDD/YYYYMMDD'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
           IF WS-AUDIT-STATUS = '00'
               READ PO-AUDIT-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           ELSE
               MOVE 'Y' TO EOF-STAT
           END-IF.
           PERFORM SCAN-ONE-RECORD UNTIL END-OF-FILE.
           IF TOT-CHANGES-LISTED = ZERO
               WRITE INQUIRY-REPORT-REC FROM NOT-FOUND-LINE
           END-IF.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
      *  Leaves the inquiry mode blank when the parameter is neither
      *  form, or the date range is not two valid dates in order.
       EDIT-REQUEST-PARM.
           UNSTRING WS-REQUEST-PARM DELIMITED BY '/'
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-TOKEN-3.
           IF WS-PARM-TOKEN-1 = 'DATES'
               MOVE WS-PARM-TOKEN-2 TO WS-FROM-DATE-X
               MOVE WS-PARM-TOKEN-3 TO WS-TO-DATE-X
               IF WS-FROM-DATE NUMERIC AND WS-TO-DATE NUMERIC
                   AND WS-FROM-DATE NOT > WS-TO-DATE
                   SET INQUIRY-BY-DATE TO TRUE
                   STRING 'BUSINESS DATES ' WS-FROM-DATE-X
                          ' THRU ' WS-TO-DATE-X
                          DELIMITED BY SIZE INTO HD-SELECTION
               END-IF
           ELSE
               MOVE WS-PARM-TOKEN-1 TO WS-WANT-PART
               MOVE WS-PARM-TOKEN-2 TO WS-WANT-PO
               IF WS-WANT-PART NOT = SPACES
                   AND WS-WANT-PO NOT = SPACES
                   SET INQUIRY-BY-PO TO TRUE
                   MOVE WS-REQUEST-PARM TO HD-SELECTION
               END-IF
           END-IF.
      *
      *  An absent audit file is an empty history, not a failure.
       OPEN-FILES.
           OPEN INPUT  PO-AUDIT-FILE.
           OPEN OUTPUT INQUIRY-REPORT.
      *
       CLOSE-FILES.
           IF WS-AUDIT-STATUS = '00' OR '10'
               CLOSE PO-AUDIT-FILE
           END-IF.
           CLOSE INQUIRY-REPORT.
      *
       SCAN-ONE-RECORD.
           ADD 1 TO TOT-RECORDS-READ.
           EVALUATE TRUE
               WHEN INQUIRY-BY-PO
                   IF AUD-PART-NUMBER = WS-WANT-PART
                       AND AUD-PO-NUMBER = WS-WANT-PO
                       PERFORM WRITE-CHANGE-LINE
                   END-IF
               WHEN INQUIRY-BY-DATE
                   IF AUD-BUSINESS-DATE NOT < WS-FROM-DATE
                       AND AUD-BUSINESS-DATE NOT > WS-TO-DATE
                       PERFORM WRITE-CHANGE-LINE
                   END-IF
           END-EVALUATE.
           READ PO-AUDIT-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
       WRITE-CHANGE-LINE.
           ADD 1 TO TOT-CHANGES-LISTED.
           MOVE SPACES            TO DETAIL-LINE.
           MOVE AUD-BUSINESS-DATE TO DL-BUSINESS-DATE.
           MOVE AUD-TIME          TO DL-TIME.
           MOVE AUD-PART-NUMBER   TO DL-PART-NUMBER.
           MOVE AUD-PO-NUMBER     TO DL-PO-NUMBER.
           MOVE AUD-PROGRAM       TO DL-PROGRAM.
           MOVE AUD-FIELD-NAME    TO DL-FIELD-NAME.
           MOVE AUD-OLD-VALUE     TO DL-OLD-VALUE.
           MOVE AUD-NEW-VALUE     TO DL-NEW-VALUE.
           WRITE INQUIRY-REPORT-REC FROM DETAIL-LINE.
      *
       WRITE-HEADINGS.
           WRITE INQUIRY-REPORT-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO INQUIRY-REPORT-REC.
           WRITE INQUIRY-REPORT-REC.
           WRITE INQUIRY-REPORT-REC FROM HEADING-LINE-2.
           MOVE  SPACES TO INQUIRY-REPORT-REC.
           WRITE INQUIRY-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO INQUIRY-REPORT-REC.
           WRITE INQUIRY-REPORT-REC.
           MOVE  TOT-RECORDS-READ   TO SL-READ.
           WRITE INQUIRY-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-CHANGES-LISTED TO SL-LISTED.
           WRITE INQUIRY-REPORT-REC FROM SUMMARY-LINE-2.
