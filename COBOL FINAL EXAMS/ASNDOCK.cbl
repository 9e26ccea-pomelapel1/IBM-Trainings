       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASNDOCK.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   ASNDOCK prints the receiving dock's daily expected-receipts
      *   list from the advance ship notices on ASNFILE (see
      *   ASNPOST).  Every notice still in transit whose expected
      *   arrival date is on or before the business date is listed,
      *   in part-number order so the dock can stage by location;
      *   a notice whose expected date has already passed is flagged
      *   LATE so the dock can chase the carrier.  Notices RECPOST
      *   has marked received never appear.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASN-FILE           ASSIGN TO ASNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASN-KEY
               FILE STATUS IS WS-ASN-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT DOCK-REPORT        ASSIGN TO ASNDOCK.
       DATA DIVISION.
       FILE SECTION.
       FD  ASN-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ASN-REC.
       COPY ASNFILE.
      *
      *    Business-date override - the same one-record control file
      *    FINALS reads, so a RUNDATE-override rerun stamps and
      *    checks RUNCTL under the same date as the rest of the
      *    suite; missing or invalid falls back to CURRENT-DATE.
       FD  RUN-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-DATE-REC.
       01  RUN-DATE-REC.
           05  RD-BUSINESS-DATE         PIC 9(08).
           05  FILLER                   PIC X(72).
       FD  DOCK-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCK-REPORT-REC.
       01  DOCK-REPORT-REC                PIC X(132).
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
       01  WS-ASN-STATUS                PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
      *
       01  ACC-CTRS.
           05  TOT-NOTICES-READ         PIC 9(6)  VALUE ZERO.
           05  TOT-EXPECTED-TODAY       PIC 9(6)  VALUE ZERO.
           05  TOT-LATE                 PIC 9(6)  VALUE ZERO.
           05  TOT-QTY-EXPECTED         PIC 9(9)  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(40) VALUE
               'DOCK EXPECTED RECEIPTS LIST'.
           05  FILLER                   PIC X(09) VALUE 'AS OF: '.
           05  HD-TODAY                 PIC XXXX/XX/XX.
       01  HEADING-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(25) VALUE 'PART NUMBER'.
           05  FILLER                   PIC X(08) VALUE 'PO NBR'.
           05  FILLER                   PIC X(12) VALUE 'SHIPMENT'.
           05  FILLER                   PIC X(12) VALUE 'SHIPPED'.
           05  FILLER                   PIC X(12) VALUE 'EXPECTED'.
           05  FILLER                   PIC X(11) VALUE '      QTY'.
           05  FILLER                   PIC X(06) VALUE 'STATUS'.
      *
       01  DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PO-NUMBER             PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-SHIPMENT-NO           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-SHIP-DATE             PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-EXPECTED-DATE         PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-SHIPPED-QTY           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-STATUS                PIC X(10).
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'NOTICES ON FILE        : '.
           05  SL-READ                  PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'EXPECTED TODAY         : '.
           05  SL-TODAY                 PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'LATE - STILL IN TRANSIT: '.
           05  SL-LATE                  PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'QTY EXPECTED AT DOCK   : '.
           05  SL-QTY                   PIC ZZZ,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-JOB-DATE.
           PERFORM VERIFY-PREDECESSORS.
           IF JC-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
           PERFORM READ-NEXT-NOTICE.
           PERFORM LIST-ONE-NOTICE UNTIL END-OF-FILE.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM STAMP-RUN-COMPLETE.
           GOBACK.
      *
      *    No ASN file yet means nothing is in transit - an empty
      *    list, not a failed run.
       OPEN-FILES.
           OPEN INPUT ASN-FILE.
           IF WS-ASN-STATUS NOT = '00'
               MOVE 'Y' TO EOF-STAT
           END-IF.
           OPEN OUTPUT DOCK-REPORT.
      *
       CLOSE-FILES.
           IF WS-ASN-STATUS = '00' OR '10'
               CLOSE ASN-FILE
           END-IF.
           CLOSE DOCK-REPORT.
      *
       READ-NEXT-NOTICE.
           IF NOT END-OF-FILE
               READ ASN-FILE NEXT
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   AND WS-ASN-STATUS NOT = '00'
                   MOVE 'ASNFILE ' TO FS-DDNAME
                   MOVE 'READNEXT' TO FS-OPERATION
                   MOVE WS-ASN-STATUS TO FS-STATUS
                   PERFORM REPORT-FILE-FAILURE
                   MOVE 'Y' TO EOF-STAT
               END-IF
           END-IF.
      *
       LIST-ONE-NOTICE.
           ADD 1 TO TOT-NOTICES-READ.
           IF ASN-IN-TRANSIT
               AND ASN-EXPECTED-DATE NOT > WS-JOB-DATE
               MOVE SPACES               TO DETAIL-LINE
               MOVE PART-NUMBER IN ASN-REC TO DL-PART-NUMBER
               MOVE PO-NUMBER IN ASN-REC   TO DL-PO-NUMBER
               MOVE ASN-SHIPMENT-NO      TO DL-SHIPMENT-NO
               MOVE ASN-SHIP-DATE        TO DL-SHIP-DATE
               MOVE ASN-EXPECTED-DATE    TO DL-EXPECTED-DATE
               MOVE ASN-SHIPPED-QTY      TO DL-SHIPPED-QTY
               IF ASN-EXPECTED-DATE < WS-JOB-DATE
                   MOVE '** LATE **'     TO DL-STATUS
                   ADD 1 TO TOT-LATE
               ELSE
                   MOVE 'DUE TODAY'      TO DL-STATUS
                   ADD 1 TO TOT-EXPECTED-TODAY
               END-IF
               ADD ASN-SHIPPED-QTY TO TOT-QTY-EXPECTED
               WRITE DOCK-REPORT-REC FROM DETAIL-LINE
           END-IF.
           PERFORM READ-NEXT-NOTICE.
      *
       WRITE-HEADINGS.
           MOVE 'ASNDOCK ' TO RH-REPORT-ID.
           MOVE 'DOCK EXPECTED RECEIPTS LIST'
                TO RH-REPORT-TITLE.
           MOVE WS-JOB-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE DOCK-REPORT-REC FROM RH-LINE-1.
           WRITE DOCK-REPORT-REC FROM RH-LINE-2.
           MOVE  WS-JOB-DATE TO HD-TODAY.
           WRITE DOCK-REPORT-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO DOCK-REPORT-REC.
           WRITE DOCK-REPORT-REC.
           WRITE DOCK-REPORT-REC FROM HEADING-LINE-2.
           MOVE  SPACES TO DOCK-REPORT-REC.
           WRITE DOCK-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO DOCK-REPORT-REC.
           WRITE DOCK-REPORT-REC.
           MOVE  TOT-NOTICES-READ    TO SL-READ.
           WRITE DOCK-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-EXPECTED-TODAY  TO SL-TODAY.
           WRITE DOCK-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-LATE            TO SL-LATE.
           WRITE DOCK-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-QTY-EXPECTED    TO SL-QTY.
           WRITE DOCK-REPORT-REC FROM SUMMARY-LINE-4.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-NOTICES-READ TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE DOCK-REPORT-REC FROM RH-LINE-1.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
      *  and the run fails on a genuine error.
       REPORT-FILE-FAILURE.
           MOVE 'ASNDOCK ' TO FS-PROGRAM.
           CALL 'FILSTAT' USING FILE-STATUS-PARM.
           IF FS-FAIL-RUN
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      *  The list must reflect the day's notices, so ASNPOST must
      *  have stamped clean for the business date first.
       VERIFY-PREDECESSORS.
           SET JC-CHECK TO TRUE.
           MOVE 'ASNDOCK ' TO JC-JOB-NAME.
           MOVE WS-JOB-DATE TO JC-BUSINESS-DATE.
           MOVE 1 TO JC-PRED-COUNT.
           MOVE 'ASNPOST ' TO JC-PRED-NAME(1).
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *
       STAMP-RUN-COMPLETE.
           SET JC-STAMP TO TRUE.
           MOVE 'ASNDOCK ' TO JC-JOB-NAME.
           MOVE WS-JOB-DATE TO JC-BUSINESS-DATE.
           MOVE RETURN-CODE TO JC-RETURN-CODE.
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *
      *  The run-control business date honors the RUNDATE override
      *  the way FINALS' does, so one overridden rerun doesn't
      *  block the rest of the dependency chain.
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
