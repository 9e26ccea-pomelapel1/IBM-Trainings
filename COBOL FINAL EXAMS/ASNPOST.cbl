       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASNPOST.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   ASNPOST takes in the suppliers' advance ship notices.  Each
      *   ASNIN line carries the PO's full key (Part-Number +
      *   PO-Number), the supplier's shipment number, the ship date,
      *   the date the goods are expected at the dock, and the
      *   quantity shipped.  The PO is read directly by key; a notice
      *   is rejected when:
      *     - no PO is on PURCHASES-FILE for the key,
      *     - the key is a blanket header (goods ship against a
      *       release, never the agreement itself),
      *     - POCHG has cancelled the PO,
      *     - the PO is already fully received,
      *     - the quantity is zero or not numeric,
      *     - the expected-arrival date is not a real date, or
      *     - the same shipment number is already on file for the PO.
      *
      *   An accepted notice is added to the ASN file (ASNFILE - see
      *   ASNFILE.cpy) as in transit.  ASNDOCK lists them for the
      *   dock by expected date; RECPOST marks each one received
      *   and reports any quantity that differs from the notice.
      *
      *   Every notice - accepted or rejected - gets a line on the
      *   intake report, with run totals at the bottom.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASN-TRANS-FILE     ASSIGN TO ASNIN.
           SELECT PURCHASES-FILE     ASSIGN TO PURCHASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.
           SELECT ASN-FILE           ASSIGN TO ASNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASN-KEY
               FILE STATUS IS WS-ASN-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT ASN-REPORT         ASSIGN TO ASNRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  ASN-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASN-TRANS-REC.
       01  ASN-TRANS-REC.
           05  AT-PART-NUMBER             PIC X(23).
           05  AT-PO-NUMBER               PIC X(06).
           05  AT-SHIPMENT-NO             PIC X(10).
           05  AT-SHIP-DATE               PIC 9(08).
           05  AT-EXPECTED-DATE           PIC 9(08).
           05  AT-SHIPPED-QTY             PIC 9(07).
           05  FILLER                     PIC X(18).
      *
       FD  PURCHASES-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PURCHASE-ORDERS.
       COPY PURCHASE.
      *
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
       FD  ASN-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASN-REPORT-REC.
       01  ASN-REPORT-REC                 PIC X(132).
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
      *    Shared date-edit block (see DATEPARM.cpy).
       COPY DATEPARM.
       01  WS-PO-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ASN-STATUS                PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-PO-FOUND-SW               PIC X     VALUE 'N'.
           88  PO-FOUND                 VALUE 'Y'.
           88  PO-READ-FAILED           VALUE 'E'.
       01  WS-ASN-FOUND-SW              PIC X     VALUE 'N'.
           88  ASN-ON-FILE              VALUE 'Y'.
      *
       01  WS-DISPOSITION               PIC X(40) VALUE SPACES.
      *
       01  ACC-CTRS.
           05  TOT-NOTICES-READ         PIC 9(5)  VALUE ZERO.
           05  TOT-NOTICES-ACCEPTED     PIC 9(5)  VALUE ZERO.
           05  TOT-NOTICES-REJECTED     PIC 9(5)  VALUE ZERO.
           05  TOT-QTY-IN-TRANSIT       PIC 9(9)  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(45) VALUE
               'ADVANCE SHIP NOTICE INTAKE REPORT'.
       01  HEADING-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(25) VALUE 'PART NUMBER'.
           05  FILLER                   PIC X(08) VALUE 'PO NBR'.
           05  FILLER                   PIC X(12) VALUE 'SHIPMENT'.
           05  FILLER                   PIC X(12) VALUE 'EXPECTED'.
           05  FILLER                   PIC X(11) VALUE '      QTY'.
           05  FILLER                   PIC X(40) VALUE 'DISPOSITION'.
      *
       01  DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PO-NUMBER             PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-SHIPMENT-NO           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-EXPECTED-DATE         PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-SHIPPED-QTY           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-DISPOSITION           PIC X(40).
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'NOTICES READ           : '.
           05  SL-READ                  PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'NOTICES ACCEPTED       : '.
           05  SL-ACCEPTED              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'NOTICES REJECTED       : '.
           05  SL-REJECTED              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'QTY NOW IN TRANSIT     : '.
           05  SL-IN-TRANSIT            PIC ZZZ,ZZZ,ZZ9.
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
           READ ASN-TRANS-FILE
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM POST-ONE-NOTICE UNTIL END-OF-FILE.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM STAMP-RUN-COMPLETE.
           GOBACK.
      *
      *    Without the PO master every notice would read as "no such
      *    PO" - the run stops before any notice is looked at.
       OPEN-FILES.
           OPEN INPUT  ASN-TRANS-FILE, PURCHASES-FILE.
           IF WS-PO-STATUS NOT = '00'
               MOVE 'PURCHASE' TO FS-DDNAME
               MOVE 'OPEN    ' TO FS-OPERATION
               MOVE WS-PO-STATUS TO FS-STATUS
               PERFORM REPORT-FILE-FAILURE
               MOVE 8 TO RETURN-CODE
               CLOSE ASN-TRANS-FILE
               PERFORM STAMP-RUN-COMPLETE
               GOBACK
           END-IF.
      *    First-ever run has no ASN file yet - create it.
           OPEN I-O    ASN-FILE.
           IF WS-ASN-STATUS NOT = '00'
               OPEN OUTPUT ASN-FILE
               CLOSE ASN-FILE
               OPEN I-O ASN-FILE
           END-IF.
           OPEN OUTPUT ASN-REPORT.
      *
       CLOSE-FILES.
           CLOSE ASN-TRANS-FILE, PURCHASES-FILE, ASN-FILE,
                 ASN-REPORT.
      *
       POST-ONE-NOTICE.
           ADD 1 TO TOT-NOTICES-READ.
           MOVE SPACES TO WS-DISPOSITION.
           PERFORM CHECK-PO-ON-MASTER.
           PERFORM CHECK-ASN-ON-FILE.
           MOVE AT-EXPECTED-DATE TO DP-DATE-IN.
           SET DP-VALIDATE TO TRUE.
           CALL 'DATEEDIT' USING DATE-EDIT-PARM.
           EVALUATE TRUE
               WHEN PO-READ-FAILED
                   MOVE 'NOT POSTED - PO MASTER READ FAILED'
                        TO WS-DISPOSITION
               WHEN NOT PO-FOUND
                   MOVE 'REJECTED - NO MATCHING PO ON MASTER'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-NOTICES-REJECTED
               WHEN PO-BLANKET-HEADER IN PURCHASE-ORDERS
                   MOVE 'REJECTED - BLANKET HEADER, USE RELEASE'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-NOTICES-REJECTED
               WHEN PO-CANCELLED IN PURCHASE-ORDERS
                   MOVE 'REJECTED - PO CANCELLED'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-NOTICES-REJECTED
               WHEN PO-FULL-RECEIVED IN PURCHASE-ORDERS
                   MOVE 'REJECTED - PO ALREADY FULLY RECEIVED'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-NOTICES-REJECTED
               WHEN AT-SHIPPED-QTY NOT NUMERIC
                 OR AT-SHIPPED-QTY = ZERO
                   MOVE 'REJECTED - SHIPPED QTY MUST BE 1 OR MORE'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-NOTICES-REJECTED
               WHEN NOT DP-DATE-VALID
                   MOVE 'REJECTED - INVALID EXPECTED DATE'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-NOTICES-REJECTED
               WHEN ASN-ON-FILE
                   MOVE 'REJECTED - SHIPMENT ALREADY ON FILE'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-NOTICES-REJECTED
               WHEN OTHER
                   PERFORM ADD-ASN-RECORD
           END-EVALUATE.
           PERFORM WRITE-DETAIL-LINE.
           IF PO-READ-FAILED
               MOVE 'Y' TO EOF-STAT
           ELSE
               READ ASN-TRANS-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-IF.
      *
      *    Not-found ('23') is a rejected notice; any other failure
      *    stops the run at this notice.
       CHECK-PO-ON-MASTER.
           MOVE 'N' TO WS-PO-FOUND-SW.
           MOVE AT-PART-NUMBER TO PART-NUMBER IN PURCHASE-ORDERS.
           MOVE AT-PO-NUMBER   TO PO-NUMBER   IN PURCHASE-ORDERS.
           READ PURCHASES-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET PO-FOUND TO TRUE
           END-READ.
           IF WS-PO-STATUS NOT = '00'
               AND WS-PO-STATUS NOT = '23'
               MOVE 'PURCHASE' TO FS-DDNAME
               MOVE 'READ    ' TO FS-OPERATION
               MOVE WS-PO-STATUS TO FS-STATUS
               PERFORM REPORT-FILE-FAILURE
               MOVE 8 TO RETURN-CODE
               SET PO-READ-FAILED TO TRUE
           END-IF.
      *
       CHECK-ASN-ON-FILE.
           MOVE 'N' TO WS-ASN-FOUND-SW.
           MOVE AT-PART-NUMBER TO PART-NUMBER IN ASN-REC.
           MOVE AT-PO-NUMBER   TO PO-NUMBER   IN ASN-REC.
           MOVE AT-SHIPMENT-NO TO ASN-SHIPMENT-NO.
           READ ASN-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET ASN-ON-FILE TO TRUE
           END-READ.
      *
       ADD-ASN-RECORD.
           INITIALIZE ASN-REC.
           MOVE AT-PART-NUMBER    TO PART-NUMBER IN ASN-REC.
           MOVE AT-PO-NUMBER      TO PO-NUMBER   IN ASN-REC.
           MOVE AT-SHIPMENT-NO    TO ASN-SHIPMENT-NO.
           MOVE AT-SHIP-DATE      TO ASN-SHIP-DATE.
           MOVE AT-EXPECTED-DATE  TO ASN-EXPECTED-DATE.
           MOVE AT-SHIPPED-QTY    TO ASN-SHIPPED-QTY.
           SET ASN-IN-TRANSIT     TO TRUE.
           WRITE ASN-REC
               INVALID KEY
                   MOVE 'REJECTED - DUPLICATE KEY ON WRITE'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-NOTICES-REJECTED
               NOT INVALID KEY
                   MOVE 'ACCEPTED - IN TRANSIT' TO WS-DISPOSITION
                   ADD 1 TO TOT-NOTICES-ACCEPTED
                   ADD AT-SHIPPED-QTY TO TOT-QTY-IN-TRANSIT
           END-WRITE.
      *
       WRITE-DETAIL-LINE.
           MOVE SPACES              TO DETAIL-LINE.
           MOVE AT-PART-NUMBER      TO DL-PART-NUMBER.
           MOVE AT-PO-NUMBER        TO DL-PO-NUMBER.
           MOVE AT-SHIPMENT-NO      TO DL-SHIPMENT-NO.
           MOVE AT-EXPECTED-DATE    TO DL-EXPECTED-DATE.
           IF AT-SHIPPED-QTY NUMERIC
               MOVE AT-SHIPPED-QTY  TO DL-SHIPPED-QTY
           ELSE
               MOVE ZERO            TO DL-SHIPPED-QTY
           END-IF.
           MOVE WS-DISPOSITION      TO DL-DISPOSITION.
           WRITE ASN-REPORT-REC FROM DETAIL-LINE.
      *
       WRITE-HEADINGS.
           MOVE 'ASNPOST ' TO RH-REPORT-ID.
           MOVE 'ADVANCE SHIP NOTICE INTAKE REPORT'
                TO RH-REPORT-TITLE.
           MOVE WS-JOB-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE ASN-REPORT-REC FROM RH-LINE-1.
           WRITE ASN-REPORT-REC FROM RH-LINE-2.
           WRITE ASN-REPORT-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO ASN-REPORT-REC.
           WRITE ASN-REPORT-REC.
           WRITE ASN-REPORT-REC FROM HEADING-LINE-2.
           MOVE  SPACES TO ASN-REPORT-REC.
           WRITE ASN-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO ASN-REPORT-REC.
           WRITE ASN-REPORT-REC.
           MOVE  TOT-NOTICES-READ      TO SL-READ.
           WRITE ASN-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-NOTICES-ACCEPTED  TO SL-ACCEPTED.
           WRITE ASN-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-NOTICES-REJECTED  TO SL-REJECTED.
           WRITE ASN-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-QTY-IN-TRANSIT    TO SL-IN-TRANSIT.
           WRITE ASN-REPORT-REC FROM SUMMARY-LINE-4.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-NOTICES-READ TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE ASN-REPORT-REC FROM RH-LINE-1.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
      *  and the run fails on a genuine error.
       REPORT-FILE-FAILURE.
           MOVE 'ASNPOST ' TO FS-PROGRAM.
           CALL 'FILSTAT' USING FILE-STATUS-PARM.
           IF FS-FAIL-RUN
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      *  Notices are matched against the POs FINALS built for the
      *  business date, so FINALS must have stamped clean first.
       VERIFY-PREDECESSORS.
           SET JC-CHECK TO TRUE.
           MOVE 'ASNPOST ' TO JC-JOB-NAME.
           MOVE WS-JOB-DATE TO JC-BUSINESS-DATE.
           MOVE 1 TO JC-PRED-COUNT.
           MOVE 'FINALS  ' TO JC-PRED-NAME(1).
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *
       STAMP-RUN-COMPLETE.
           SET JC-STAMP TO TRUE.
           MOVE 'ASNPOST ' TO JC-JOB-NAME.
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
