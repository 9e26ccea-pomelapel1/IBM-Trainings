       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTWARN.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   CERTWARN is purchasing's certification expiry warning.
      *   Every certification on SUPCERT (see SUPCERT.cpy) is aged
      *   against the business date and falls in one of three
      *   windows:
      *     0-DAY  - lapsed (expired before the business date) or
      *              expiring today; government parts can no longer
      *              be ordered from this supplier.
      *     30-DAY - expiring in 1 to 30 days.
      *     60-DAY - expiring in 31 to 60 days.
      *   Certifications further out are not listed.
      *
      *   A last section walks SUPPLIER-FILE for suppliers of
      *   government parts (GOVT-COMML-CODE 'G' on PARTS-FILE) that
      *   have no quality or no security certification on file at
      *   all - they are treated as lapsed too, but would never show
      *   in an expiry window.
      *
      *   Ends RC 4 when anything is in the 0-DAY window or missing.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-FILE          ASSIGN TO SUPCERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CERT-KEY
               FILE STATUS IS WS-CERT-STATUS.
           SELECT SUPPLIER-FILE      ASSIGN TO SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER OF SUPPLIER-REC
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT PARTS-FILE         ASSIGN TO PARTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER OF PARTS-REC
               FILE STATUS IS WS-PARTS-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT WARNING-REPORT     ASSIGN TO CERTWRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CERT-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS SUPPLIER-CERT-REC.
       COPY SUPCERT.
      *
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
      *
       FD  PARTS-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARTS-REC.
       COPY PARTS.
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
       FD  WARNING-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARNING-REPORT-REC.
       01  WARNING-REPORT-REC           PIC X(132).
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
      *    Shared date-validation parameter block (see DATEPARM.cpy).
       COPY DATEPARM.
       01  WS-CERT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SUPP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PARTS-STATUS              PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-CERT-FILE-SW              PIC X     VALUE 'N'.
           88  CERT-FILE-OPEN           VALUE 'Y'.
       01  WS-QUAL-FOUND-SW             PIC X     VALUE 'N'.
           88  QUAL-ON-FILE             VALUE 'Y'.
       01  WS-SECR-FOUND-SW             PIC X     VALUE 'N'.
           88  SECR-ON-FILE             VALUE 'Y'.
      *
      *  Every certification on file with its days to expiry and
      *  warning window ('0', '3', '6', or space when not listed).
       01  WS-CERT-TABLE.
           05  WS-CRT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY CRT-IDX.
               10  WS-CRT-SUPPLIER      PIC X(10).
               10  WS-CRT-TYPE          PIC X(04).
               10  WS-CRT-EXPIRY        PIC 9(08).
               10  WS-CRT-REFERENCE     PIC X(20).
               10  WS-CRT-DAYS-LEFT     PIC S9(05).
               10  WS-CRT-WINDOW        PIC X(01).
       01  WS-CRT-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-CRT-MAX                   PIC S9(4) COMP VALUE 1000.
       01  WS-LIST-WINDOW               PIC X(01) VALUE SPACE.
      *
      *  Government-part suppliers already listed as missing a
      *  certification, so each is listed once.
       01  WS-MISSING-TABLE.
           05  WS-MIS-ENTRY OCCURS 300 TIMES
                   INDEXED BY MIS-IDX.
               10  WS-MIS-SUPPLIER      PIC X(10).
       01  WS-MIS-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-MIS-MAX                   PIC S9(4) COMP VALUE 300.
       01  WS-MISSING-TYPES             PIC X(09) VALUE SPACES.
      *
       01  ACC-CTRS.
           05  TOT-CERTS-READ           PIC 9(5)  VALUE ZERO.
           05  TOT-CERTS-0-DAY          PIC 9(5)  VALUE ZERO.
           05  TOT-CERTS-30-DAY         PIC 9(5)  VALUE ZERO.
           05  TOT-CERTS-60-DAY         PIC 9(5)  VALUE ZERO.
           05  TOT-SUPPLIERS-MISSING    PIC 9(5)  VALUE ZERO.
           05  TOT-TABLE-OVERFLOW       PIC 9(5)  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(40) VALUE
               'SUPPLIER CERTIFICATION EXPIRY WARNING'.
           05  FILLER                   PIC X(09) VALUE 'AS OF: '.
           05  HD-TODAY                 PIC XXXX/XX/XX.
       01  SECTION-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  SC-TITLE                 PIC X(60).
       01  CERT-HEADING.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(12) VALUE 'SUPPLIER'.
           05  FILLER                   PIC X(06) VALUE 'TYPE'.
           05  FILLER                   PIC X(12) VALUE 'EXPIRES'.
           05  FILLER                   PIC X(11) VALUE '  DAYS LEFT'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(22) VALUE 'REFERENCE'.
           05  FILLER                   PIC X(15) VALUE 'STATUS'.
       01  CERT-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  CL-SUPPLIER-CODE         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-CERT-TYPE             PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-EXPIRY-DATE           PIC 9999/99/99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-DAYS-LEFT             PIC ZZ,ZZ9-.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  CL-REFERENCE             PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-STATUS                PIC X(15).
       01  MISSING-HEADING.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(12) VALUE 'SUPPLIER'.
           05  FILLER                   PIC X(17) VALUE 'NAME'.
           05  FILLER                   PIC X(25) VALUE
               'FIRST GOVT PART'.
           05  FILLER                   PIC X(20) VALUE 'MISSING'.
       01  MISSING-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  ML-SUPPLIER-CODE         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ML-SUPPLIER-NAME         PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ML-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ML-MISSING-TYPES         PIC X(09).
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'CERTIFICATIONS READ    : '.
           05  SL-CERTS-READ            PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'LAPSED / EXPIRING TODAY: '.
           05  SL-0-DAY                 PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'EXPIRING IN 30 DAYS    : '.
           05  SL-30-DAY                PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'EXPIRING IN 60 DAYS    : '.
           05  SL-60-DAY                PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'GOVT SUPPLIERS MISSING : '.
           05  SL-MISSING               PIC ZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'TABLE OVERFLOWS        : '.
           05  SL-OVERFLOW              PIC ZZ,ZZ9.
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
           PERFORM LOAD-CERT-TABLE.
           MOVE '0' TO WS-LIST-WINDOW.
           MOVE '0-DAY - LAPSED OR EXPIRING TODAY' TO SC-TITLE.
           PERFORM WRITE-WINDOW-SECTION.
           MOVE '3' TO WS-LIST-WINDOW.
           MOVE '30-DAY - EXPIRING IN 1 TO 30 DAYS' TO SC-TITLE.
           PERFORM WRITE-WINDOW-SECTION.
           MOVE '6' TO WS-LIST-WINDOW.
           MOVE '60-DAY - EXPIRING IN 31 TO 60 DAYS' TO SC-TITLE.
           PERFORM WRITE-WINDOW-SECTION.
           PERFORM WRITE-MISSING-SECTION.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           IF (TOT-CERTS-0-DAY > ZERO OR TOT-SUPPLIERS-MISSING > ZERO)
               AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM STAMP-RUN-COMPLETE.
           GOBACK.
      *
      *    No certification file yet - nothing to age, and every
      *    government supplier shows as missing.
       OPEN-FILES.
           OPEN INPUT CERT-FILE.
           IF WS-CERT-STATUS = '00'
               SET CERT-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT SUPPLIER-FILE, PARTS-FILE.
           OPEN OUTPUT WARNING-REPORT.
      *
       CLOSE-FILES.
           CLOSE SUPPLIER-FILE, PARTS-FILE, WARNING-REPORT.
           IF CERT-FILE-OPEN
               CLOSE CERT-FILE
           END-IF.
      *
       LOAD-CERT-TABLE.
           IF CERT-FILE-OPEN
               MOVE 'N' TO EOF-STAT
               READ CERT-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM LOAD-ONE-CERT UNTIL END-OF-FILE
           END-IF.
      *
       LOAD-ONE-CERT.
           ADD 1 TO TOT-CERTS-READ.
           IF WS-CRT-CTR < WS-CRT-MAX
               ADD 1 TO WS-CRT-CTR
               SET CRT-IDX TO WS-CRT-CTR
               MOVE CERT-SUPPLIER-CODE TO WS-CRT-SUPPLIER(CRT-IDX)
               MOVE CERT-TYPE          TO WS-CRT-TYPE(CRT-IDX)
               MOVE CERT-EXPIRY-DATE   TO WS-CRT-EXPIRY(CRT-IDX)
               MOVE CERT-REFERENCE     TO WS-CRT-REFERENCE(CRT-IDX)
               PERFORM AGE-ONE-CERT
           ELSE
               ADD 1 TO TOT-TABLE-OVERFLOW
           END-IF.
           READ CERT-FILE
               AT END MOVE 'Y' TO EOF-STAT
           END-READ.
      *
      *    An expiry date that is not a valid date is treated as
      *    lapsed - it cannot prove the certification current.
       AGE-ONE-CERT.
           MOVE ZERO  TO WS-CRT-DAYS-LEFT(CRT-IDX).
           MOVE SPACE TO WS-CRT-WINDOW(CRT-IDX).
           SET DP-VALIDATE TO TRUE.
           MOVE CERT-EXPIRY-DATE TO DP-DATE-IN.
           CALL 'DATEEDIT' USING DATE-EDIT-PARM.
           IF DP-DATE-VALID
               COMPUTE WS-CRT-DAYS-LEFT(CRT-IDX) =
                   FUNCTION INTEGER-OF-DATE(CERT-EXPIRY-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-JOB-DATE)
           END-IF.
           EVALUATE TRUE
               WHEN NOT DP-DATE-VALID
               WHEN WS-CRT-DAYS-LEFT(CRT-IDX) <= ZERO
                   MOVE '0' TO WS-CRT-WINDOW(CRT-IDX)
                   ADD 1 TO TOT-CERTS-0-DAY
               WHEN WS-CRT-DAYS-LEFT(CRT-IDX) <= 30
                   MOVE '3' TO WS-CRT-WINDOW(CRT-IDX)
                   ADD 1 TO TOT-CERTS-30-DAY
               WHEN WS-CRT-DAYS-LEFT(CRT-IDX) <= 60
                   MOVE '6' TO WS-CRT-WINDOW(CRT-IDX)
                   ADD 1 TO TOT-CERTS-60-DAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *    Caller sets SC-TITLE and the window to list.
       WRITE-WINDOW-SECTION.
           WRITE WARNING-REPORT-REC FROM SECTION-LINE.
           WRITE WARNING-REPORT-REC FROM CERT-HEADING.
           MOVE  SPACES TO WARNING-REPORT-REC.
           WRITE WARNING-REPORT-REC.
           PERFORM WRITE-ONE-CERT
               VARYING CRT-IDX FROM 1 BY 1 UNTIL CRT-IDX > WS-CRT-CTR.
           MOVE  SPACES TO WARNING-REPORT-REC.
           WRITE WARNING-REPORT-REC.
      *
       WRITE-ONE-CERT.
           IF WS-CRT-WINDOW(CRT-IDX) = WS-LIST-WINDOW
               MOVE SPACES                     TO CERT-LINE
               MOVE WS-CRT-SUPPLIER(CRT-IDX)   TO CL-SUPPLIER-CODE
               MOVE WS-CRT-TYPE(CRT-IDX)       TO CL-CERT-TYPE
               MOVE WS-CRT-EXPIRY(CRT-IDX)     TO CL-EXPIRY-DATE
               MOVE WS-CRT-DAYS-LEFT(CRT-IDX)  TO CL-DAYS-LEFT
               MOVE WS-CRT-REFERENCE(CRT-IDX)  TO CL-REFERENCE
               EVALUATE TRUE
                   WHEN WS-CRT-DAYS-LEFT(CRT-IDX) < ZERO
                       MOVE 'LAPSED'          TO CL-STATUS
                   WHEN WS-CRT-DAYS-LEFT(CRT-IDX) = ZERO
                     AND WS-CRT-EXPIRY(CRT-IDX) = WS-JOB-DATE
                       MOVE 'EXPIRES TODAY'   TO CL-STATUS
                   WHEN WS-CRT-WINDOW(CRT-IDX) = '0'
                       MOVE 'INVALID DATE'    TO CL-STATUS
                   WHEN OTHER
                       MOVE 'RENEW'           TO CL-STATUS
               END-EVALUATE
               WRITE WARNING-REPORT-REC FROM CERT-LINE
           END-IF.
      *
      *  Suppliers of government parts with a required
      *  certification missing altogether.
       WRITE-MISSING-SECTION.
           MOVE 'GOVERNMENT-PART SUPPLIERS MISSING A CERTIFICATION'
                TO SC-TITLE.
           WRITE WARNING-REPORT-REC FROM SECTION-LINE.
           WRITE WARNING-REPORT-REC FROM MISSING-HEADING.
           MOVE  SPACES TO WARNING-REPORT-REC.
           WRITE WARNING-REPORT-REC.
           MOVE 'N' TO EOF-STAT.
           PERFORM READ-NEXT-SUPPLIER.
           PERFORM CHECK-ONE-SUPPLIER-PART UNTIL END-OF-FILE.
      *
       READ-NEXT-SUPPLIER.
           READ SUPPLIER-FILE NEXT
               AT END MOVE 'Y' TO EOF-STAT
           END-READ.
           IF NOT END-OF-FILE
               AND WS-SUPP-STATUS NOT = '00'
               MOVE 'SUPPLIER' TO FS-DDNAME
               MOVE 'READNEXT' TO FS-OPERATION
               MOVE WS-SUPP-STATUS TO FS-STATUS
               PERFORM REPORT-FILE-FAILURE
               MOVE 'Y' TO EOF-STAT
           END-IF.
      *
       CHECK-ONE-SUPPLIER-PART.
           MOVE PART-NUMBER IN SUPPLIER-REC TO PART-NUMBER IN PARTS-REC.
           READ PARTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GOVT-COMML-CODE = 'G'
                       PERFORM CHECK-SUPPLIER-CERTS
                   END-IF
           END-READ.
           PERFORM READ-NEXT-SUPPLIER.
      *
       CHECK-SUPPLIER-CERTS.
           SET MIS-IDX TO 1.
           SEARCH WS-MIS-ENTRY
               AT END
                   PERFORM LIST-MISSING-CERTS
               WHEN MIS-IDX > WS-MIS-CTR
                   PERFORM LIST-MISSING-CERTS
               WHEN WS-MIS-SUPPLIER(MIS-IDX) =
                    SUPPLIER-CODE IN SUPPLIER-REC
                   CONTINUE
           END-SEARCH.
      *
       LIST-MISSING-CERTS.
           MOVE 'N' TO WS-QUAL-FOUND-SW WS-SECR-FOUND-SW.
           PERFORM VARYING CRT-IDX FROM 1 BY 1
                   UNTIL CRT-IDX > WS-CRT-CTR
               IF WS-CRT-SUPPLIER(CRT-IDX) =
                  SUPPLIER-CODE IN SUPPLIER-REC
                   IF WS-CRT-TYPE(CRT-IDX) = 'QUAL'
                       SET QUAL-ON-FILE TO TRUE
                   END-IF
                   IF WS-CRT-TYPE(CRT-IDX) = 'SECR'
                       SET SECR-ON-FILE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT QUAL-ON-FILE OR NOT SECR-ON-FILE
               MOVE SPACES TO WS-MISSING-TYPES
               EVALUATE TRUE
                   WHEN NOT QUAL-ON-FILE AND NOT SECR-ON-FILE
                       MOVE 'QUAL SECR' TO WS-MISSING-TYPES
                   WHEN NOT QUAL-ON-FILE
                       MOVE 'QUAL'      TO WS-MISSING-TYPES
                   WHEN OTHER
                       MOVE 'SECR'      TO WS-MISSING-TYPES
               END-EVALUATE
               MOVE SPACES TO MISSING-LINE
               MOVE SUPPLIER-CODE IN SUPPLIER-REC TO ML-SUPPLIER-CODE
               MOVE SUPPLIER-NAME IN SUPPLIER-REC TO ML-SUPPLIER-NAME
               MOVE PART-NUMBER IN SUPPLIER-REC   TO ML-PART-NUMBER
               MOVE WS-MISSING-TYPES              TO ML-MISSING-TYPES
               WRITE WARNING-REPORT-REC FROM MISSING-LINE
               ADD 1 TO TOT-SUPPLIERS-MISSING
           END-IF.
      *    Remember the code either way so it is checked only once.
           IF WS-MIS-CTR < WS-MIS-MAX
               ADD 1 TO WS-MIS-CTR
               SET MIS-IDX TO WS-MIS-CTR
               MOVE SUPPLIER-CODE IN SUPPLIER-REC
                    TO WS-MIS-SUPPLIER(MIS-IDX)
           ELSE
               ADD 1 TO TOT-TABLE-OVERFLOW
           END-IF.
      *
       WRITE-HEADINGS.
           MOVE 'CERTWARN' TO RH-REPORT-ID.
           MOVE 'SUPPLIER CERTIFICATION EXPIRY WARNING'
                TO RH-REPORT-TITLE.
           MOVE WS-JOB-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE WARNING-REPORT-REC FROM RH-LINE-1.
           WRITE WARNING-REPORT-REC FROM RH-LINE-2.
           MOVE  WS-JOB-DATE TO HD-TODAY.
           WRITE WARNING-REPORT-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO WARNING-REPORT-REC.
           WRITE WARNING-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO WARNING-REPORT-REC.
           WRITE WARNING-REPORT-REC.
           MOVE  TOT-CERTS-READ        TO SL-CERTS-READ.
           WRITE WARNING-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-CERTS-0-DAY       TO SL-0-DAY.
           WRITE WARNING-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-CERTS-30-DAY      TO SL-30-DAY.
           WRITE WARNING-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-CERTS-60-DAY      TO SL-60-DAY.
           WRITE WARNING-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-SUPPLIERS-MISSING TO SL-MISSING.
           WRITE WARNING-REPORT-REC FROM SUMMARY-LINE-5.
           MOVE  TOT-TABLE-OVERFLOW    TO SL-OVERFLOW.
           WRITE WARNING-REPORT-REC FROM SUMMARY-LINE-6.
           SET RH-TRAILER TO TRUE.
           COMPUTE RH-FINAL-COUNT = TOT-CERTS-0-DAY + TOT-CERTS-30-DAY
                                  + TOT-CERTS-60-DAY.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE WARNING-REPORT-REC FROM RH-LINE-1.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
      *  and the run fails on a genuine error.
       REPORT-FILE-FAILURE.
           MOVE 'CERTWARN' TO FS-PROGRAM.
           CALL 'FILSTAT' USING FILE-STATUS-PARM.
           IF FS-FAIL-RUN
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      *  The government-supplier check must see the day's supplier
      *  and parts masters.
       VERIFY-PREDECESSORS.
           SET JC-CHECK TO TRUE.
           MOVE 'CERTWARN' TO JC-JOB-NAME.
           MOVE WS-JOB-DATE TO JC-BUSINESS-DATE.
           MOVE 1 TO JC-PRED-COUNT.
           MOVE 'FINALS  ' TO JC-PRED-NAME(1).
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *
       STAMP-RUN-COMPLETE.
           SET JC-STAMP TO TRUE.
           MOVE 'CERTWARN' TO JC-JOB-NAME.
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
