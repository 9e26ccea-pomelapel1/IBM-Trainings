       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDAGE.
      *
      ********** Workshop 12  -   Production Support    ************
      *
      *   Pend Queue Aging Report.
      *   a)  Reads the claim pend queue (CLMPEND) MIDTERM rewrites
      *       at the end of every run and lists each claim that has
      *       been waiting more than 15, 30 or 45 calendar days for
      *       its authorization or provider paperwork, oldest
      *       bucket flagged, so review can chase it before MIDTERM
      *       denies it.
      *
      *   Age is calendar days from the date the claim first
      *   pended to the business date (RUNDATE override, else
      *   CURRENT-DATE) - the same count MIDTERM holds against the
      *   PENDLIM limit, which is shown per claim as the days left
      *   before the claim denies.  Claims waiting 15 days or fewer
      *   are counted, not listed.
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-PEND-FILE ASSIGN TO CLMPEND
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PEND-LIMIT-FILE ASSIGN TO PENDLIM
               FILE STATUS IS WS-PENDLIM-STATUS.
           SELECT AGING-REPORT    ASSIGN TO PENDRPT.
           SELECT RUN-DATE-FILE   ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-PEND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-PEND-REC.
           COPY CLMPEND.
      *
      *     Days a claim may wait before MIDTERM denies it - missing
      *     falls back to 60, as in MIDTERM.
       FD  PEND-LIMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PEND-LIMIT-REC.
       01  PEND-LIMIT-REC.
           05  PL-EXPIRY-DAYS           PIC 9(03).
           05  FILLER                   PIC X(77).
      *
       FD  AGING-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AGING-REPORT-REC.
       01  AGING-REPORT-REC             PIC X(132).
      *
      *    Business-date override - a one-record control file read at
      *    startup so a missed batch window can be rerun as-of the
      *    correct date; missing or invalid falls back to the
      *    machine's CURRENT-DATE.
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
       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-PENDLIM-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02)   VALUE SPACES.
      *
       01  WS-TODAY-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-PEND-EXPIRY-DAYS          PIC 9(03)   VALUE 60.
       01  WS-DAYS-WAITING              PIC S9(05)  VALUE ZERO.
       01  WS-DAYS-TO-DENY              PIC S9(05)  VALUE ZERO.
       01  WS-BUCKET-LABEL              PIC X(12)   VALUE SPACES.
       01  WS-REASON-DESC               PIC X(30)   VALUE SPACES.
      *
       01  ACC-CTRS-SWITCHES.
           05  EOF-STAT                 PIC X        VALUE SPACE.
               88  END-OF-FILE          VALUE 'Y'.
           05  WS-CTR-0-15              PIC 9(4)     VALUE ZERO.
           05  WS-CTR-16-30             PIC 9(4)     VALUE ZERO.
           05  WS-CTR-31-45             PIC 9(4)     VALUE ZERO.
           05  WS-CTR-46-PLUS           PIC 9(4)     VALUE ZERO.
           05  WS-AMT-LISTED            PIC S9(9)V99 VALUE ZERO.
      *
       01  HEADER-LINE-1.
           05  FILLER                   PIC X(30) VALUE
                     'PEND QUEUE AGING REPORT'.
           05  FILLER                   PIC X(10) VALUE 'DATE: '.
           05  WS-CURR-YEAROUT          PIC 9(4).
           05  FILLER                   PIC X     VALUE '/'.
           05  WS-CURR-MONTHOUT         PIC 9(2).
           05  FILLER                   PIC X     VALUE '/'.
           05  WS-CURR-DAYOUT           PIC 9(2).
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE 'DENIES AFTER '.
           05  WS-EXPIRY-DAYS-OUT       PIC ZZ9.
           05  FILLER                   PIC X(05) VALUE ' DAYS'.
      *
       01  HEADER-LINE-2.
           05  FILLER                   PIC X(9)  VALUE 'POLICY #'.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  FILLER                   PIC X(27) VALUE 'INSURED NAME'.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE
                                          '   CLAIM AMOUNT'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'PENDED ON'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE ' DAYS'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'AGING BUCKET'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'DENY IN'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE 'WAITING FOR'.
      *
       01  AGING-DETAIL-LINE.
           05  POLICY-NO-OUT            PIC 9(07).
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  LASTNAME-OUT             PIC X(15).
           05  FILLER                   PIC X(2)  VALUE ', '.
           05  FIRSTNAME-OUT            PIC X(10).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  CLAIM-AMOUNT-OUT         PIC $$,$$$,$$9.99CR.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PEND-DATE-OUT            PIC 9999/99/99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DAYS-WAITING-OUT         PIC -(4)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  BUCKET-LABEL-OUT         PIC X(12).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DAYS-TO-DENY-OUT         PIC -(6)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  REASON-DESC-OUT          PIC X(30).
      *
       01  FOOTER-LINE-0.
           05  FILLER                   PIC X(70) VALUE SPACES.
           05  FILLER                   PIC X(50) VALUE
                "************  Nothing follows  *****************".
      *
       01  FOOTER-LINE-1.
           05  FILLER                   PIC X(30) VALUE
                 'WAITING 15 DAYS OR FEWER    : '.
           05  WS-CTR-0-15-OUT          PIC ZZZ9.
      *
       01  FOOTER-LINE-2.
           05  FILLER                   PIC X(30) VALUE
                 'WAITING OVER 15 DAYS        : '.
           05  WS-CTR-16-30-OUT         PIC ZZZ9.
      *
       01  FOOTER-LINE-3.
           05  FILLER                   PIC X(30) VALUE
                 'WAITING OVER 30 DAYS        : '.
           05  WS-CTR-31-45-OUT         PIC ZZZ9.
      *
       01  FOOTER-LINE-4.
           05  FILLER                   PIC X(30) VALUE
                 'WAITING OVER 45 DAYS        : '.
           05  WS-CTR-46-PLUS-OUT       PIC ZZZ9.
      *
       01  FOOTER-LINE-5.
           05  FILLER                   PIC X(30) VALUE
                 'AMOUNT LISTED (OVER 15 DAYS): '.
           05  WS-AMT-LISTED-OUT        PIC $$$,$$$,$$9.99CR.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-PEND-LIMIT.
           PERFORM OPEN-FILES.
           PERFORM DISPLAY-HEADINGS.
           MOVE   'N' TO EOF-STAT.
      *    No pend file yet means nothing has ever pended.
           IF WS-PEND-STATUS = '00'
               READ CLAIM-PEND-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           ELSE
               MOVE 'Y' TO EOF-STAT
           END-IF.
           PERFORM PROCESS-RECORDS UNTIL END-OF-FILE.
           PERFORM DISPLAY-FOOTERS.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  CLAIM-PEND-FILE.
           OPEN OUTPUT AGING-REPORT.
      *
       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN INPUT RUN-DATE-FILE.
           IF WS-RUNDATE-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ RUN-DATE-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   AND RD-BUSINESS-DATE NUMERIC
                   AND RD-BUSINESS-DATE > ZERO
                   MOVE RD-BUSINESS-DATE TO WS-TODAY-DATE
               END-IF
               CLOSE RUN-DATE-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       LOAD-PEND-LIMIT.
           OPEN INPUT PEND-LIMIT-FILE.
           IF WS-PENDLIM-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ PEND-LIMIT-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   AND PL-EXPIRY-DAYS NUMERIC
                   AND PL-EXPIRY-DAYS > ZERO
                   MOVE PL-EXPIRY-DAYS TO WS-PEND-EXPIRY-DAYS
               END-IF
               CLOSE PEND-LIMIT-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       PROCESS-RECORDS.
           COMPUTE WS-DAYS-WAITING =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
             - FUNCTION INTEGER-OF-DATE(PND-FIRST-PEND-DATE).
           EVALUATE TRUE
              WHEN WS-DAYS-WAITING <= 15
                   ADD 1 TO WS-CTR-0-15
              WHEN WS-DAYS-WAITING <= 30
                   MOVE 'OVER 15'     TO WS-BUCKET-LABEL
                   ADD 1 TO WS-CTR-16-30
                   PERFORM WRITE-AGING-DETAIL-LINE
              WHEN WS-DAYS-WAITING <= 45
                   MOVE 'OVER 30'     TO WS-BUCKET-LABEL
                   ADD 1 TO WS-CTR-31-45
                   PERFORM WRITE-AGING-DETAIL-LINE
              WHEN OTHER
                   MOVE 'OVER 45 ***' TO WS-BUCKET-LABEL
                   ADD 1 TO WS-CTR-46-PLUS
                   PERFORM WRITE-AGING-DETAIL-LINE
           END-EVALUATE.
           READ  CLAIM-PEND-FILE
                   AT END MOVE 'Y' TO EOF-STAT.
      *
      *    The reasons the claim is held, from the stable codes on
      *    the queue record (see MIDTERM's exception code reference).
       DESCRIBE-PEND-REASON.
           EVALUATE TRUE
              WHEN PND-REASON-CODES = '22'
                   MOVE 'PRIOR AUTHORIZATION'    TO WS-REASON-DESC
              WHEN PND-REASON-CODES = '19'
                   MOVE 'PROVIDER RECORD'        TO WS-REASON-DESC
              WHEN PND-REASON-CODES = '23'
                   MOVE 'PROVIDER CREDENTIALING' TO WS-REASON-DESC
              WHEN OTHER
                   MOVE SPACES TO WS-REASON-DESC
                   STRING 'CODES ' DELIMITED BY SIZE
                          PND-REASON-CODES DELIMITED BY SPACE
                          INTO WS-REASON-DESC
           END-EVALUATE.
      *
       WRITE-AGING-DETAIL-LINE.
           COMPUTE WS-DAYS-TO-DENY =
                   WS-PEND-EXPIRY-DAYS - WS-DAYS-WAITING.
           PERFORM DESCRIBE-PEND-REASON.
           MOVE PND-POLICY-NO         TO POLICY-NO-OUT.
           MOVE PND-LAST-NAME         TO LASTNAME-OUT.
           MOVE PND-FIRST-NAME        TO FIRSTNAME-OUT.
           IF PND-CLAIM-AMOUNT NUMERIC
               MOVE PND-CLAIM-AMOUNT  TO CLAIM-AMOUNT-OUT
               ADD PND-CLAIM-AMOUNT   TO WS-AMT-LISTED
           ELSE
               MOVE ZERO              TO CLAIM-AMOUNT-OUT
           END-IF.
           MOVE PND-FIRST-PEND-DATE   TO PEND-DATE-OUT.
           MOVE WS-DAYS-WAITING       TO DAYS-WAITING-OUT.
           MOVE WS-BUCKET-LABEL       TO BUCKET-LABEL-OUT.
           MOVE WS-DAYS-TO-DENY       TO DAYS-TO-DENY-OUT.
           MOVE WS-REASON-DESC        TO REASON-DESC-OUT.
           WRITE AGING-REPORT-REC FROM AGING-DETAIL-LINE
                 AFTER ADVANCING 1 LINE.
      *
       DISPLAY-HEADINGS.
           MOVE  WS-TODAY-DATE(1:4)    TO WS-CURR-YEAROUT.
           MOVE  WS-TODAY-DATE(5:2)    TO WS-CURR-MONTHOUT.
           MOVE  WS-TODAY-DATE(7:2)    TO WS-CURR-DAYOUT.
           MOVE  WS-PEND-EXPIRY-DAYS   TO WS-EXPIRY-DAYS-OUT.
      *
           MOVE  SPACES     TO     AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.
           WRITE AGING-REPORT-REC FROM HEADER-LINE-1.
           MOVE  SPACES     TO     AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.
           WRITE AGING-REPORT-REC FROM HEADER-LINE-2.
      *
       DISPLAY-FOOTERS.
           MOVE SPACES TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC AFTER ADVANCING 2 LINES.
           MOVE WS-CTR-0-15      TO WS-CTR-0-15-OUT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE-1.
           MOVE WS-CTR-16-30     TO WS-CTR-16-30-OUT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE-2.
           MOVE WS-CTR-31-45     TO WS-CTR-31-45-OUT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE-3.
           MOVE WS-CTR-46-PLUS   TO WS-CTR-46-PLUS-OUT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE-4.
           MOVE WS-AMT-LISTED    TO WS-AMT-LISTED-OUT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE-5.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE-0
                 AFTER ADVANCING 2 LINES.
      *
       CLOSE-FILES.
           IF WS-PEND-STATUS = '00' OR '10'
               CLOSE CLAIM-PEND-FILE
           END-IF.
           CLOSE AGING-REPORT.
