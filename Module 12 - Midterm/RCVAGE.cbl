       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVAGE.
      *
      ********** Workshop 12  -   Production Support    ************
      *
      *   Overpayment Recovery Aging Report.
      *   a)  Reads the overpayment recovery receivables (OVPRECV)
      *       MIDTERM rewrites at the end of every run and lists
      *       every one still owed - what was paid in error, what is
      *       left after payment offsets, when it was last offset and
      *       when the recovery letter went out - with how long it
      *       has been outstanding, oldest bucket flagged, so
      *       recoveries can chase what offsets are not clearing.
      *
      *   Age is calendar days from the date the receivable opened
      *   (the business date of the reversal) to the business date
      *   (RUNDATE override, else CURRENT-DATE).  Balances are
      *   totalled by bucket.
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-FILE   ASSIGN TO OVPRECV
               FILE STATUS IS WS-RCV-STATUS.
           SELECT AGING-REPORT    ASSIGN TO RCVRPT.
           SELECT RUN-DATE-FILE   ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-RECOVERY-REC.
           COPY OVPRECV.
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
       01  WS-RCV-STATUS                PIC X(02)   VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02)   VALUE SPACES.
      *
       01  WS-TODAY-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-DAYS-OUTSTANDING          PIC S9(05)  VALUE ZERO.
       01  WS-BUCKET-LABEL              PIC X(12)   VALUE SPACES.
      *
       01  ACC-CTRS-SWITCHES.
           05  EOF-STAT                 PIC X        VALUE SPACE.
               88  END-OF-FILE          VALUE 'Y'.
           05  WS-CTR-0-30              PIC 9(4)     VALUE ZERO.
           05  WS-CTR-31-60             PIC 9(4)     VALUE ZERO.
           05  WS-CTR-61-90             PIC 9(4)     VALUE ZERO.
           05  WS-CTR-91-PLUS           PIC 9(4)     VALUE ZERO.
           05  WS-AMT-0-30              PIC S9(9)V99 VALUE ZERO.
           05  WS-AMT-31-60             PIC S9(9)V99 VALUE ZERO.
           05  WS-AMT-61-90             PIC S9(9)V99 VALUE ZERO.
           05  WS-AMT-91-PLUS           PIC S9(9)V99 VALUE ZERO.
           05  WS-AMT-OUTSTANDING       PIC S9(9)V99 VALUE ZERO.
      *
       01  HEADER-LINE-1.
           05  FILLER                   PIC X(30) VALUE
                     'OVERPAYMENT RECOVERY AGING'.
           05  FILLER                   PIC X(10) VALUE 'DATE: '.
           05  WS-CURR-YEAROUT          PIC 9(4).
           05  FILLER                   PIC X     VALUE '/'.
           05  WS-CURR-MONTHOUT         PIC 9(2).
           05  FILLER                   PIC X     VALUE '/'.
           05  WS-CURR-DAYOUT           PIC 9(2).
      *
       01  HEADER-LINE-2.
           05  FILLER                   PIC X(9)  VALUE 'POLICY #'.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  FILLER                   PIC X(27) VALUE 'INSURED NAME'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'CHECK'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'OPENED ON'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE ' DAYS'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE
                                          'ORIGINAL AMT'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE
                                          '     BALANCE'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'LAST OFFST'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'LETTER'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'AGING BUCKET'.
      *
       01  AGING-DETAIL-LINE.
           05  POLICY-NO-OUT            PIC 9(07).
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  LASTNAME-OUT             PIC X(15).
           05  FILLER                   PIC X(2)  VALUE ', '.
           05  FIRSTNAME-OUT            PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CHECK-NO-OUT             PIC 9(06).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  OPEN-DATE-OUT            PIC 9999/99/99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DAYS-OUT                 PIC -(4)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  ORIGINAL-AMT-OUT         PIC $$$,$$$.99CR.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  BALANCE-OUT              PIC $$$,$$$.99CR.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  OFFSET-DATE-OUT          PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  LETTER-DATE-OUT          PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  BUCKET-LABEL-OUT         PIC X(12).
      *
       01  WS-DATE-EDIT                 PIC 9999/99/99.
      *
       01  FOOTER-LINE-0.
           05  FILLER                   PIC X(70) VALUE SPACES.
           05  FILLER                   PIC X(50) VALUE
                "************  Nothing follows  *****************".
      *
       01  FOOTER-LINE-1.
           05  FILLER                   PIC X(30) VALUE
                 'OUTSTANDING 30 DAYS OR FEWER: '.
           05  WS-CTR-0-30-OUT          PIC ZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  WS-AMT-0-30-OUT          PIC $$$,$$$,$$9.99CR.
      *
       01  FOOTER-LINE-2.
           05  FILLER                   PIC X(30) VALUE
                 'OUTSTANDING OVER 30 DAYS    : '.
           05  WS-CTR-31-60-OUT         PIC ZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  WS-AMT-31-60-OUT         PIC $$$,$$$,$$9.99CR.
      *
       01  FOOTER-LINE-3.
           05  FILLER                   PIC X(30) VALUE
                 'OUTSTANDING OVER 60 DAYS    : '.
           05  WS-CTR-61-90-OUT         PIC ZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  WS-AMT-61-90-OUT         PIC $$$,$$$,$$9.99CR.
      *
       01  FOOTER-LINE-4.
           05  FILLER                   PIC X(30) VALUE
                 'OUTSTANDING OVER 90 DAYS    : '.
           05  WS-CTR-91-PLUS-OUT       PIC ZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  WS-AMT-91-PLUS-OUT       PIC $$$,$$$,$$9.99CR.
      *
       01  FOOTER-LINE-5.
           05  FILLER                   PIC X(38) VALUE
                 'TOTAL OUTSTANDING           : '.
           05  WS-AMT-OUTSTANDING-OUT   PIC $$$,$$$,$$9.99CR.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM DISPLAY-HEADINGS.
           MOVE   'N' TO EOF-STAT.
      *    No recovery file yet means nobody owes us anything.
           IF WS-RCV-STATUS = '00'
               READ RECOVERY-FILE
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
           OPEN INPUT  RECOVERY-FILE.
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
       PROCESS-RECORDS.
           IF RCV-BALANCE NUMERIC AND RCV-BALANCE > ZERO
               COMPUTE WS-DAYS-OUTSTANDING =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE(RCV-OPEN-DATE)
               EVALUATE TRUE
                  WHEN WS-DAYS-OUTSTANDING <= 30
                       MOVE '0-30'        TO WS-BUCKET-LABEL
                       ADD 1              TO WS-CTR-0-30
                       ADD RCV-BALANCE    TO WS-AMT-0-30
                  WHEN WS-DAYS-OUTSTANDING <= 60
                       MOVE 'OVER 30'     TO WS-BUCKET-LABEL
                       ADD 1              TO WS-CTR-31-60
                       ADD RCV-BALANCE    TO WS-AMT-31-60
                  WHEN WS-DAYS-OUTSTANDING <= 90
                       MOVE 'OVER 60'     TO WS-BUCKET-LABEL
                       ADD 1              TO WS-CTR-61-90
                       ADD RCV-BALANCE    TO WS-AMT-61-90
                  WHEN OTHER
                       MOVE 'OVER 90 ***' TO WS-BUCKET-LABEL
                       ADD 1              TO WS-CTR-91-PLUS
                       ADD RCV-BALANCE    TO WS-AMT-91-PLUS
               END-EVALUATE
               ADD RCV-BALANCE TO WS-AMT-OUTSTANDING
               PERFORM WRITE-AGING-DETAIL-LINE
           END-IF.
           READ  RECOVERY-FILE
                   AT END MOVE 'Y' TO EOF-STAT.
      *
       WRITE-AGING-DETAIL-LINE.
           MOVE RCV-POLICY-NO         TO POLICY-NO-OUT.
           MOVE RCV-LAST-NAME         TO LASTNAME-OUT.
           MOVE RCV-FIRST-NAME        TO FIRSTNAME-OUT.
           MOVE RCV-CHECK-NO          TO CHECK-NO-OUT.
           MOVE RCV-OPEN-DATE         TO OPEN-DATE-OUT.
           MOVE WS-DAYS-OUTSTANDING   TO DAYS-OUT.
           MOVE RCV-ORIGINAL-AMT      TO ORIGINAL-AMT-OUT.
           MOVE RCV-BALANCE           TO BALANCE-OUT.
      *    Never offset / letter not yet mailed show as NONE.
           IF RCV-LAST-OFFSET-DATE NUMERIC
               AND RCV-LAST-OFFSET-DATE > ZERO
               MOVE RCV-LAST-OFFSET-DATE TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT         TO OFFSET-DATE-OUT
           ELSE
               MOVE 'NONE'               TO OFFSET-DATE-OUT
           END-IF.
           IF RCV-LETTER-DATE NUMERIC
               AND RCV-LETTER-DATE > ZERO
               MOVE RCV-LETTER-DATE      TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT         TO LETTER-DATE-OUT
           ELSE
               MOVE 'NOT SENT'           TO LETTER-DATE-OUT
           END-IF.
           MOVE WS-BUCKET-LABEL       TO BUCKET-LABEL-OUT.
           WRITE AGING-REPORT-REC FROM AGING-DETAIL-LINE
                 AFTER ADVANCING 1 LINE.
      *
       DISPLAY-HEADINGS.
           MOVE  WS-TODAY-DATE(1:4)    TO WS-CURR-YEAROUT.
           MOVE  WS-TODAY-DATE(5:2)    TO WS-CURR-MONTHOUT.
           MOVE  WS-TODAY-DATE(7:2)    TO WS-CURR-DAYOUT.
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
           MOVE WS-CTR-0-30        TO WS-CTR-0-30-OUT.
           MOVE WS-AMT-0-30        TO WS-AMT-0-30-OUT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE-1.
           MOVE WS-CTR-31-60       TO WS-CTR-31-60-OUT.
           MOVE WS-AMT-31-60       TO WS-AMT-31-60-OUT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE-2.
           MOVE WS-CTR-61-90       TO WS-CTR-61-90-OUT.
           MOVE WS-AMT-61-90       TO WS-AMT-61-90-OUT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE-3.
           MOVE WS-CTR-91-PLUS     TO WS-CTR-91-PLUS-OUT.
           MOVE WS-AMT-91-PLUS     TO WS-AMT-91-PLUS-OUT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE-4.
           MOVE WS-AMT-OUTSTANDING TO WS-AMT-OUTSTANDING-OUT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE-5.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE-0
                 AFTER ADVANCING 2 LINES.
      *
       CLOSE-FILES.
           IF WS-RCV-STATUS = '00' OR '10'
               CLOSE RECOVERY-FILE
           END-IF.
           CLOSE AGING-REPORT.
