       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMAR.
      *
      ********** Workshop 12  -   Production Support    ************
      *
      *   Premium Receivables Ledger and Aging.
      *   a)  Posts each PREMBILL invoice (PREMINV) to the premium
      *       receivables ledger (PREMLDGR) as an open debit - once;
      *       an invoice already on the ledger for the same policy
      *       and period is a rerun and is not posted twice.
      *   b)  Applies each PREMPAY payment against the policy's
      *       oldest open invoices first.  What a payment can't use
      *       becomes a credit balance on the policy, which the next
      *       invoice posted draws down before anything is owed.
      *   c)  A credit on a policy that will not be billed again
      *       (cancelled as of the business date, or gone from
      *       POLMSTR) goes out on the refund extract (PREMRFND) and
      *       leaves the ledger; on an in-force policy it is carried.
      *   d)  Prints the premium aging report (PREMAGE): every open
      *       invoice by policy, aged in business days past its due
      *       date (the first of the billing month) into the same
      *       1-30 / 31-60 / 61-90 / 90+ buckets as LOANAGE and
      *       CLAIMAGE, short-paid invoices marked, then the credit
      *       balances carried and refunded.
      *
      *   PREMPOST still reads the same PREMPAY file for the
      *   paid-through month and lapse flag; this ledger is the
      *   dollar view of the same money.  PREMLDGR is carried
      *   forward whole each run (PREMSTAT convention); a paid
      *   invoice stays on it a year after its billing month so a
      *   rerun of an old PREMINV still recognizes it, then drops.
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMIUM-INVOICE-FILE ASSIGN TO PREMINV
               FILE STATUS IS WS-INV-STATUS.
           SELECT PREMIUM-PAY-FILE   ASSIGN TO PREMPAY
               FILE STATUS IS WS-PAY-STATUS.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLMSTR.
           SELECT PREMIUM-LEDGER-FILE ASSIGN TO PREMLDGR
               FILE STATUS IS WS-LDGR-STATUS.
           SELECT REFUND-EXTRACT     ASSIGN TO PREMRFND.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT AGING-REPORT       ASSIGN TO PREMAGE.
       DATA DIVISION.
       FILE SECTION.
      *
      *     One invoice per policy per period, from PREMBILL.
       FD  PREMIUM-INVOICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PREMIUM-INVOICE-REC.
       01  PREMIUM-INVOICE-REC.
           05  PI-POLICY-NO             PIC 9(07).
           05  PI-PERIOD                PIC 9(06).
           05  PI-PREMIUM-AMOUNT        PIC 9(05)V99.
           05  PI-POLICY-TYPE           PIC 9(01).
           05  FILLER                   PIC X(19).
      *
       FD  PREMIUM-PAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PREMIUM-PAY-REC.
       01  PREMIUM-PAY-REC.
           05  PP-POLICY-NO             PIC 9(07).
           05  PP-PAY-DATE              PIC 9(08).
           05  PP-AMOUNT                PIC 9(05)V99.
           05  FILLER                   PIC X(08).
      *
       FD  POLICY-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POLICY-MASTER-REC.
       01  POLICY-MASTER-REC.
           05  POL-POLICY-NO            PIC 9(07).
           05  POL-LAST-NAME            PIC X(15).
           05  POL-FIRST-NAME           PIC X(10).
           05  POL-POLICY-TYPE          PIC 9(01).
           05  POL-BENEFIT-DATE         PIC 9(08).
           05  POL-AMOUNT               PIC S9(7)V99.
           05  POL-DEDUCTIBLE-PAID      PIC S9(04).
           05  POL-MEMBER-ROSTER.
               10  POL-MEMBER-ID        PIC X(02) OCCURS 6 TIMES.
           05  POL-STATUS               PIC X(01).
               88  POL-CANCELLED        VALUE 'C'.
           05  POL-CANCEL-DATE          PIC 9(08).
           05  POL-STATE                PIC X(02).
           05  FILLER                   PIC X(03).
      *
      *     The receivables ledger - one entry per invoice ('I',
      *     open or paid) and at most one credit balance ('C') per
      *     policy.  LR-APPLIED is what has been paid against an
      *     invoice; on a credit entry LR-AMOUNT is the credit.
       FD  PREMIUM-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PREMIUM-LEDGER-REC.
       01  PREMIUM-LEDGER-REC.
           05  LR-POLICY-NO             PIC 9(07).
           05  LR-ENTRY-TYPE            PIC X(01).
               88  LR-INVOICE           VALUE 'I'.
               88  LR-CREDIT            VALUE 'C'.
           05  LR-PERIOD                PIC 9(06).
           05  LR-AMOUNT                PIC S9(7)V99.
           05  LR-APPLIED               PIC S9(7)V99.
           05  LR-STATUS                PIC X(01).
               88  LR-OPEN              VALUE 'O'.
               88  LR-PAID              VALUE 'P'.
           05  LR-LAST-ACTIVITY         PIC 9(08).
           05  FILLER                   PIC X(09).
      *
      *     Refund extract - one record per credit balance returned
      *     to the insured, for accounts payable to cut the check.
       FD  REFUND-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REFUND-EXTRACT-REC.
       01  REFUND-EXTRACT-REC.
           05  RF-POLICY-NO             PIC 9(07).
           05  RF-LAST-NAME             PIC X(15).
           05  RF-FIRST-NAME            PIC X(10).
           05  RF-AMOUNT                PIC S9(7)V99.
           05  RF-REFUND-DATE           PIC 9(08).
           05  RF-REASON                PIC X(20).
           05  FILLER                   PIC X(11).
      *
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
       FD  AGING-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AGING-REPORT-REC.
       01  AGING-REPORT-REC             PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PAY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-LDGR-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
      *
      *    Shared report-heading block (see RPTPARM.cpy).
       COPY RPTPARM.
      *    Shared date parameter block - invoices age in BUSINESS
      *    days through DATEEDIT's 'B' function, as LOANAGE does.
       COPY DATEPARM.
      *
       01  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
      *    Paid invoices billed before this month drop off.
       01  WS-PURGE-PERIOD              PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-PARTS.
           05  WS-PER-YEAR              PIC 9(04).
           05  WS-PER-MONTH             PIC 9(02).
       01  WS-DUE-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-DAYS-PAST-DUE             PIC S9(5) VALUE ZERO.
       01  WS-BUCKET-LABEL              PIC X(12) VALUE SPACES.
      *
      *    The ledger in storage for the run, written back whole.
       01  WS-LEDGER-TABLE.
           05  WS-LG-ENTRIES OCCURS 2000 TIMES
                   INDEXED BY LG-IDX.
               10  WS-LG-POLICY-NO      PIC 9(07).
               10  WS-LG-TYPE           PIC X(01).
               10  WS-LG-PERIOD         PIC 9(06).
               10  WS-LG-AMOUNT         PIC S9(7)V99.
               10  WS-LG-APPLIED        PIC S9(7)V99.
               10  WS-LG-STATUS         PIC X(01).
               10  WS-LG-LAST-DATE      PIC 9(08).
               10  WS-LG-LISTED-SW      PIC X(01).
       01  WS-LG-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-LG-MAX                    PIC S9(4) COMP VALUE 2000.
       01  WS-OLDEST-SUB                PIC S9(4) COMP VALUE ZERO.
       01  WS-CREDIT-SUB                PIC S9(4) COMP VALUE ZERO.
       01  WS-INVOICE-SUB               PIC S9(4) COMP VALUE ZERO.
      *
      *    Policy master in storage - names for the report and the
      *    refund extract, and the cancellation that triggers one.
       01  WS-POLICY-TABLE.
           05  WS-PT-ENTRIES OCCURS 200 TIMES
                   INDEXED BY PT-IDX.
               10  WS-PT-POLICY-NO      PIC 9(07).
               10  WS-PT-LAST-NAME      PIC X(15).
               10  WS-PT-FIRST-NAME     PIC X(10).
               10  WS-PT-STATUS         PIC X(01).
               10  WS-PT-CANCEL-DATE    PIC 9(08).
       01  WS-PT-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-PT-MAX                    PIC S9(4) COMP VALUE 200.
       01  WS-PT-SUB                    PIC S9(4) COMP VALUE ZERO.
       01  WS-KEY-POLICY-NO             PIC 9(07) VALUE ZERO.
       01  WS-FOUND-SW                  PIC X     VALUE 'N'.
           88  POLICY-FOUND             VALUE 'Y'.
       01  WS-LAST-NAME                 PIC X(15) VALUE SPACES.
       01  WS-FIRST-NAME                PIC X(10) VALUE SPACES.
      *
       01  WS-REMAINING                 PIC S9(7)V99 VALUE ZERO.
       01  WS-OPEN-BALANCE              PIC S9(7)V99 VALUE ZERO.
       01  WS-APPLY-AMT                 PIC S9(7)V99 VALUE ZERO.
       01  WS-APPLIED-TO-INV            PIC S9(7)V99 VALUE ZERO.
       01  WS-POLICY-OPEN               PIC S9(9)V99 VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-INVOICES-READ        PIC 9(5)     VALUE ZERO.
           05  TOT-INVOICES-POSTED      PIC 9(5)     VALUE ZERO.
           05  TOT-INVOICES-DUPLICATE   PIC 9(5)     VALUE ZERO.
           05  TOT-PAYMENTS-READ        PIC 9(5)     VALUE ZERO.
           05  TOT-PAYMENTS-APPLIED     PIC 9(5)     VALUE ZERO.
           05  TOT-PAYMENTS-UNMATCHED   PIC 9(5)     VALUE ZERO.
           05  TOT-OPEN-INVOICES        PIC 9(5)     VALUE ZERO.
           05  TOT-SHORT-PAID           PIC 9(5)     VALUE ZERO.
           05  TOT-CREDITS-CARRIED      PIC 9(5)     VALUE ZERO.
           05  TOT-REFUNDS              PIC 9(5)     VALUE ZERO.
           05  TOT-BILLED               PIC S9(9)V99 VALUE ZERO.
           05  TOT-CASH-APPLIED         PIC S9(9)V99 VALUE ZERO.
           05  TOT-CREDIT-AMT           PIC S9(9)V99 VALUE ZERO.
           05  TOT-REFUND-AMT           PIC S9(9)V99 VALUE ZERO.
      *    Open receivable by bucket - count and dollars.
       01  BUCKET-TOTALS.
           05  WS-CTR-CURRENT           PIC 9(5)     VALUE ZERO.
           05  WS-CTR-1-30              PIC 9(5)     VALUE ZERO.
           05  WS-CTR-31-60             PIC 9(5)     VALUE ZERO.
           05  WS-CTR-61-90             PIC 9(5)     VALUE ZERO.
           05  WS-CTR-91-PLUS           PIC 9(5)     VALUE ZERO.
           05  WS-AMT-CURRENT           PIC S9(9)V99 VALUE ZERO.
           05  WS-AMT-1-30              PIC S9(9)V99 VALUE ZERO.
           05  WS-AMT-31-60             PIC S9(9)V99 VALUE ZERO.
           05  WS-AMT-61-90             PIC S9(9)V99 VALUE ZERO.
           05  WS-AMT-91-PLUS           PIC S9(9)V99 VALUE ZERO.
           05  WS-AMT-TOTAL-OPEN        PIC S9(9)V99 VALUE ZERO.
      *
       01  SECTION-LINE.
           05  SC-TITLE                 PIC X(60).
      *
       01  PAYMENT-HEADER-LINE.
           05  FILLER                   PIC X(09) VALUE 'POLICY #'.
           05  FILLER                   PIC X(12) VALUE 'PAID ON'.
           05  FILLER                   PIC X(12) VALUE '     AMOUNT'.
           05  FILLER                   PIC X(14) VALUE
                     '   TO INVOICES'.
           05  FILLER                   PIC X(14) VALUE
                     '     TO CREDIT'.
           05  FILLER                   PIC X(30) VALUE '  NOTE'.
       01  PAYMENT-LINE.
           05  PL-POLICY-NO             PIC 9(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-PAY-DATE              PIC 9999/99/99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-AMOUNT                PIC $$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-TO-INVOICES           PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PL-TO-CREDIT             PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-NOTE                  PIC X(35).
      *
       01  AGING-HEADER-LINE.
           05  FILLER                   PIC X(09) VALUE 'POLICY #'.
           05  FILLER                   PIC X(29) VALUE 'INSURED'.
           05  FILLER                   PIC X(09) VALUE 'PERIOD'.
           05  FILLER                   PIC X(11) VALUE '    BILLED'.
           05  FILLER                   PIC X(11) VALUE '      PAID'.
           05  FILLER                   PIC X(11) VALUE '      OPEN'.
           05  FILLER                   PIC X(10) VALUE ' DAYS LATE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'BUCKET'.
           05  FILLER                   PIC X(12) VALUE 'NOTE'.
       01  AGING-DETAIL-LINE.
           05  AL-POLICY-NO             PIC 9(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-LAST-NAME             PIC X(15).
           05  FILLER                   PIC X(02) VALUE ', '.
           05  AL-FIRST-NAME            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-PERIOD                PIC 9(4)/9(2).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-BILLED                PIC $$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AL-PAID                  PIC $$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AL-OPEN                  PIC $$$,$$9.99.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  AL-DAYS-LATE             PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-BUCKET                PIC X(12).
           05  AL-NOTE                  PIC X(20).
       01  POLICY-TOTAL-LINE.
           05  FILLER                   PIC X(49) VALUE SPACES.
           05  FILLER                   PIC X(21) VALUE
                     'POLICY OPEN BALANCE: '.
           05  PTL-OPEN                 PIC $$$,$$$,$$9.99.
      *
       01  CREDIT-HEADER-LINE.
           05  FILLER                   PIC X(09) VALUE 'POLICY #'.
           05  FILLER                   PIC X(29) VALUE 'INSURED'.
           05  FILLER                   PIC X(14) VALUE
                     '        CREDIT'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE 'DISPOSITION'.
       01  CREDIT-LINE.
           05  CL-POLICY-NO             PIC 9(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-LAST-NAME             PIC X(15).
           05  FILLER                   PIC X(02) VALUE ', '.
           05  CL-FIRST-NAME            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-AMOUNT                PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-DISPOSITION           PIC X(40).
      *
       01  BUCKET-LINE.
           05  BL-LABEL                 PIC X(30).
           05  BL-COUNT                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  BL-AMOUNT                PIC $$$$,$$$,$$9.99.
       01  FOOTER-LINE.
           05  FL-LABEL                 PIC X(30).
           05  FL-COUNT                 PIC ZZ,ZZ9.
       01  FOOTER-AMT-LINE.
           05  FA-LABEL                 PIC X(30).
           05  FA-AMOUNT                PIC $$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM COMPUTE-PURGE-PERIOD.
           PERFORM LOAD-POLICY-TABLE.
           PERFORM LOAD-LEDGER-TABLE.
      *    A ledger or master that outgrew its table would be
      *    written back short - refuse before touching any output.
           IF WS-LG-CTR > WS-LG-MAX OR WS-PT-CTR > WS-PT-MAX
               DISPLAY 'PREMAR: LEDGER OR POLICY TABLE FULL ('
                       WS-LG-MAX ' / ' WS-PT-MAX ') - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT AGING-REPORT, REFUND-EXTRACT.
           PERFORM WRITE-HEADINGS.
           PERFORM POST-INVOICES.
           PERFORM POST-PAYMENTS.
      *    Invoices or credits added this run may have filled it.
           IF WS-LG-CTR > WS-LG-MAX
               DISPLAY 'PREMAR: LEDGER TABLE FULL (' WS-LG-MAX
                       ') - LEDGER NOT REWRITTEN, RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               CLOSE AGING-REPORT, REFUND-EXTRACT
               GOBACK
           END-IF.
           PERFORM REFUND-PASS.
           PERFORM AGING-PASS.
           PERFORM REWRITE-LEDGER-FILE.
           PERFORM WRITE-FOOTERS.
           CLOSE AGING-REPORT, REFUND-EXTRACT.
           GOBACK.
      *
       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT RUN-DATE-FILE.
           IF WS-RUNDATE-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ RUN-DATE-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   AND RD-BUSINESS-DATE NUMERIC
                   AND RD-BUSINESS-DATE > ZERO
                   MOVE RD-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
               CLOSE RUN-DATE-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *  A paid invoice is kept through the same month a year on.
       COMPUTE-PURGE-PERIOD.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD-PARTS.
           SUBTRACT 1 FROM WS-PER-YEAR.
           MOVE WS-PERIOD-PARTS TO WS-PURGE-PERIOD.
      *
       LOAD-POLICY-TABLE.
           OPEN INPUT POLICY-MASTER-FILE.
           MOVE 'N' TO EOF-STAT.
           READ POLICY-MASTER-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM UNTIL END-OF-FILE OR WS-PT-CTR > WS-PT-MAX
               ADD 1 TO WS-PT-CTR
               IF WS-PT-CTR <= WS-PT-MAX
                   SET PT-IDX TO WS-PT-CTR
                   MOVE POL-POLICY-NO   TO WS-PT-POLICY-NO(PT-IDX)
                   MOVE POL-LAST-NAME   TO WS-PT-LAST-NAME(PT-IDX)
                   MOVE POL-FIRST-NAME  TO WS-PT-FIRST-NAME(PT-IDX)
                   MOVE POL-STATUS      TO WS-PT-STATUS(PT-IDX)
                   MOVE POL-CANCEL-DATE TO WS-PT-CANCEL-DATE(PT-IDX)
                   READ POLICY-MASTER-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE POLICY-MASTER-FILE.
           MOVE 'N' TO EOF-STAT.
      *
      *    A missing or empty ledger starts with nothing owed - the
      *    first run's invoices open it.
       LOAD-LEDGER-TABLE.
           OPEN INPUT PREMIUM-LEDGER-FILE.
           IF WS-LDGR-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ PREMIUM-LEDGER-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE OR WS-LG-CTR > WS-LG-MAX
                   ADD 1 TO WS-LG-CTR
                   IF WS-LG-CTR <= WS-LG-MAX
                       SET LG-IDX TO WS-LG-CTR
                       MOVE LR-POLICY-NO  TO WS-LG-POLICY-NO(LG-IDX)
                       MOVE LR-ENTRY-TYPE TO WS-LG-TYPE(LG-IDX)
                       MOVE LR-PERIOD     TO WS-LG-PERIOD(LG-IDX)
                       MOVE LR-AMOUNT     TO WS-LG-AMOUNT(LG-IDX)
                       MOVE LR-APPLIED    TO WS-LG-APPLIED(LG-IDX)
                       MOVE LR-STATUS     TO WS-LG-STATUS(LG-IDX)
                       MOVE LR-LAST-ACTIVITY
                            TO WS-LG-LAST-DATE(LG-IDX)
                       MOVE 'N'           TO WS-LG-LISTED-SW(LG-IDX)
                       READ PREMIUM-LEDGER-FILE
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE PREMIUM-LEDGER-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *--------------------------------------------------------------*
      *    Invoices - each posts as an open debit, then any credit
      *    the policy carries is drawn down against it.
      *--------------------------------------------------------------*
       POST-INVOICES.
           MOVE 'CREDIT BALANCES APPLIED TO NEW INVOICES' TO SC-TITLE.
           WRITE AGING-REPORT-REC FROM SECTION-LINE.
           OPEN INPUT PREMIUM-INVOICE-FILE.
           IF WS-INV-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ PREMIUM-INVOICE-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM POST-ONE-INVOICE UNTIL END-OF-FILE
               CLOSE PREMIUM-INVOICE-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       POST-ONE-INVOICE.
           ADD 1 TO TOT-INVOICES-READ.
           MOVE ZERO TO WS-INVOICE-SUB.
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-CTR OR LG-IDX > WS-LG-MAX
               IF WS-LG-POLICY-NO(LG-IDX) = PI-POLICY-NO
                   AND WS-LG-TYPE(LG-IDX) = 'I'
                   AND WS-LG-PERIOD(LG-IDX) = PI-PERIOD
                   SET WS-INVOICE-SUB TO LG-IDX
               END-IF
           END-PERFORM.
           IF WS-INVOICE-SUB > ZERO
               ADD 1 TO TOT-INVOICES-DUPLICATE
           ELSE
               ADD 1 TO WS-LG-CTR
               IF WS-LG-CTR <= WS-LG-MAX
                   SET LG-IDX TO WS-LG-CTR
                   MOVE PI-POLICY-NO      TO WS-LG-POLICY-NO(LG-IDX)
                   MOVE 'I'               TO WS-LG-TYPE(LG-IDX)
                   MOVE PI-PERIOD         TO WS-LG-PERIOD(LG-IDX)
                   MOVE PI-PREMIUM-AMOUNT TO WS-LG-AMOUNT(LG-IDX)
                   MOVE ZERO              TO WS-LG-APPLIED(LG-IDX)
                   MOVE 'O'               TO WS-LG-STATUS(LG-IDX)
                   MOVE WS-BUSINESS-DATE  TO WS-LG-LAST-DATE(LG-IDX)
                   MOVE 'N'               TO WS-LG-LISTED-SW(LG-IDX)
                   ADD 1                  TO TOT-INVOICES-POSTED
                   ADD PI-PREMIUM-AMOUNT  TO TOT-BILLED
                   SET WS-INVOICE-SUB     TO LG-IDX
                   MOVE PI-POLICY-NO      TO WS-KEY-POLICY-NO
                   PERFORM FIND-CREDIT-ENTRY
                   IF WS-CREDIT-SUB > ZERO
                       AND WS-LG-AMOUNT(WS-CREDIT-SUB) > ZERO
                       PERFORM APPLY-CREDIT-TO-INVOICE
                   END-IF
               END-IF
           END-IF.
           READ PREMIUM-INVOICE-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
      *  WS-INVOICE-SUB is the invoice just posted.
       APPLY-CREDIT-TO-INVOICE.
           IF WS-LG-AMOUNT(WS-CREDIT-SUB) <
              WS-LG-AMOUNT(WS-INVOICE-SUB)
               MOVE WS-LG-AMOUNT(WS-CREDIT-SUB)  TO WS-APPLY-AMT
           ELSE
               MOVE WS-LG-AMOUNT(WS-INVOICE-SUB) TO WS-APPLY-AMT
           END-IF.
           ADD      WS-APPLY-AMT TO   WS-LG-APPLIED(WS-INVOICE-SUB).
           SUBTRACT WS-APPLY-AMT FROM WS-LG-AMOUNT(WS-CREDIT-SUB).
           MOVE WS-BUSINESS-DATE TO WS-LG-LAST-DATE(WS-CREDIT-SUB).
           IF WS-LG-APPLIED(WS-INVOICE-SUB) >=
              WS-LG-AMOUNT(WS-INVOICE-SUB)
               MOVE 'P' TO WS-LG-STATUS(WS-INVOICE-SUB)
           END-IF.
           MOVE SPACES          TO PAYMENT-LINE.
           MOVE PI-POLICY-NO    TO PL-POLICY-NO.
           MOVE WS-BUSINESS-DATE TO PL-PAY-DATE.
           MOVE ZERO            TO PL-AMOUNT.
           MOVE WS-APPLY-AMT    TO PL-TO-INVOICES.
           MOVE ZERO            TO PL-TO-CREDIT.
           MOVE 'CREDIT BALANCE APPLIED TO INVOICE' TO PL-NOTE.
           WRITE AGING-REPORT-REC FROM PAYMENT-LINE.
      *
      *  Sets WS-CREDIT-SUB to the credit entry for WS-KEY-POLICY-NO,
      *  zero when the policy has none.
       FIND-CREDIT-ENTRY.
           MOVE ZERO TO WS-CREDIT-SUB.
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-CTR OR LG-IDX > WS-LG-MAX
               IF WS-LG-POLICY-NO(LG-IDX) = WS-KEY-POLICY-NO
                   AND WS-LG-TYPE(LG-IDX) = 'C'
                   SET WS-CREDIT-SUB TO LG-IDX
               END-IF
           END-PERFORM.
      *
      *--------------------------------------------------------------*
      *    Payments - oldest open invoice first; the rest to credit.
      *--------------------------------------------------------------*
       POST-PAYMENTS.
           MOVE SPACES TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.
           MOVE 'PAYMENTS APPLIED' TO SC-TITLE.
           WRITE AGING-REPORT-REC FROM SECTION-LINE.
           WRITE AGING-REPORT-REC FROM PAYMENT-HEADER-LINE.
           OPEN INPUT PREMIUM-PAY-FILE.
           IF WS-PAY-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ PREMIUM-PAY-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM POST-ONE-PAYMENT UNTIL END-OF-FILE
               CLOSE PREMIUM-PAY-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       POST-ONE-PAYMENT.
           ADD 1 TO TOT-PAYMENTS-READ.
           MOVE SPACES       TO PAYMENT-LINE.
           MOVE PP-POLICY-NO TO PL-POLICY-NO.
           MOVE PP-POLICY-NO TO WS-KEY-POLICY-NO.
           MOVE PP-PAY-DATE  TO PL-PAY-DATE.
           MOVE PP-AMOUNT    TO PL-AMOUNT.
           PERFORM FIND-POLICY.
      *    Cash for a policy we don't carry is not ours to hold on
      *    account - it is reported for research, not posted.
           IF NOT POLICY-FOUND
               ADD 1 TO TOT-PAYMENTS-UNMATCHED
               MOVE 'NOT POSTED - POLICY NOT ON FILE' TO PL-NOTE
           ELSE
               ADD 1 TO TOT-PAYMENTS-APPLIED
               MOVE PP-AMOUNT TO WS-REMAINING
               MOVE ZERO      TO WS-APPLIED-TO-INV
               PERFORM FIND-OLDEST-OPEN-INVOICE
               PERFORM APPLY-TO-OLDEST-INVOICE
                   UNTIL WS-REMAINING = ZERO OR WS-OLDEST-SUB = ZERO
               MOVE WS-APPLIED-TO-INV TO PL-TO-INVOICES
               MOVE WS-REMAINING      TO PL-TO-CREDIT
               ADD  WS-APPLIED-TO-INV TO TOT-CASH-APPLIED
               IF WS-REMAINING > ZERO
                   PERFORM ADD-TO-CREDIT
                   MOVE 'OVERPAID - HELD AS CREDIT' TO PL-NOTE
               ELSE
                   MOVE 'APPLIED' TO PL-NOTE
               END-IF
           END-IF.
           WRITE AGING-REPORT-REC FROM PAYMENT-LINE.
           READ PREMIUM-PAY-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
      *  Sets WS-OLDEST-SUB to the policy's open invoice with the
      *  earliest billing period, zero when nothing is open.
       FIND-OLDEST-OPEN-INVOICE.
           MOVE ZERO TO WS-OLDEST-SUB.
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-CTR OR LG-IDX > WS-LG-MAX
               IF WS-LG-POLICY-NO(LG-IDX) = WS-KEY-POLICY-NO
                   AND WS-LG-TYPE(LG-IDX) = 'I'
                   AND WS-LG-STATUS(LG-IDX) = 'O'
                   IF WS-OLDEST-SUB = ZERO
                       SET WS-OLDEST-SUB TO LG-IDX
                   ELSE
                       IF WS-LG-PERIOD(LG-IDX) <
                          WS-LG-PERIOD(WS-OLDEST-SUB)
                           SET WS-OLDEST-SUB TO LG-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       APPLY-TO-OLDEST-INVOICE.
           COMPUTE WS-OPEN-BALANCE = WS-LG-AMOUNT(WS-OLDEST-SUB)
                                   - WS-LG-APPLIED(WS-OLDEST-SUB).
           IF WS-REMAINING < WS-OPEN-BALANCE
               MOVE WS-REMAINING    TO WS-APPLY-AMT
           ELSE
               MOVE WS-OPEN-BALANCE TO WS-APPLY-AMT
           END-IF.
           ADD      WS-APPLY-AMT TO   WS-LG-APPLIED(WS-OLDEST-SUB).
           ADD      WS-APPLY-AMT TO   WS-APPLIED-TO-INV.
           SUBTRACT WS-APPLY-AMT FROM WS-REMAINING.
           MOVE PP-PAY-DATE TO WS-LG-LAST-DATE(WS-OLDEST-SUB).
           IF WS-LG-APPLIED(WS-OLDEST-SUB) >=
              WS-LG-AMOUNT(WS-OLDEST-SUB)
               MOVE 'P' TO WS-LG-STATUS(WS-OLDEST-SUB)
           END-IF.
           PERFORM FIND-OLDEST-OPEN-INVOICE.
      *
       ADD-TO-CREDIT.
           PERFORM FIND-CREDIT-ENTRY.
           IF WS-CREDIT-SUB = ZERO
               ADD 1 TO WS-LG-CTR
               IF WS-LG-CTR <= WS-LG-MAX
                   SET LG-IDX TO WS-LG-CTR
                   MOVE WS-KEY-POLICY-NO      TO WS-LG-POLICY-NO(LG-IDX)
                   MOVE 'C'               TO WS-LG-TYPE(LG-IDX)
                   MOVE ZERO              TO WS-LG-PERIOD(LG-IDX)
                   MOVE ZERO              TO WS-LG-AMOUNT(LG-IDX)
                   MOVE ZERO              TO WS-LG-APPLIED(LG-IDX)
                   MOVE 'O'               TO WS-LG-STATUS(LG-IDX)
                   MOVE 'N'               TO WS-LG-LISTED-SW(LG-IDX)
                   SET WS-CREDIT-SUB      TO LG-IDX
               END-IF
           END-IF.
           IF WS-CREDIT-SUB > ZERO
               ADD  WS-REMAINING TO WS-LG-AMOUNT(WS-CREDIT-SUB)
               MOVE PP-PAY-DATE  TO WS-LG-LAST-DATE(WS-CREDIT-SUB)
           END-IF.
      *
      *  Sets POLICY-FOUND and WS-PT-SUB for WS-KEY-POLICY-NO, with the
      *  insured's name in WS-LAST-NAME / WS-FIRST-NAME.
       FIND-POLICY.
           MOVE 'N'    TO WS-FOUND-SW.
           MOVE ZERO   TO WS-PT-SUB.
           MOVE SPACES TO WS-LAST-NAME WS-FIRST-NAME.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PT-CTR OR POLICY-FOUND
               IF WS-PT-POLICY-NO(PT-IDX) = WS-KEY-POLICY-NO
                   SET POLICY-FOUND TO TRUE
                   SET WS-PT-SUB    TO PT-IDX
                   MOVE WS-PT-LAST-NAME(PT-IDX)  TO WS-LAST-NAME
                   MOVE WS-PT-FIRST-NAME(PT-IDX) TO WS-FIRST-NAME
               END-IF
           END-PERFORM.
           IF NOT POLICY-FOUND
               MOVE '** NOT ON POLICY MASTER' TO WS-LAST-NAME
           END-IF.
      *
      *--------------------------------------------------------------*
      *    Credits - refunded when the policy won't be billed again,
      *    otherwise carried to the next invoice.
      *--------------------------------------------------------------*
       REFUND-PASS.
           MOVE SPACES TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.
           MOVE 'CREDIT BALANCES' TO SC-TITLE.
           WRITE AGING-REPORT-REC FROM SECTION-LINE.
           WRITE AGING-REPORT-REC FROM CREDIT-HEADER-LINE.
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-CTR
               IF WS-LG-TYPE(LG-IDX) = 'C'
                   AND WS-LG-AMOUNT(LG-IDX) > ZERO
                   PERFORM DISPOSE-ONE-CREDIT
               END-IF
           END-PERFORM.
      *
       DISPOSE-ONE-CREDIT.
           MOVE WS-LG-POLICY-NO(LG-IDX) TO WS-KEY-POLICY-NO.
           PERFORM FIND-POLICY.
           MOVE SPACES                  TO CREDIT-LINE.
           MOVE WS-LG-POLICY-NO(LG-IDX) TO CL-POLICY-NO.
           MOVE WS-LAST-NAME            TO CL-LAST-NAME.
           MOVE WS-FIRST-NAME           TO CL-FIRST-NAME.
           MOVE WS-LG-AMOUNT(LG-IDX)    TO CL-AMOUNT.
           MOVE SPACES                  TO REFUND-EXTRACT-REC.
           EVALUATE TRUE
               WHEN NOT POLICY-FOUND
                   MOVE 'POLICY NOT ON FILE' TO RF-REASON
                   MOVE 'REFUNDED - POLICY NOT ON FILE'
                        TO CL-DISPOSITION
               WHEN WS-PT-STATUS(WS-PT-SUB) = 'C'
                   AND WS-PT-CANCEL-DATE(WS-PT-SUB) NUMERIC
                   AND WS-PT-CANCEL-DATE(WS-PT-SUB)
                       <= WS-BUSINESS-DATE
                   MOVE 'POLICY CANCELLED'   TO RF-REASON
                   MOVE 'REFUNDED - POLICY CANCELLED'
                        TO CL-DISPOSITION
               WHEN OTHER
                   MOVE 'CARRIED TO NEXT INVOICE' TO CL-DISPOSITION
           END-EVALUATE.
           IF RF-REASON = SPACES
               ADD 1                    TO TOT-CREDITS-CARRIED
               ADD WS-LG-AMOUNT(LG-IDX) TO TOT-CREDIT-AMT
           ELSE
               MOVE WS-LG-POLICY-NO(LG-IDX) TO RF-POLICY-NO
               MOVE WS-LAST-NAME            TO RF-LAST-NAME
               MOVE WS-FIRST-NAME           TO RF-FIRST-NAME
               MOVE WS-LG-AMOUNT(LG-IDX)    TO RF-AMOUNT
               MOVE WS-BUSINESS-DATE        TO RF-REFUND-DATE
               WRITE REFUND-EXTRACT-REC
               ADD 1                    TO TOT-REFUNDS
               ADD WS-LG-AMOUNT(LG-IDX) TO TOT-REFUND-AMT
               MOVE ZERO                TO WS-LG-AMOUNT(LG-IDX)
           END-IF.
           WRITE AGING-REPORT-REC FROM CREDIT-LINE.
      *
      *--------------------------------------------------------------*
      *    Aging - open invoices policy by policy in master order,
      *    then any left on the ledger for a policy no longer on
      *    the master.
      *--------------------------------------------------------------*
       AGING-PASS.
           MOVE SPACES TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.
           MOVE 'OPEN PREMIUM RECEIVABLES BY POLICY' TO SC-TITLE.
           WRITE AGING-REPORT-REC FROM SECTION-LINE.
           WRITE AGING-REPORT-REC FROM AGING-HEADER-LINE.
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-CTR
               MOVE WS-PT-POLICY-NO(WS-PT-SUB)  TO WS-KEY-POLICY-NO
               MOVE WS-PT-LAST-NAME(WS-PT-SUB)  TO WS-LAST-NAME
               MOVE WS-PT-FIRST-NAME(WS-PT-SUB) TO WS-FIRST-NAME
               PERFORM AGE-ONE-POLICY
           END-PERFORM.
           PERFORM VARYING WS-INVOICE-SUB FROM 1 BY 1
                   UNTIL WS-INVOICE-SUB > WS-LG-CTR
               IF WS-LG-TYPE(WS-INVOICE-SUB) = 'I'
                   AND WS-LG-STATUS(WS-INVOICE-SUB) = 'O'
                   AND WS-LG-LISTED-SW(WS-INVOICE-SUB) NOT = 'Y'
                   MOVE WS-LG-POLICY-NO(WS-INVOICE-SUB)
                        TO WS-KEY-POLICY-NO
                   MOVE '** NOT ON POLICY MASTER' TO WS-LAST-NAME
                   MOVE SPACES TO WS-FIRST-NAME
                   PERFORM AGE-ONE-POLICY
               END-IF
           END-PERFORM.
      *
       AGE-ONE-POLICY.
           MOVE ZERO TO WS-POLICY-OPEN.
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-CTR
               IF WS-LG-POLICY-NO(LG-IDX) = WS-KEY-POLICY-NO
                   AND WS-LG-TYPE(LG-IDX) = 'I'
                   AND WS-LG-STATUS(LG-IDX) = 'O'
                   AND WS-LG-LISTED-SW(LG-IDX) NOT = 'Y'
                   PERFORM AGE-ONE-INVOICE
               END-IF
           END-PERFORM.
           IF WS-POLICY-OPEN > ZERO
               MOVE WS-POLICY-OPEN TO PTL-OPEN
               WRITE AGING-REPORT-REC FROM POLICY-TOTAL-LINE
           END-IF.
      *
      *  Due the first of the billing month; late by business days.
       AGE-ONE-INVOICE.
           MOVE 'Y' TO WS-LG-LISTED-SW(LG-IDX).
           COMPUTE WS-OPEN-BALANCE = WS-LG-AMOUNT(LG-IDX)
                                   - WS-LG-APPLIED(LG-IDX).
           ADD 1               TO TOT-OPEN-INVOICES.
           ADD WS-OPEN-BALANCE TO WS-POLICY-OPEN WS-AMT-TOTAL-OPEN.
           COMPUTE WS-DUE-DATE = WS-LG-PERIOD(LG-IDX) * 100 + 1.
           SET DP-BUSINESS-DAYS TO TRUE.
           MOVE WS-DUE-DATE      TO DP-DATE-IN.
           MOVE WS-BUSINESS-DATE TO DP-DATE-2.
           CALL 'DATEEDIT' USING DATE-EDIT-PARM.
           MOVE DP-DAYS-OUT TO WS-DAYS-PAST-DUE.
           EVALUATE TRUE
              WHEN WS-DAYS-PAST-DUE <= 0
                   MOVE ZERO          TO WS-DAYS-PAST-DUE
                   MOVE 'CURRENT'     TO WS-BUCKET-LABEL
                   ADD 1               TO WS-CTR-CURRENT
                   ADD WS-OPEN-BALANCE TO WS-AMT-CURRENT
              WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE '1-30 DAYS'   TO WS-BUCKET-LABEL
                   ADD 1               TO WS-CTR-1-30
                   ADD WS-OPEN-BALANCE TO WS-AMT-1-30
              WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE '31-60 DAYS'  TO WS-BUCKET-LABEL
                   ADD 1               TO WS-CTR-31-60
                   ADD WS-OPEN-BALANCE TO WS-AMT-31-60
              WHEN WS-DAYS-PAST-DUE <= 90
                   MOVE '61-90 DAYS'  TO WS-BUCKET-LABEL
                   ADD 1               TO WS-CTR-61-90
                   ADD WS-OPEN-BALANCE TO WS-AMT-61-90
              WHEN OTHER
                   MOVE '90+ DAYS'    TO WS-BUCKET-LABEL
                   ADD 1               TO WS-CTR-91-PLUS
                   ADD WS-OPEN-BALANCE TO WS-AMT-91-PLUS
           END-EVALUATE.
           MOVE SPACES                TO AGING-DETAIL-LINE.
           MOVE WS-KEY-POLICY-NO          TO AL-POLICY-NO.
           MOVE WS-LAST-NAME          TO AL-LAST-NAME.
           MOVE WS-FIRST-NAME         TO AL-FIRST-NAME.
           MOVE WS-LG-PERIOD(LG-IDX)  TO AL-PERIOD.
           MOVE WS-LG-AMOUNT(LG-IDX)  TO AL-BILLED.
           MOVE WS-LG-APPLIED(LG-IDX) TO AL-PAID.
           MOVE WS-OPEN-BALANCE       TO AL-OPEN.
           MOVE WS-DAYS-PAST-DUE      TO AL-DAYS-LATE.
           MOVE WS-BUCKET-LABEL       TO AL-BUCKET.
           IF WS-LG-APPLIED(LG-IDX) > ZERO
               ADD 1 TO TOT-SHORT-PAID
               MOVE 'SHORT-PAID'      TO AL-NOTE
           END-IF.
           WRITE AGING-REPORT-REC FROM AGING-DETAIL-LINE.
      *
      *    Spent credits and invoices paid more than a year back
      *    are not carried forward.
       REWRITE-LEDGER-FILE.
           OPEN OUTPUT PREMIUM-LEDGER-FILE.
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-CTR
               EVALUATE TRUE
                   WHEN WS-LG-TYPE(LG-IDX) = 'C'
                        AND WS-LG-AMOUNT(LG-IDX) = ZERO
                       CONTINUE
                   WHEN WS-LG-TYPE(LG-IDX) = 'I'
                        AND WS-LG-STATUS(LG-IDX) = 'P'
                        AND WS-LG-PERIOD(LG-IDX) < WS-PURGE-PERIOD
                       CONTINUE
                   WHEN OTHER
                       MOVE SPACES TO PREMIUM-LEDGER-REC
                       MOVE WS-LG-POLICY-NO(LG-IDX) TO LR-POLICY-NO
                       MOVE WS-LG-TYPE(LG-IDX)      TO LR-ENTRY-TYPE
                       MOVE WS-LG-PERIOD(LG-IDX)    TO LR-PERIOD
                       MOVE WS-LG-AMOUNT(LG-IDX)    TO LR-AMOUNT
                       MOVE WS-LG-APPLIED(LG-IDX)   TO LR-APPLIED
                       MOVE WS-LG-STATUS(LG-IDX)    TO LR-STATUS
                       MOVE WS-LG-LAST-DATE(LG-IDX)
                            TO LR-LAST-ACTIVITY
                       WRITE PREMIUM-LEDGER-REC
               END-EVALUATE
           END-PERFORM.
           CLOSE PREMIUM-LEDGER-FILE.
      *
       WRITE-HEADINGS.
           MOVE 'PREMAR  ' TO RH-REPORT-ID.
           MOVE 'PREMIUM RECEIVABLES AND AGING'
                TO RH-REPORT-TITLE.
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE AGING-REPORT-REC FROM RH-LINE-1.
           WRITE AGING-REPORT-REC FROM RH-LINE-2.
           MOVE SPACES TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.
      *
       WRITE-FOOTERS.
           MOVE SPACES TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.
           MOVE 'OPEN RECEIVABLES BY AGE' TO SC-TITLE.
           WRITE AGING-REPORT-REC FROM SECTION-LINE.
           MOVE 'CURRENT                    : ' TO BL-LABEL.
           MOVE WS-CTR-CURRENT    TO BL-COUNT.
           MOVE WS-AMT-CURRENT    TO BL-AMOUNT.
           WRITE AGING-REPORT-REC FROM BUCKET-LINE.
           MOVE 'PAST DUE 1-30 DAYS         : ' TO BL-LABEL.
           MOVE WS-CTR-1-30       TO BL-COUNT.
           MOVE WS-AMT-1-30       TO BL-AMOUNT.
           WRITE AGING-REPORT-REC FROM BUCKET-LINE.
           MOVE 'PAST DUE 31-60 DAYS        : ' TO BL-LABEL.
           MOVE WS-CTR-31-60      TO BL-COUNT.
           MOVE WS-AMT-31-60      TO BL-AMOUNT.
           WRITE AGING-REPORT-REC FROM BUCKET-LINE.
           MOVE 'PAST DUE 61-90 DAYS        : ' TO BL-LABEL.
           MOVE WS-CTR-61-90      TO BL-COUNT.
           MOVE WS-AMT-61-90      TO BL-AMOUNT.
           WRITE AGING-REPORT-REC FROM BUCKET-LINE.
           MOVE 'PAST DUE OVER 90 DAYS      : ' TO BL-LABEL.
           MOVE WS-CTR-91-PLUS    TO BL-COUNT.
           MOVE WS-AMT-91-PLUS    TO BL-AMOUNT.
           WRITE AGING-REPORT-REC FROM BUCKET-LINE.
           MOVE 'TOTAL OPEN RECEIVABLE      : ' TO BL-LABEL.
           MOVE TOT-OPEN-INVOICES TO BL-COUNT.
           MOVE WS-AMT-TOTAL-OPEN TO BL-AMOUNT.
           WRITE AGING-REPORT-REC FROM BUCKET-LINE.
           MOVE SPACES TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.
           MOVE 'INVOICES READ              : ' TO FL-LABEL.
           MOVE TOT-INVOICES-READ      TO FL-COUNT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE.
           MOVE 'INVOICES POSTED            : ' TO FL-LABEL.
           MOVE TOT-INVOICES-POSTED    TO FL-COUNT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE.
           MOVE 'ALREADY ON LEDGER - SKIPPED: ' TO FL-LABEL.
           MOVE TOT-INVOICES-DUPLICATE TO FL-COUNT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE.
           MOVE 'PAYMENTS READ              : ' TO FL-LABEL.
           MOVE TOT-PAYMENTS-READ      TO FL-COUNT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE.
           MOVE 'PAYMENTS APPLIED           : ' TO FL-LABEL.
           MOVE TOT-PAYMENTS-APPLIED   TO FL-COUNT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE.
           MOVE 'PAYMENTS UNMATCHED         : ' TO FL-LABEL.
           MOVE TOT-PAYMENTS-UNMATCHED TO FL-COUNT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE.
           MOVE 'INVOICES SHORT-PAID        : ' TO FL-LABEL.
           MOVE TOT-SHORT-PAID         TO FL-COUNT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE.
           MOVE 'CREDIT BALANCES CARRIED    : ' TO FL-LABEL.
           MOVE TOT-CREDITS-CARRIED    TO FL-COUNT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE.
           MOVE 'REFUNDS EXTRACTED          : ' TO FL-LABEL.
           MOVE TOT-REFUNDS            TO FL-COUNT.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE.
           MOVE 'PREMIUM BILLED THIS RUN    : ' TO FA-LABEL.
           MOVE TOT-BILLED             TO FA-AMOUNT.
           WRITE AGING-REPORT-REC FROM FOOTER-AMT-LINE.
           MOVE 'CASH APPLIED TO INVOICES   : ' TO FA-LABEL.
           MOVE TOT-CASH-APPLIED       TO FA-AMOUNT.
           WRITE AGING-REPORT-REC FROM FOOTER-AMT-LINE.
           MOVE 'CREDIT BALANCES CARRIED    : ' TO FA-LABEL.
           MOVE TOT-CREDIT-AMT         TO FA-AMOUNT.
           WRITE AGING-REPORT-REC FROM FOOTER-AMT-LINE.
           MOVE 'REFUNDS EXTRACTED          : ' TO FA-LABEL.
           MOVE TOT-REFUND-AMT         TO FA-AMOUNT.
           WRITE AGING-REPORT-REC FROM FOOTER-AMT-LINE.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-OPEN-INVOICES TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE AGING-REPORT-REC FROM RH-LINE-1.
