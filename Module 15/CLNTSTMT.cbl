       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTSTMT.
      *--------------------------------------------------------------*
      * Workshop 15 -  Monthly client statements over the invoice
      *     register.  Each invoice EMPINV registered on INVREG is
      *     tied to its client through the project master (PJ-
      *     CLIENT-NAME) and the client master (CLNTMAST), and the
      *     client payments on CASHPAY are applied to it the way
      *     CASHAPP applies them.  Every client with an open balance
      *     or a payment in the period gets a statement at its bill-
      *     to address listing each open invoice (with its due date
      *     from the client's payment terms) and the payments
      *     received since the last statement.  A credit invoice -
      *     the negative one EMPINV registers when corrections
      *     outweigh a period's billing - is listed as open and
      *     nets against the balance due; it is never shown late.
      *
      *     STMTCTL keeps the last statement date (and the one
      *     before it).  The statement period runs from the last
      *     statement to the business date (RUNDATE override
      *     honored); a re-run on the same date reprints the same
      *     period and leaves STMTCTL alone.  Open invoices that
      *     cannot be tied to a client are listed at the end.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE  ASSIGN TO CLNTMAST.
           SELECT PROJECT-MASTER-FILE ASSIGN TO PROJMSTR.
           SELECT INVOICE-REGISTER    ASSIGN TO INVREG.
           SELECT CASH-PAYMENTS       ASSIGN TO CASHPAY.
           SELECT STATEMENT-CONTROL   ASSIGN TO STMTCTL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RUN-DATE-FILE       ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT STATEMENT-FILE      ASSIGN TO CLNTSTMT.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLIENT-MASTER-REC.
           COPY CLNTMAST.
      *
       FD  PROJECT-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROJECT-MASTER-REC.
       01  PROJECT-MASTER-REC.
           05  PJ-CODE                  PIC X(04).
           05  PJ-CLIENT-NAME           PIC X(25).
           05  PJ-BUDGET                PIC 9(07)V99.
           05  PJ-STATUS                PIC X(01).
           05  FILLER                   PIC X(01).
      *
       FD  INVOICE-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVOICE-REGISTER-REC.
       01  INVOICE-REGISTER-REC.
           05  REG-INVOICE-NO               PIC 9(06).
           05  REG-PROJECT-CODE             PIC X(04).
           05  REG-INVOICE-AMOUNT           PIC S9(9)V99.
           05  REG-LINE-COUNT               PIC 9(03).
           05  REG-INVOICE-DATE             PIC 9(08).
           05  FILLER                       PIC X(08).
      *
       FD  CASH-PAYMENTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASH-PAYMENT-REC.
       01  CASH-PAYMENT-REC.
           05  CP-INVOICE-NO                PIC 9(06).
           05  CP-PAY-DATE                  PIC 9(08).
           05  CP-AMOUNT                    PIC 9(07)V99.
           05  FILLER                       PIC X(07).
      *
      *    One-record control file - the last statement date and
      *    the statement date before it.
       FD  STATEMENT-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STATEMENT-CONTROL-REC.
       01  STATEMENT-CONTROL-REC.
           05  CTL-LAST-STMT-DATE           PIC 9(08).
           05  CTL-PRIOR-STMT-DATE          PIC 9(08).
           05  FILLER                       PIC X(64).
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
       FD  STATEMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STATEMENT-REC.
       01  STATEMENT-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  SW-END-OF-FILE                   PIC X(01) VALUE SPACES.
                88 END-OF-FILE   VALUE 'Y'.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
       01  WS-LAST-STMT-DATE            PIC 9(08) VALUE ZERO.
       01  WS-PRIOR-STMT-DATE           PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-FROM-DATE          PIC 9(08) VALUE ZERO.
       01  WS-RERUN-SW                  PIC X     VALUE 'N'.
           88  STATEMENT-RERUN          VALUE 'Y'.
      *
      *    Clients from the client master.
       01  WS-CLIENT-TABLE.
           05  WS-CL-ENTRY OCCURS 50 TIMES
                   INDEXED BY CL-IDX.
               10  WS-CL-CLIENT-NAME    PIC X(25).
               10  WS-CL-BILL-TO-NAME   PIC X(30).
               10  WS-CL-ADDR-1         PIC X(30).
               10  WS-CL-ADDR-2         PIC X(30).
               10  WS-CL-CITY-ST-ZIP    PIC X(30).
               10  WS-CL-TERMS-DAYS     PIC 9(03).
               10  WS-CL-CONTACT-NAME   PIC X(25).
               10  WS-CL-CONTACT-PHONE  PIC X(12).
       01  WS-CL-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-CL-MAX                    PIC S9(4) COMP VALUE 50.
      *
      *    Project master codes and the client each belongs to.
       01  WS-PROJECT-MASTER-TABLE.
           05  WS-PJ-ENTRY OCCURS 50 TIMES
                   INDEXED BY PJ-IDX.
               10  WS-PJ-CODE               PIC X(04).
               10  WS-PJ-CLIENT             PIC X(25).
       01  WS-PJ-CTR                        PIC S9(4) COMP VALUE ZERO.
       01  WS-PJ-MAX                        PIC S9(4) COMP VALUE 50.
      *
      *    The register held whole with applied cash beside each
      *    invoice and the client row it belongs to (zero when it
      *    cannot be tied to one).
       01  WS-INVOICE-TABLE.
           05  WS-IV-ENTRY OCCURS 500 TIMES
                   INDEXED BY IV-IDX.
               10  WS-IV-INVOICE-NO     PIC 9(06).
               10  WS-IV-PROJECT        PIC X(04).
               10  WS-IV-AMOUNT         PIC S9(9)V99.
               10  WS-IV-DATE           PIC 9(08).
               10  WS-IV-APPLIED        PIC S9(9)V99.
               10  WS-IV-CLIENT-NO      PIC S9(4) COMP.
       01  WS-IV-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-IV-MAX                    PIC S9(4) COMP VALUE 500.
      *
      *    Payments received in the statement period.
       01  WS-PAYMENT-TABLE.
           05  WS-PY-ENTRY OCCURS 500 TIMES
                   INDEXED BY PY-IDX.
               10  WS-PY-INVOICE-NO     PIC 9(06).
               10  WS-PY-DATE           PIC 9(08).
               10  WS-PY-AMOUNT         PIC 9(07)V99.
               10  WS-PY-CLIENT-NO      PIC S9(4) COMP.
       01  WS-PY-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-PY-MAX                    PIC S9(4) COMP VALUE 500.
      *
       01  WS-HOLD-CLIENT               PIC X(25) VALUE SPACES.
       01  WS-CLIENT-NO                 PIC S9(4) COMP VALUE ZERO.
       01  WS-OPEN-INVOICES             PIC 9(03) VALUE ZERO.
       01  WS-PERIOD-PAYMENTS           PIC 9(03) VALUE ZERO.
      *
       01  AGING-CALC-WS.
           05  INT-TODAY-DATE           PIC 9(7)     VALUE ZERO.
           05  INT-DUE-DATE             PIC 9(7)     VALUE ZERO.
           05  WS-DUE-DATE              PIC 9(08)    VALUE ZERO.
           05  WS-TERMS-DAYS            PIC 9(03)    VALUE ZERO.
           05  WS-DAYS-PAST-DUE         PIC S9(5)    VALUE ZERO.
           05  WS-OPEN-BALANCE          PIC S9(9)V99 VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-STATEMENTS           PIC 9(5)     VALUE ZERO.
           05  TOT-UNASSIGNED           PIC 9(5)     VALUE ZERO.
           05  TOT-CLIENT-OPEN          PIC S9(9)V99 VALUE ZERO.
           05  TOT-CLIENT-PAID          PIC S9(9)V99 VALUE ZERO.
           05  TOT-RUN-OPEN             PIC S9(9)V99 VALUE ZERO.
           05  TOT-UNASSIGNED-OPEN      PIC S9(9)V99 VALUE ZERO.
      *
       01  STATEMENT-SEPARATOR-LINE.
           05  FILLER                   PIC X(80) VALUE ALL '='.
       01  STATEMENT-HEADER-1.
           05  FILLER                   PIC X(40) VALUE
               'STATEMENT OF ACCOUNT'.
           05  FILLER                   PIC X(16) VALUE
               'STATEMENT DATE: '.
           05  SH-STMT-DATE             PIC XXXX/XX/XX.
       01  STATEMENT-ADDRESS-LINE.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  SA-TEXT                  PIC X(30).
       01  STATEMENT-TERMS-LINE.
           05  FILLER                   PIC X(08) VALUE 'CLIENT: '.
           05  ST-CLIENT                PIC X(25).
           05  FILLER                   PIC X(13) VALUE
               '  TERMS: NET '.
           05  ST-TERMS                 PIC ZZ9.
           05  FILLER                   PIC X(17) VALUE
               ' DAYS   CONTACT: '.
           05  ST-CONTACT               PIC X(25).
       01  OPEN-INVOICE-HEADING.
           05  FILLER                   PIC X(40) VALUE
               'OPEN INVOICES'.
       01  OPEN-INVOICE-COLUMNS.
           05  FILLER                   PIC X(09) VALUE 'INVOICE'.
           05  FILLER                   PIC X(06) VALUE 'PROJ'.
           05  FILLER                   PIC X(12) VALUE 'INV DATE'.
           05  FILLER                   PIC X(12) VALUE 'DUE DATE'.
           05  FILLER                   PIC X(16) VALUE
               '        INVOICED'.
           05  FILLER                   PIC X(16) VALUE
               '            PAID'.
           05  FILLER                   PIC X(18) VALUE
               '             OPEN'.
           05  FILLER                   PIC X(12) VALUE
               '  DAYS LATE'.
       01  OPEN-INVOICE-LINE.
           05  OI-INVOICE-NO            PIC 9(06).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  OI-PROJECT               PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OI-INVOICE-DATE          PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OI-DUE-DATE              PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OI-AMOUNT                PIC $$,$$$,$$9.99CR.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  OI-APPLIED               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OI-OPEN                  PIC $$$,$$$,$$9.99CR.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  OI-DAYS-LATE             PIC ZZZZ9.
       01  NO-OPEN-INVOICE-LINE.
           05  FILLER                   PIC X(40) VALUE
               '   NO OPEN INVOICES'.
       01  PAYMENT-HEADING.
           05  FILLER                   PIC X(24) VALUE
               'PAYMENTS RECEIVED SINCE '.
           05  PH-FROM-DATE             PIC XXXX/XX/XX.
       01  FIRST-PAYMENT-HEADING.
           05  FILLER                   PIC X(40) VALUE
               'PAYMENTS RECEIVED'.
       01  PAYMENT-LINE.
           05  FILLER                   PIC X(09) VALUE 'PAYMENT  '.
           05  PL-PAY-DATE              PIC XXXX/XX/XX.
           05  FILLER                   PIC X(14) VALUE
               '  ON INVOICE '.
           05  PL-INVOICE-NO            PIC 9(06).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PL-AMOUNT                PIC $$,$$$,$$9.99.
       01  NO-PAYMENT-LINE.
           05  FILLER                   PIC X(40) VALUE
               '   NO PAYMENTS RECEIVED IN THE PERIOD'.
       01  PAYMENT-TOTAL-LINE.
           05  FILLER                   PIC X(42) VALUE
               '   TOTAL PAYMENTS RECEIVED'.
           05  PT-AMOUNT                PIC $$,$$$,$$9.99.
       01  BALANCE-DUE-LINE.
           05  FILLER                   PIC X(59) VALUE
               'BALANCE DUE'.
           05  BD-AMOUNT                PIC $$$,$$$,$$9.99CR.
       01  UNASSIGNED-HEADING.
           05  FILLER                   PIC X(60) VALUE
               'OPEN INVOICES NOT TIED TO A CLIENT - NO STATEMENT SENT'.
       01  UNASSIGNED-LINE.
           05  UL-INVOICE-NO            PIC 9(06).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  UL-PROJECT               PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UL-INVOICE-DATE          PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UL-OPEN                  PIC $$$,$$$,$$9.99CR.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UL-REASON                PIC X(35).
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X(30) VALUE
               'STATEMENTS PRODUCED    : '.
           05  SL-STATEMENTS            PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X(30) VALUE
               'OPEN ON STATEMENTS     : '.
           05  SL-RUN-OPEN              PIC $$$,$$$,$$9.99CR.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X(30) VALUE
               'OPEN, NO CLIENT        : '.
           05  SL-UNASSIGNED-OPEN       PIC $$$,$$$,$$9.99CR.
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-APPLY-PAYMENTS UNTIL END-OF-FILE.
           PERFORM 200-STATEMENT-ONE-CLIENT
               VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > WS-CL-CTR.
           PERFORM 300-LIST-UNASSIGNED.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       000-HOUSEKEEPING.
           PERFORM 010-GET-BUSINESS-DATE.
           PERFORM 020-GET-STATEMENT-PERIOD.
           COMPUTE INT-TODAY-DATE =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           OPEN INPUT CLIENT-MASTER-FILE, PROJECT-MASTER-FILE,
                      INVOICE-REGISTER, CASH-PAYMENTS.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM 050-LOAD-CLIENT-MASTER.
           PERFORM 060-LOAD-PROJECT-MASTER.
           PERFORM 070-LOAD-INVOICE-REGISTER.
           MOVE 'N' TO SW-END-OF-FILE.
           READ CASH-PAYMENTS
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
      *
       010-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT RUN-DATE-FILE.
           IF WS-RUNDATE-STATUS = '00'
               READ RUN-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RD-BUSINESS-DATE NUMERIC
                           AND RD-BUSINESS-DATE > ZERO
                           MOVE RD-BUSINESS-DATE
                                TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-FILE
           END-IF.
      *
      *    The period starts after the last statement.  A run on or
      *    before the last statement date is a re-run of that
      *    statement and takes its period from the one before.  No
      *    control file yet means every payment on file is new.
       020-GET-STATEMENT-PERIOD.
           OPEN INPUT STATEMENT-CONTROL.
           IF WS-CTL-STATUS = '00'
               READ STATEMENT-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-LAST-STMT-DATE NUMERIC
                           MOVE CTL-LAST-STMT-DATE
                                TO WS-LAST-STMT-DATE
                       END-IF
                       IF CTL-PRIOR-STMT-DATE NUMERIC
                           MOVE CTL-PRIOR-STMT-DATE
                                TO WS-PRIOR-STMT-DATE
                       END-IF
               END-READ
               CLOSE STATEMENT-CONTROL
           END-IF.
           IF WS-LAST-STMT-DATE > ZERO
               AND WS-BUSINESS-DATE NOT > WS-LAST-STMT-DATE
               SET STATEMENT-RERUN TO TRUE
               MOVE WS-PRIOR-STMT-DATE TO WS-PERIOD-FROM-DATE
               DISPLAY 'CLNTSTMT: RE-RUN OF STATEMENT PERIOD '
                       'ENDING ' WS-LAST-STMT-DATE
           ELSE
               MOVE WS-LAST-STMT-DATE  TO WS-PERIOD-FROM-DATE
           END-IF.
      *
       050-LOAD-CLIENT-MASTER.
           MOVE 'N' TO SW-END-OF-FILE.
           READ CLIENT-MASTER-FILE
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL
                   CL-IDX > WS-CL-MAX OR END-OF-FILE
               ADD 1 TO WS-CL-CTR
               MOVE CL-CLIENT-NAME     TO WS-CL-CLIENT-NAME(CL-IDX)
               MOVE CL-BILL-TO-NAME    TO WS-CL-BILL-TO-NAME(CL-IDX)
               MOVE CL-BILL-TO-ADDR-1  TO WS-CL-ADDR-1(CL-IDX)
               MOVE CL-BILL-TO-ADDR-2  TO WS-CL-ADDR-2(CL-IDX)
               MOVE CL-BILL-TO-CITY-ST-ZIP
                                       TO WS-CL-CITY-ST-ZIP(CL-IDX)
               IF CL-PAYMENT-TERMS-DAYS NUMERIC
                   AND CL-PAYMENT-TERMS-DAYS > ZERO
                   MOVE CL-PAYMENT-TERMS-DAYS
                                       TO WS-CL-TERMS-DAYS(CL-IDX)
               ELSE
                   MOVE 30             TO WS-CL-TERMS-DAYS(CL-IDX)
               END-IF
               MOVE CL-CONTACT-NAME    TO WS-CL-CONTACT-NAME(CL-IDX)
               MOVE CL-CONTACT-PHONE   TO WS-CL-CONTACT-PHONE(CL-IDX)
               READ CLIENT-MASTER-FILE
                   AT END MOVE 'Y' TO SW-END-OF-FILE
               END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'WARNING: CLIENT MASTER HAS MORE THAN '
                       WS-CL-MAX ' CLIENTS - REMAINING IGNORED'
           END-IF.
      *
       060-LOAD-PROJECT-MASTER.
           MOVE 'N' TO SW-END-OF-FILE.
           READ PROJECT-MASTER-FILE
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
           PERFORM VARYING PJ-IDX FROM 1 BY 1 UNTIL
                   PJ-IDX > WS-PJ-MAX OR END-OF-FILE
               ADD 1 TO WS-PJ-CTR
               MOVE PJ-CODE        TO WS-PJ-CODE(PJ-IDX)
               MOVE PJ-CLIENT-NAME TO WS-PJ-CLIENT(PJ-IDX)
               READ PROJECT-MASTER-FILE
                   AT END MOVE 'Y' TO SW-END-OF-FILE
               END-READ
           END-PERFORM.
      *
       070-LOAD-INVOICE-REGISTER.
           MOVE 'N' TO SW-END-OF-FILE.
           READ INVOICE-REGISTER
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
           PERFORM VARYING IV-IDX FROM 1 BY 1 UNTIL
                   IV-IDX > WS-IV-MAX OR END-OF-FILE
               ADD 1 TO WS-IV-CTR
               MOVE REG-INVOICE-NO     TO WS-IV-INVOICE-NO(IV-IDX)
               MOVE REG-PROJECT-CODE   TO WS-IV-PROJECT(IV-IDX)
               MOVE REG-INVOICE-AMOUNT TO WS-IV-AMOUNT(IV-IDX)
               MOVE REG-INVOICE-DATE   TO WS-IV-DATE(IV-IDX)
               MOVE ZERO               TO WS-IV-APPLIED(IV-IDX)
               PERFORM 080-FIND-INVOICE-CLIENT
               MOVE WS-CLIENT-NO       TO WS-IV-CLIENT-NO(IV-IDX)
               READ INVOICE-REGISTER
                   AT END MOVE 'Y' TO SW-END-OF-FILE
               END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'WARNING: INVOICE REGISTER HAS MORE THAN '
                       WS-IV-MAX ' INVOICES - REMAINING IGNORED'
           END-IF.
      *
      *    Invoice -> project -> client row number, zero if either
      *    link is missing.
       080-FIND-INVOICE-CLIENT.
           MOVE ZERO   TO WS-CLIENT-NO.
           MOVE SPACES TO WS-HOLD-CLIENT.
           SET PJ-IDX TO 1.
           SEARCH WS-PJ-ENTRY
               AT END
                   CONTINUE
               WHEN PJ-IDX > WS-PJ-CTR
                   CONTINUE
               WHEN WS-PJ-CODE(PJ-IDX) = REG-PROJECT-CODE
                   MOVE WS-PJ-CLIENT(PJ-IDX) TO WS-HOLD-CLIENT
           END-SEARCH.
           IF WS-HOLD-CLIENT NOT = SPACES
               SET CL-IDX TO 1
               SEARCH WS-CL-ENTRY
                   AT END
                       CONTINUE
                   WHEN CL-IDX > WS-CL-CTR
                       CONTINUE
                   WHEN WS-CL-CLIENT-NAME(CL-IDX) = WS-HOLD-CLIENT
                       SET WS-CLIENT-NO TO CL-IDX
               END-SEARCH
           END-IF.
      *
      *    Every payment on file is applied to its invoice, as
      *    CASHAPP does; the ones dated in the statement period are
      *    also kept to list on the client's statement.
       100-APPLY-PAYMENTS.
           SET IV-IDX TO 1.
           SEARCH WS-IV-ENTRY
               AT END
                   CONTINUE
               WHEN IV-IDX > WS-IV-CTR
                   CONTINUE
               WHEN WS-IV-INVOICE-NO(IV-IDX) = CP-INVOICE-NO
                   ADD CP-AMOUNT TO WS-IV-APPLIED(IV-IDX)
                   IF CP-PAY-DATE > WS-PERIOD-FROM-DATE
                      AND CP-PAY-DATE NOT > WS-BUSINESS-DATE
                      AND WS-PY-CTR < WS-PY-MAX
                       ADD 1 TO WS-PY-CTR
                       SET PY-IDX TO WS-PY-CTR
                       MOVE CP-INVOICE-NO TO WS-PY-INVOICE-NO(PY-IDX)
                       MOVE CP-PAY-DATE   TO WS-PY-DATE(PY-IDX)
                       MOVE CP-AMOUNT     TO WS-PY-AMOUNT(PY-IDX)
                       MOVE WS-IV-CLIENT-NO(IV-IDX)
                                          TO WS-PY-CLIENT-NO(PY-IDX)
                   END-IF
           END-SEARCH.
           READ CASH-PAYMENTS
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
      *
      *    A client with nothing open and nothing paid in the period
      *    gets no statement.
       200-STATEMENT-ONE-CLIENT.
           SET WS-CLIENT-NO TO CL-IDX.
           MOVE ZERO TO WS-OPEN-INVOICES WS-PERIOD-PAYMENTS.
           PERFORM VARYING IV-IDX FROM 1 BY 1
                   UNTIL IV-IDX > WS-IV-CTR
               IF WS-IV-CLIENT-NO(IV-IDX) = WS-CLIENT-NO
                  AND WS-IV-AMOUNT(IV-IDX) NOT = WS-IV-APPLIED(IV-IDX)
                   ADD 1 TO WS-OPEN-INVOICES
               END-IF
           END-PERFORM.
           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > WS-PY-CTR
               IF WS-PY-CLIENT-NO(PY-IDX) = WS-CLIENT-NO
                   ADD 1 TO WS-PERIOD-PAYMENTS
               END-IF
           END-PERFORM.
           IF WS-OPEN-INVOICES > ZERO OR WS-PERIOD-PAYMENTS > ZERO
               PERFORM 250-PRINT-STATEMENT
           END-IF.
      *
       250-PRINT-STATEMENT.
           ADD 1 TO TOT-STATEMENTS.
           MOVE ZERO TO TOT-CLIENT-OPEN TOT-CLIENT-PAID.
           WRITE STATEMENT-REC FROM STATEMENT-SEPARATOR-LINE.
           MOVE WS-BUSINESS-DATE TO SH-STMT-DATE.
           WRITE STATEMENT-REC FROM STATEMENT-HEADER-1.
           MOVE SPACES TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE WS-CL-BILL-TO-NAME(CL-IDX) TO SA-TEXT.
           WRITE STATEMENT-REC FROM STATEMENT-ADDRESS-LINE.
           MOVE WS-CL-ADDR-1(CL-IDX)       TO SA-TEXT.
           WRITE STATEMENT-REC FROM STATEMENT-ADDRESS-LINE.
           IF WS-CL-ADDR-2(CL-IDX) NOT = SPACES
               MOVE WS-CL-ADDR-2(CL-IDX)   TO SA-TEXT
               WRITE STATEMENT-REC FROM STATEMENT-ADDRESS-LINE
           END-IF.
           MOVE WS-CL-CITY-ST-ZIP(CL-IDX)  TO SA-TEXT.
           WRITE STATEMENT-REC FROM STATEMENT-ADDRESS-LINE.
           MOVE SPACES TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE WS-CL-CLIENT-NAME(CL-IDX)  TO ST-CLIENT.
           MOVE WS-CL-TERMS-DAYS(CL-IDX)   TO ST-TERMS.
           MOVE WS-CL-CONTACT-NAME(CL-IDX) TO ST-CONTACT.
           WRITE STATEMENT-REC FROM STATEMENT-TERMS-LINE.
           MOVE SPACES TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           WRITE STATEMENT-REC FROM OPEN-INVOICE-HEADING.
           IF WS-OPEN-INVOICES = ZERO
               WRITE STATEMENT-REC FROM NO-OPEN-INVOICE-LINE
           ELSE
               WRITE STATEMENT-REC FROM OPEN-INVOICE-COLUMNS
               PERFORM 260-WRITE-OPEN-INVOICE
                   VARYING IV-IDX FROM 1 BY 1
                   UNTIL IV-IDX > WS-IV-CTR
           END-IF.
           MOVE SPACES TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           IF WS-PERIOD-FROM-DATE = ZERO
               WRITE STATEMENT-REC FROM FIRST-PAYMENT-HEADING
           ELSE
               MOVE WS-PERIOD-FROM-DATE TO PH-FROM-DATE
               WRITE STATEMENT-REC FROM PAYMENT-HEADING
           END-IF.
           IF WS-PERIOD-PAYMENTS = ZERO
               WRITE STATEMENT-REC FROM NO-PAYMENT-LINE
           ELSE
               PERFORM 270-WRITE-PAYMENT
                   VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > WS-PY-CTR
               MOVE TOT-CLIENT-PAID TO PT-AMOUNT
               WRITE STATEMENT-REC FROM PAYMENT-TOTAL-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE TOT-CLIENT-OPEN TO BD-AMOUNT.
           WRITE STATEMENT-REC FROM BALANCE-DUE-LINE.
           ADD TOT-CLIENT-OPEN TO TOT-RUN-OPEN.
           MOVE SPACES TO STATEMENT-REC.
           WRITE STATEMENT-REC.
      *
      *    Due date is the invoice date plus the client's terms;
      *    days late count from the due date.  A credit is open the
      *    other way - nothing is owed on it, so it is never late.
       260-WRITE-OPEN-INVOICE.
           IF WS-IV-CLIENT-NO(IV-IDX) = WS-CLIENT-NO
              AND WS-IV-AMOUNT(IV-IDX) NOT = WS-IV-APPLIED(IV-IDX)
               COMPUTE WS-OPEN-BALANCE = WS-IV-AMOUNT(IV-IDX)
                                       - WS-IV-APPLIED(IV-IDX)
               COMPUTE INT-DUE-DATE = FUNCTION INTEGER-OF-DATE
                       (WS-IV-DATE(IV-IDX))
                       + WS-CL-TERMS-DAYS(CL-IDX)
               COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(INT-DUE-DATE)
               COMPUTE WS-DAYS-PAST-DUE =
                       INT-TODAY-DATE - INT-DUE-DATE
               MOVE WS-IV-INVOICE-NO(IV-IDX) TO OI-INVOICE-NO
               MOVE WS-IV-PROJECT(IV-IDX)    TO OI-PROJECT
               MOVE WS-IV-DATE(IV-IDX)       TO OI-INVOICE-DATE
               MOVE WS-DUE-DATE              TO OI-DUE-DATE
               MOVE WS-IV-AMOUNT(IV-IDX)     TO OI-AMOUNT
               MOVE WS-IV-APPLIED(IV-IDX)    TO OI-APPLIED
               MOVE WS-OPEN-BALANCE          TO OI-OPEN
               IF WS-DAYS-PAST-DUE > ZERO
                  AND WS-OPEN-BALANCE > ZERO
                   MOVE WS-DAYS-PAST-DUE     TO OI-DAYS-LATE
               ELSE
                   MOVE ZERO                 TO OI-DAYS-LATE
               END-IF
               WRITE STATEMENT-REC FROM OPEN-INVOICE-LINE
               ADD WS-OPEN-BALANCE TO TOT-CLIENT-OPEN
           END-IF.
      *
       270-WRITE-PAYMENT.
           IF WS-PY-CLIENT-NO(PY-IDX) = WS-CLIENT-NO
               MOVE WS-PY-DATE(PY-IDX)       TO PL-PAY-DATE
               MOVE WS-PY-INVOICE-NO(PY-IDX) TO PL-INVOICE-NO
               MOVE WS-PY-AMOUNT(PY-IDX)     TO PL-AMOUNT
               WRITE STATEMENT-REC FROM PAYMENT-LINE
               ADD WS-PY-AMOUNT(PY-IDX) TO TOT-CLIENT-PAID
           END-IF.
      *
      *    Open invoices whose project is not on the project master
      *    or whose client is not on the client master - nobody to
      *    send them to until the masters are fixed.
       300-LIST-UNASSIGNED.
           PERFORM VARYING IV-IDX FROM 1 BY 1
                   UNTIL IV-IDX > WS-IV-CTR
               IF WS-IV-CLIENT-NO(IV-IDX) = ZERO
                  AND WS-IV-AMOUNT(IV-IDX) NOT = WS-IV-APPLIED(IV-IDX)
                   IF TOT-UNASSIGNED = ZERO
                       WRITE STATEMENT-REC
                             FROM STATEMENT-SEPARATOR-LINE
                       WRITE STATEMENT-REC FROM UNASSIGNED-HEADING
                   END-IF
                   ADD 1 TO TOT-UNASSIGNED
                   COMPUTE WS-OPEN-BALANCE = WS-IV-AMOUNT(IV-IDX)
                                           - WS-IV-APPLIED(IV-IDX)
                   ADD WS-OPEN-BALANCE TO TOT-UNASSIGNED-OPEN
                   MOVE WS-IV-INVOICE-NO(IV-IDX) TO UL-INVOICE-NO
                   MOVE WS-IV-PROJECT(IV-IDX)    TO UL-PROJECT
                   MOVE WS-IV-DATE(IV-IDX)       TO UL-INVOICE-DATE
                   MOVE WS-OPEN-BALANCE          TO UL-OPEN
                   SET PJ-IDX TO 1
                   SEARCH WS-PJ-ENTRY
                       AT END
                           MOVE 'PROJECT NOT ON PROJECT MASTER'
                                TO UL-REASON
                       WHEN PJ-IDX > WS-PJ-CTR
                           MOVE 'PROJECT NOT ON PROJECT MASTER'
                                TO UL-REASON
                       WHEN WS-PJ-CODE(PJ-IDX) = WS-IV-PROJECT(IV-IDX)
                           MOVE 'CLIENT NOT ON CLIENT MASTER'
                                TO UL-REASON
                   END-SEARCH
                   WRITE STATEMENT-REC FROM UNASSIGNED-LINE
               END-IF
           END-PERFORM.
      *
       900-WRAP-UP.
           WRITE STATEMENT-REC FROM STATEMENT-SEPARATOR-LINE.
           MOVE TOT-STATEMENTS      TO SL-STATEMENTS.
           WRITE STATEMENT-REC FROM SUMMARY-LINE-1.
           MOVE TOT-RUN-OPEN        TO SL-RUN-OPEN.
           WRITE STATEMENT-REC FROM SUMMARY-LINE-2.
           MOVE TOT-UNASSIGNED-OPEN TO SL-UNASSIGNED-OPEN.
           WRITE STATEMENT-REC FROM SUMMARY-LINE-3.
      *    The statement date becomes the start of the next period
      *    - not on a re-run, which would lose the period it is
      *    reprinting.
           IF NOT STATEMENT-RERUN
               OPEN OUTPUT STATEMENT-CONTROL
               MOVE SPACES            TO STATEMENT-CONTROL-REC
               MOVE WS-BUSINESS-DATE  TO CTL-LAST-STMT-DATE
               MOVE WS-LAST-STMT-DATE TO CTL-PRIOR-STMT-DATE
               WRITE STATEMENT-CONTROL-REC
               CLOSE STATEMENT-CONTROL
           END-IF.
           CLOSE CLIENT-MASTER-FILE, PROJECT-MASTER-FILE,
                 INVOICE-REGISTER, CASH-PAYMENTS, STATEMENT-FILE.
