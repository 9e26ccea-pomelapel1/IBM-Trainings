       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLTRS.
      *--------------------------------------------------------------*
      * Workshop 15 -  Collection letters over the invoice register.
      *     Open invoice balances (INVREG less the CASHPAY payments,
      *     applied as CASHAPP applies them) are aged from their due
      *     date - invoice date plus the client's payment terms on
      *     the client master (CLNTMAST) - into the same 1-30 /
      *     31-60 / 61-90 / 90+ buckets DLQLTRS uses, and each client
      *     with a past-due invoice gets the escalating letter for
      *     its worst bucket, sent to its collection contact at the
      *     bill-to address and listing every past-due invoice.
      *
      *     The wording lives in the COLLMSG message table - one
      *     paragraph per bucket code 01-04, the convention DLQLTRS
      *     uses with LTRMSG - so tone changes are a table update.
      *     The letters-sent history (COLLSENT) records each past-
      *     due invoice and the bucket it was dunned in; a client
      *     whose past-due invoices have all had their notice for
      *     the bucket they still sit in gets no letter, so the same
      *     notice never goes out twice.  Business date from RUNDATE
      *     when present.
      *
      *     A client's credit invoices (the negative ones EMPINV
      *     registers) and overpayments are used up against its
      *     oldest open invoices before anything is aged; a credit
      *     is never itself past due.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE  ASSIGN TO CLNTMAST.
           SELECT PROJECT-MASTER-FILE ASSIGN TO PROJMSTR.
           SELECT INVOICE-REGISTER    ASSIGN TO INVREG.
           SELECT CASH-PAYMENTS       ASSIGN TO CASHPAY.
           SELECT MESSAGE-TABLE-FILE  ASSIGN TO COLLMSG.
           SELECT LETTERS-SENT-FILE   ASSIGN TO COLLSENT
               FILE STATUS IS WS-SENT-STATUS.
           SELECT RUN-DATE-FILE       ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT LETTER-FILE         ASSIGN TO COLLETRS.
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
       FD  MESSAGE-TABLE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MESSAGE-TABLE-REC.
       01  MESSAGE-TABLE-REC.
           05  MSG-CODE                       PIC 9(02).
           05  MSG-TEXT                       PIC X(100).
           05  FILLER                         PIC X(08).
      *
      *    One record per invoice per notice - what keeps a client
      *    from getting its 60-day letter twice for the same bill.
       FD  LETTERS-SENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LETTERS-SENT-REC.
       01  LETTERS-SENT-REC.
           05  LS-INVOICE-NO            PIC 9(06).
           05  LS-BUCKET                PIC 9(02).
           05  LS-SENT-DATE             PIC 9(08).
           05  FILLER                   PIC X(04).
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
       FD  LETTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LETTER-REC.
       01  LETTER-REC                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  SW-END-OF-FILE                   PIC X(01) VALUE SPACES.
                88 END-OF-FILE   VALUE 'Y'.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SENT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
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
      *    The register held whole with applied cash, the client
      *    row, and - worked out per client - days past due, bucket
      *    and whether this invoice's notice is still to be sent.
       01  WS-INVOICE-TABLE.
           05  WS-IV-ENTRY OCCURS 500 TIMES
                   INDEXED BY IV-IDX.
               10  WS-IV-INVOICE-NO     PIC 9(06).
               10  WS-IV-PROJECT        PIC X(04).
               10  WS-IV-AMOUNT         PIC S9(9)V99.
               10  WS-IV-DATE           PIC 9(08).
               10  WS-IV-APPLIED        PIC S9(9)V99.
               10  WS-IV-CREDITED       PIC S9(9)V99.
               10  WS-IV-CLIENT-NO      PIC S9(4) COMP.
               10  WS-IV-DAYS-PAST-DUE  PIC S9(5).
               10  WS-IV-BUCKET         PIC 9(02).
               10  WS-IV-NOTICE-SW      PIC X(01).
                   88  IV-NOTICE-DUE    VALUE 'Y'.
       01  WS-IV-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-IV-MAX                    PIC S9(4) COMP VALUE 500.
      *
      *    Message table - one paragraph per bucket code, loaded at
      *    startup.
       01  WS-MESSAGE-TABLE.
           05  WS-MSG-ENTRIES OCCURS 50 TIMES
                   INDEXED BY MSG-IDX.
               10  WS-MSG-CODE          PIC 9(02).
               10  WS-MSG-TEXT          PIC X(100).
       01  WS-MSG-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-MSG-MAX                   PIC S9(4) COMP VALUE 50.
      *
      *    Notices already sent, loaded at startup; new ones are
      *    appended as each letter goes out.
       01  WS-SENT-TABLE.
           05  WS-SENT-ENTRIES OCCURS 500 TIMES
                   INDEXED BY SENT-IDX.
               10  WS-SENT-INVOICE-NO   PIC 9(06).
               10  WS-SENT-BUCKET       PIC 9(02).
       01  WS-SENT-CTR                  PIC S9(4) COMP VALUE ZERO.
       01  WS-SENT-MAX                  PIC S9(4) COMP VALUE 500.
      *
       01  WS-HOLD-CLIENT               PIC X(25) VALUE SPACES.
       01  WS-CLIENT-NO                 PIC S9(4) COMP VALUE ZERO.
       01  WS-LETTER-BUCKET             PIC 9(02) VALUE ZERO.
       01  WS-CLIENT-CREDIT             PIC S9(9)V99 VALUE ZERO.
       01  WS-OLDEST-NO                 PIC S9(4) COMP VALUE ZERO.
       01  WS-OLDEST-DATE               PIC 9(08) VALUE ZERO.
       01  WS-PAST-DUE-CTR              PIC 9(03) VALUE ZERO.
       01  WS-NOTICES-DUE-CTR           PIC 9(03) VALUE ZERO.
       01  WS-ALREADY-SENT-SW           PIC X     VALUE 'N'.
           88  LETTER-ALREADY-SENT      VALUE 'Y'.
      *
       01  AGING-CALC-WS.
           05  INT-TODAY-DATE           PIC 9(7)     VALUE ZERO.
           05  INT-DUE-DATE             PIC 9(7)     VALUE ZERO.
           05  WS-DAYS-PAST-DUE         PIC S9(5)    VALUE ZERO.
           05  WS-OPEN-BALANCE          PIC S9(9)V99 VALUE ZERO.
      *
       01  ACC-CTRS.
           05  WS-CTR-LETTERS           PIC 9(4)     VALUE ZERO.
           05  WS-CTR-SUPPRESSED        PIC 9(4)     VALUE ZERO.
           05  WS-CTR-NO-CLIENT         PIC 9(4)     VALUE ZERO.
           05  TOT-CLIENT-PAST-DUE      PIC S9(9)V99 VALUE ZERO.
      *
       01  LETTER-SEPARATOR-LINE.
           05  FILLER                   PIC X(80) VALUE ALL '-'.
       01  LETTER-HEADER-1.
           05  FILLER                   PIC X(40) VALUE
               'PAST-DUE ACCOUNT NOTICE'.
           05  FILLER                   PIC X(06) VALUE 'DATE: '.
           05  LH-DATE                  PIC XXXX/XX/XX.
       01  LETTER-ADDRESS-LINE.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  LA-TEXT                  PIC X(30).
       01  LETTER-ATTN-LINE.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'ATTN: '.
           05  LA-CONTACT               PIC X(25).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LA-PHONE                 PIC X(12).
       01  LETTER-NAME-LINE.
           05  FILLER                   PIC X(06) VALUE 'DEAR '.
           05  LN-CONTACT               PIC X(25).
       01  LETTER-MESSAGE-LINE.
           05  LR-TEXT                  PIC X(100).
       01  LETTER-INVOICE-COLUMNS.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'INVOICE'.
           05  FILLER                   PIC X(12) VALUE 'INV DATE'.
           05  FILLER                   PIC X(12) VALUE 'DAYS LATE'.
           05  FILLER                   PIC X(12) VALUE
               ' AMOUNT OPEN'.
       01  LETTER-INVOICE-LINE.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  LI-INVOICE-NO            PIC 9(06).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  LI-INVOICE-DATE          PIC XXXX/XX/XX.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  LI-DAYS-LATE             PIC ZZZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  LI-OPEN                  PIC $$$,$$$,$$9.99.
       01  LETTER-TOTAL-LINE.
           05  FILLER                   PIC X(36) VALUE
               '     TOTAL PAST DUE'.
           05  LT-AMOUNT                PIC $$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-APPLY-PAYMENTS UNTIL END-OF-FILE.
           PERFORM 200-CHECK-ONE-CLIENT
               VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > WS-CL-CTR.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       000-HOUSEKEEPING.
           PERFORM 010-GET-BUSINESS-DATE.
           COMPUTE INT-TODAY-DATE =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           OPEN INPUT CLIENT-MASTER-FILE, PROJECT-MASTER-FILE,
                      INVOICE-REGISTER, CASH-PAYMENTS,
                      MESSAGE-TABLE-FILE.
           OPEN OUTPUT LETTER-FILE.
           PERFORM 050-LOAD-CLIENT-MASTER.
           PERFORM 060-LOAD-PROJECT-MASTER.
           PERFORM 070-LOAD-INVOICE-REGISTER.
           PERFORM 090-LOAD-MESSAGE-TABLE.
           PERFORM 095-LOAD-SENT-HISTORY.
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
                                          WS-IV-CREDITED(IV-IDX)
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
       090-LOAD-MESSAGE-TABLE.
           MOVE 'N' TO SW-END-OF-FILE.
           READ MESSAGE-TABLE-FILE AT END MOVE 'Y' TO SW-END-OF-FILE.
           PERFORM VARYING MSG-IDX FROM 1 BY 1 UNTIL
                   MSG-IDX > WS-MSG-MAX OR END-OF-FILE
               ADD 1 TO WS-MSG-CTR
               MOVE MSG-CODE TO WS-MSG-CODE(MSG-IDX)
               MOVE MSG-TEXT TO WS-MSG-TEXT(MSG-IDX)
               READ MESSAGE-TABLE-FILE
                    AT END MOVE 'Y' TO SW-END-OF-FILE
               END-READ
           END-PERFORM.
      *
      *    A missing history file just means no notice has been sent
      *    yet - the first run.
       095-LOAD-SENT-HISTORY.
           OPEN INPUT LETTERS-SENT-FILE.
           IF WS-SENT-STATUS = '00'
               MOVE 'N' TO SW-END-OF-FILE
               READ LETTERS-SENT-FILE
                   AT END MOVE 'Y' TO SW-END-OF-FILE
               END-READ
               PERFORM UNTIL END-OF-FILE
                       OR WS-SENT-CTR >= WS-SENT-MAX
                   ADD 1 TO WS-SENT-CTR
                   SET SENT-IDX TO WS-SENT-CTR
                   MOVE LS-INVOICE-NO TO WS-SENT-INVOICE-NO(SENT-IDX)
                   MOVE LS-BUCKET     TO WS-SENT-BUCKET(SENT-IDX)
                   READ LETTERS-SENT-FILE
                       AT END MOVE 'Y' TO SW-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE LETTERS-SENT-FILE
           END-IF.
      *
       100-APPLY-PAYMENTS.
           SET IV-IDX TO 1.
           SEARCH WS-IV-ENTRY
               AT END
                   CONTINUE
               WHEN IV-IDX > WS-IV-CTR
                   CONTINUE
               WHEN WS-IV-INVOICE-NO(IV-IDX) = CP-INVOICE-NO
                   ADD CP-AMOUNT TO WS-IV-APPLIED(IV-IDX)
           END-SEARCH.
           READ CASH-PAYMENTS
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
      *
      *    Ages the client's open invoices from their due dates.
      *    The letter goes out when at least one past-due invoice
      *    has not yet had the notice for its bucket, and is worded
      *    for the worst bucket among those.
       200-CHECK-ONE-CLIENT.
           SET WS-CLIENT-NO TO CL-IDX.
           MOVE ZERO TO WS-PAST-DUE-CTR WS-NOTICES-DUE-CTR
                        WS-LETTER-BUCKET TOT-CLIENT-PAST-DUE.
           PERFORM 205-APPLY-CLIENT-CREDITS.
           PERFORM 210-AGE-ONE-INVOICE
               VARYING IV-IDX FROM 1 BY 1
               UNTIL IV-IDX > WS-IV-CTR.
           IF WS-NOTICES-DUE-CTR > ZERO
               PERFORM 300-WRITE-ONE-LETTER
               PERFORM 400-RECORD-NOTICES-SENT
                   VARYING IV-IDX FROM 1 BY 1
                   UNTIL IV-IDX > WS-IV-CTR
           ELSE
               IF WS-PAST-DUE-CTR > ZERO
                   ADD 1 TO WS-CTR-SUPPRESSED
               END-IF
           END-IF.
      *
      *    The client's credits - credit invoices and any cash paid
      *    over an invoice - are added up and worked off the oldest
      *    invoices still owing first, as WS-IV-CREDITED.
       205-APPLY-CLIENT-CREDITS.
           MOVE ZERO TO WS-CLIENT-CREDIT.
           PERFORM VARYING IV-IDX FROM 1 BY 1
                   UNTIL IV-IDX > WS-IV-CTR
               IF WS-IV-CLIENT-NO(IV-IDX) = WS-CLIENT-NO
                  AND WS-IV-AMOUNT(IV-IDX) < WS-IV-APPLIED(IV-IDX)
                   COMPUTE WS-CLIENT-CREDIT = WS-CLIENT-CREDIT
                                            + WS-IV-APPLIED(IV-IDX)
                                            - WS-IV-AMOUNT(IV-IDX)
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-OLDEST-NO.
           PERFORM 207-CREDIT-OLDEST-INVOICE
               UNTIL WS-CLIENT-CREDIT = ZERO
                  OR WS-OLDEST-NO = ZERO.
      *
       207-CREDIT-OLDEST-INVOICE.
           MOVE ZERO     TO WS-OLDEST-NO.
           MOVE 99999999 TO WS-OLDEST-DATE.
           PERFORM VARYING IV-IDX FROM 1 BY 1
                   UNTIL IV-IDX > WS-IV-CTR
               IF WS-IV-CLIENT-NO(IV-IDX) = WS-CLIENT-NO
                  AND WS-IV-AMOUNT(IV-IDX) > WS-IV-APPLIED(IV-IDX)
                                           + WS-IV-CREDITED(IV-IDX)
                  AND WS-IV-DATE(IV-IDX) < WS-OLDEST-DATE
                   SET WS-OLDEST-NO TO IV-IDX
                   MOVE WS-IV-DATE(IV-IDX) TO WS-OLDEST-DATE
               END-IF
           END-PERFORM.
           IF WS-OLDEST-NO > ZERO
               SET IV-IDX TO WS-OLDEST-NO
               COMPUTE WS-OPEN-BALANCE = WS-IV-AMOUNT(IV-IDX)
                                       - WS-IV-APPLIED(IV-IDX)
                                       - WS-IV-CREDITED(IV-IDX)
               IF WS-OPEN-BALANCE > WS-CLIENT-CREDIT
                   MOVE WS-CLIENT-CREDIT TO WS-OPEN-BALANCE
               END-IF
               ADD WS-OPEN-BALANCE TO WS-IV-CREDITED(IV-IDX)
               SUBTRACT WS-OPEN-BALANCE FROM WS-CLIENT-CREDIT
           END-IF.
      *
      *    Only what is still owed after credits is aged.
       210-AGE-ONE-INVOICE.
           MOVE ZERO TO WS-IV-BUCKET(IV-IDX).
           MOVE 'N'  TO WS-IV-NOTICE-SW(IV-IDX).
           IF WS-IV-CLIENT-NO(IV-IDX) = WS-CLIENT-NO
              AND WS-IV-AMOUNT(IV-IDX) > WS-IV-APPLIED(IV-IDX)
                                       + WS-IV-CREDITED(IV-IDX)
               COMPUTE INT-DUE-DATE = FUNCTION INTEGER-OF-DATE
                       (WS-IV-DATE(IV-IDX))
                       + WS-CL-TERMS-DAYS(CL-IDX)
               COMPUTE WS-DAYS-PAST-DUE =
                       INT-TODAY-DATE - INT-DUE-DATE
               MOVE WS-DAYS-PAST-DUE TO WS-IV-DAYS-PAST-DUE(IV-IDX)
               EVALUATE TRUE
                  WHEN WS-DAYS-PAST-DUE <= 0
                       MOVE ZERO TO WS-IV-BUCKET(IV-IDX)
                  WHEN WS-DAYS-PAST-DUE <= 30
                       MOVE 01 TO WS-IV-BUCKET(IV-IDX)
                  WHEN WS-DAYS-PAST-DUE <= 60
                       MOVE 02 TO WS-IV-BUCKET(IV-IDX)
                  WHEN WS-DAYS-PAST-DUE <= 90
                       MOVE 03 TO WS-IV-BUCKET(IV-IDX)
                  WHEN OTHER
                       MOVE 04 TO WS-IV-BUCKET(IV-IDX)
               END-EVALUATE
               IF WS-IV-BUCKET(IV-IDX) > ZERO
                   ADD 1 TO WS-PAST-DUE-CTR
                   COMPUTE TOT-CLIENT-PAST-DUE =
                           TOT-CLIENT-PAST-DUE + WS-IV-AMOUNT(IV-IDX)
                                               - WS-IV-APPLIED(IV-IDX)
                                               - WS-IV-CREDITED(IV-IDX)
                   PERFORM 220-CHECK-ALREADY-SENT
                   IF NOT LETTER-ALREADY-SENT
                       SET IV-NOTICE-DUE(IV-IDX) TO TRUE
                       ADD 1 TO WS-NOTICES-DUE-CTR
                       IF WS-IV-BUCKET(IV-IDX) > WS-LETTER-BUCKET
                           MOVE WS-IV-BUCKET(IV-IDX)
                                TO WS-LETTER-BUCKET
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       220-CHECK-ALREADY-SENT.
           MOVE 'N' TO WS-ALREADY-SENT-SW.
           SET SENT-IDX TO 1.
           SEARCH WS-SENT-ENTRIES
               AT END
                   CONTINUE
               WHEN SENT-IDX > WS-SENT-CTR
                   CONTINUE
               WHEN WS-SENT-INVOICE-NO(SENT-IDX) =
                    WS-IV-INVOICE-NO(IV-IDX)
                    AND WS-SENT-BUCKET(SENT-IDX) =
                        WS-IV-BUCKET(IV-IDX)
                   SET LETTER-ALREADY-SENT TO TRUE
           END-SEARCH.
      *
       300-WRITE-ONE-LETTER.
           ADD 1 TO WS-CTR-LETTERS.
           WRITE LETTER-REC FROM LETTER-SEPARATOR-LINE.
           MOVE WS-BUSINESS-DATE TO LH-DATE.
           WRITE LETTER-REC FROM LETTER-HEADER-1.
           MOVE  SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE WS-CL-BILL-TO-NAME(CL-IDX) TO LA-TEXT.
           WRITE LETTER-REC FROM LETTER-ADDRESS-LINE.
           MOVE WS-CL-CONTACT-NAME(CL-IDX)  TO LA-CONTACT.
           MOVE WS-CL-CONTACT-PHONE(CL-IDX) TO LA-PHONE.
           WRITE LETTER-REC FROM LETTER-ATTN-LINE.
           MOVE WS-CL-ADDR-1(CL-IDX)       TO LA-TEXT.
           WRITE LETTER-REC FROM LETTER-ADDRESS-LINE.
           IF WS-CL-ADDR-2(CL-IDX) NOT = SPACES
               MOVE WS-CL-ADDR-2(CL-IDX)   TO LA-TEXT
               WRITE LETTER-REC FROM LETTER-ADDRESS-LINE
           END-IF.
           MOVE WS-CL-CITY-ST-ZIP(CL-IDX)  TO LA-TEXT.
           WRITE LETTER-REC FROM LETTER-ADDRESS-LINE.
           MOVE  SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           IF WS-CL-CONTACT-NAME(CL-IDX) = SPACES
               MOVE 'ACCOUNTS PAYABLE' TO LN-CONTACT
           ELSE
               MOVE WS-CL-CONTACT-NAME(CL-IDX) TO LN-CONTACT
           END-IF.
           WRITE LETTER-REC FROM LETTER-NAME-LINE.
           MOVE  SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           SET MSG-IDX TO 1.
           SEARCH WS-MSG-ENTRIES
               AT END
                   MOVE 'PLEASE CONTACT ACCOUNTS RECEIVABLE ABOUT THE PA
      -                 'ST-DUE INVOICES BELOW.' TO LR-TEXT
               WHEN WS-MSG-CODE(MSG-IDX) = WS-LETTER-BUCKET
                   MOVE WS-MSG-TEXT(MSG-IDX) TO LR-TEXT
           END-SEARCH.
           WRITE LETTER-REC FROM LETTER-MESSAGE-LINE.
           MOVE  SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           WRITE LETTER-REC FROM LETTER-INVOICE-COLUMNS.
           PERFORM VARYING IV-IDX FROM 1 BY 1
                   UNTIL IV-IDX > WS-IV-CTR
               IF WS-IV-CLIENT-NO(IV-IDX) = WS-CLIENT-NO
                  AND WS-IV-BUCKET(IV-IDX) > ZERO
                   MOVE WS-IV-INVOICE-NO(IV-IDX)    TO LI-INVOICE-NO
                   MOVE WS-IV-DATE(IV-IDX)          TO LI-INVOICE-DATE
                   MOVE WS-IV-DAYS-PAST-DUE(IV-IDX) TO LI-DAYS-LATE
                   COMPUTE LI-OPEN = WS-IV-AMOUNT(IV-IDX)
                                   - WS-IV-APPLIED(IV-IDX)
                                   - WS-IV-CREDITED(IV-IDX)
                   WRITE LETTER-REC FROM LETTER-INVOICE-LINE
               END-IF
           END-PERFORM.
           MOVE TOT-CLIENT-PAST-DUE TO LT-AMOUNT.
           WRITE LETTER-REC FROM LETTER-TOTAL-LINE.
           MOVE  SPACES TO LETTER-REC.
           WRITE LETTER-REC.
      *
      *  Each invoice newly dunned goes onto the sent history at its
      *  bucket - both the in-storage table and the file for the
      *  next run.
       400-RECORD-NOTICES-SENT.
           IF IV-NOTICE-DUE(IV-IDX)
               IF WS-SENT-CTR < WS-SENT-MAX
                   ADD 1 TO WS-SENT-CTR
                   SET SENT-IDX TO WS-SENT-CTR
                   MOVE WS-IV-INVOICE-NO(IV-IDX)
                        TO WS-SENT-INVOICE-NO(SENT-IDX)
                   MOVE WS-IV-BUCKET(IV-IDX)
                        TO WS-SENT-BUCKET(SENT-IDX)
               END-IF
               OPEN EXTEND LETTERS-SENT-FILE
               IF WS-SENT-STATUS NOT = '00'
                   OPEN OUTPUT LETTERS-SENT-FILE
               END-IF
               MOVE SPACES                   TO LETTERS-SENT-REC
               MOVE WS-IV-INVOICE-NO(IV-IDX) TO LS-INVOICE-NO
               MOVE WS-IV-BUCKET(IV-IDX)     TO LS-BUCKET
               MOVE WS-BUSINESS-DATE         TO LS-SENT-DATE
               WRITE LETTERS-SENT-REC
               CLOSE LETTERS-SENT-FILE
           END-IF.
      *
      *    Past-due invoices with no client to send a letter to are
      *    counted so somebody fixes the masters.
       900-WRAP-UP.
           PERFORM VARYING IV-IDX FROM 1 BY 1
                   UNTIL IV-IDX > WS-IV-CTR
               IF WS-IV-CLIENT-NO(IV-IDX) = ZERO
                  AND WS-IV-AMOUNT(IV-IDX) NOT = WS-IV-APPLIED(IV-IDX)
                   ADD 1 TO WS-CTR-NO-CLIENT
               END-IF
           END-PERFORM.
           DISPLAY 'COLLTRS: ' WS-CTR-LETTERS ' LETTERS PRODUCED, '
                   WS-CTR-SUPPRESSED ' CLIENTS SUPPRESSED AS ALREADY'
                   ' SENT, ' WS-CTR-NO-CLIENT
                   ' OPEN INVOICES WITH NO CLIENT'.
           CLOSE CLIENT-MASTER-FILE, PROJECT-MASTER-FILE,
                 INVOICE-REGISTER, CASH-PAYMENTS,
                 MESSAGE-TABLE-FILE, LETTER-FILE.
