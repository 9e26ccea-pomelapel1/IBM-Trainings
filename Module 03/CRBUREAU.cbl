       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CRBUREAU.
       ENVIRONMENT DIVISION.
      *******************************************************
      *    Monthly Credit-Bureau Reporting Extract          *
      *                                                     *
      *    Month-end extract of every serviced loan for the *
      *    credit bureaus, in their fixed-format layout: a  *
      *    header record, one detail record per loan and a  *
      *    trailer carrying the record count, total balance *
      *    and the count for each status code.  Each active *
      *    loan on LOANMSTR is reported with its balance,   *
      *    scheduled payment (P&I plus escrow), amount past *
      *    due, days past due and a status code for the     *
      *    LOANAGE bucket those days fall in - BUSINESS days*
      *    from NEXT-DUE-DATE to the business date (RUNDATE *
      *    override honored), the count LOANAGE and LOANSNAP*
      *    use.  A past-due loan's date of first delinquency*
      *    is the due date of its oldest unpaid installment.*
      *    Loans LOANPOST paid off during the business month*
      *    (from the paid-in-full file LOANPIF) are reported*
      *    once more, zero balance, with the paid/closed    *
      *    status and the date closed.                      *
      *                                                     *
      *    A loan in a forbearance plan (see LOANMOD) is    *
      *    aged against the plan the way LOANAGE ages it,   *
      *    its scheduled payment is the plan payment, and   *
      *    it carries a special comment code - CP while     *
      *    payments are suspended, AC while they are        *
      *    reduced.                                         *
      *                                                     *
      *      11 CURRENT          78 31-60 DAYS PAST DUE     *
      *      71 1-30 DAYS        80 61-90 DAYS PAST DUE     *
      *         PAST DUE         82 OVER 90 DAYS PAST DUE   *
      *      13 PAID OR CLOSED                              *
      *                                                     *
      *    The control report (CRBRPT) counts loans and     *
      *    balances by status; the active-loan lines tie to *
      *    the same month's LOANSNAP snapshot bucket for    *
      *    bucket.                                          *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-IN     ASSIGN TO LOANMSTR.
           SELECT PAID-IN-FULL-FILE  ASSIGN TO LOANPIF
               FILE STATUS IS WS-PIF-STATUS.
           SELECT BUREAU-EXTRACT     ASSIGN TO CRBEXTR.
           SELECT CONTROL-REPORT     ASSIGN TO CRBRPT.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOAN-MASTER-REC.
       01  LOAN-MASTER-REC.
           05  LM-LOAN-ID               PIC X(07).
           05  LM-MEMBER-NAME           PIC X(20).
           05  LM-BALANCE               PIC S9(9)V99.
           05  LM-ANNUAL-RATE           PIC 9(02)V9(4).
           05  LM-PAYMENT               PIC S9(7)V99.
           05  LM-NEXT-DUE-DATE         PIC 9(08).
           05  LM-NEXT-DUE-PARTS REDEFINES LM-NEXT-DUE-DATE.
               10  LM-DUE-YEAR          PIC 9(04).
               10  LM-DUE-MONTH         PIC 9(02).
               10  LM-DUE-DAY           PIC 9(02).
           05  LM-ESCROW                PIC S9(5)V99.
           05  LM-ESCROW-BAL            PIC S9(7)V99.
           05  LM-ESCROW-ADV-SW         PIC X(01).
               88  LM-ESCROW-ADVANCED   VALUE 'Y'.
           05  FILLER                   PIC X(02).
      *    Maturity and adjustable-rate terms - see ARMRESET.
           05  LM-MATURITY-DATE         PIC 9(08).
           05  LM-ARM-TERMS.
               10  LM-ARM-INDEX-CODE    PIC X(04).
                   88  LM-FIXED-RATE    VALUE SPACES.
               10  LM-ARM-NEXT-RESET    PIC 9(08).
               10  LM-ARM-RESET-MONTHS  PIC 9(03).
               10  LM-ARM-MARGIN        PIC 9(02)V9(4).
               10  LM-ARM-PERIOD-CAP    PIC 9(02)V9(4).
               10  LM-ARM-LIFE-CEILING  PIC 9(02)V9(4).
               10  LM-ARM-PEND-RATE     PIC 9(02)V9(4).
               10  LM-ARM-PEND-PAYMENT  PIC S9(7)V99.
               10  LM-ARM-NOTICE-SW     PIC X(01).
                   88  LM-ARM-NOTICE-SENT VALUE 'Y'.
      *    Suspense and unpaid fees - see LOANPOST.
           05  LM-SUSPENSE-BAL          PIC S9(7)V99.
           05  LM-FEES-DUE              PIC S9(5)V99.
      *    Modification and forbearance terms - see LOANMOD.
           05  LM-WORKOUT-TERMS.
               10  LM-PLAN-TYPE         PIC X(01).
                   88  LM-FORBEARANCE-PLAN VALUE 'F'.
               10  LM-PLAN-START-DATE   PIC 9(08).
               10  LM-PLAN-RESUME-DATE  PIC 9(08).
               10  LM-PLAN-PAYMENT      PIC S9(7)V99.
               10  LM-LAST-MOD-DATE     PIC 9(08).
               10  LM-MOD-COUNT         PIC 9(02).
           05  FILLER                   PIC X(11).
      *
      *    Loans LOANPOST has paid off - the master record as it
      *    stood at payoff, and the payoff date.
       FD  PAID-IN-FULL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAID-IN-FULL-REC.
       01  PAID-IN-FULL-REC.
           05  PF-MASTER-IMAGE.
               10  PF-LOAN-ID           PIC X(07).
               10  PF-MEMBER-NAME       PIC X(20).
               10  PF-BALANCE           PIC S9(9)V99.
               10  PF-ANNUAL-RATE       PIC 9(02)V9(4).
               10  FILLER               PIC X(36).
               10  PF-MATURITY-DATE     PIC 9(08).
               10  FILLER               PIC X(112).
           05  PF-PAYOFF-DATE           PIC 9(08).
           05  FILLER                   PIC X(92).
      *
      *    Bureau submission - header, one detail per loan, trailer.
       FD  BUREAU-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORDS ARE CB-HEADER-REC CB-DETAIL-REC
                            CB-TRAILER-REC.
       01  CB-HEADER-REC.
           05  CB-HDR-REC-TYPE          PIC X(01).
           05  CB-HDR-LABEL             PIC X(06).
           05  CB-HDR-REPORTER-ID       PIC X(10).
           05  CB-HDR-PERIOD            PIC 9(06).
           05  CB-HDR-CREATED-DATE      PIC 9(08).
           05  CB-HDR-PROGRAM-ID        PIC X(08).
           05  FILLER                   PIC X(111).
       01  CB-DETAIL-REC.
           05  CB-REC-TYPE              PIC X(01).
           05  CB-LOAN-ID               PIC X(07).
           05  CB-BORROWER-NAME         PIC X(20).
           05  CB-ACCOUNT-TYPE          PIC X(02).
           05  CB-ACCOUNT-STATUS        PIC X(02).
           05  CB-DAYS-PAST-DUE         PIC 9(05).
           05  CB-CURRENT-BALANCE       PIC 9(09)V99.
           05  CB-SCHEDULED-PAYMENT     PIC 9(07)V99.
           05  CB-AMOUNT-PAST-DUE       PIC 9(07)V99.
           05  CB-INTEREST-RATE         PIC 9(02)V9(4).
           05  CB-FIRST-DLQ-DATE        PIC 9(08).
           05  CB-DATE-CLOSED           PIC 9(08).
           05  CB-MATURITY-DATE         PIC 9(08).
           05  CB-ACCOUNT-INFO-DATE     PIC 9(08).
           05  CB-SPECIAL-COMMENT       PIC X(02).
           05  FILLER                   PIC X(44).
       01  CB-TRAILER-REC.
           05  CB-TRL-REC-TYPE          PIC X(01).
           05  CB-TRL-LABEL             PIC X(06).
           05  CB-TRL-DETAIL-COUNT      PIC 9(07).
           05  CB-TRL-TOTAL-BALANCE     PIC 9(11)V99.
           05  CB-TRL-STATUS-COUNT      PIC 9(07) OCCURS 6 TIMES.
           05  FILLER                   PIC X(81).
      *
       FD  CONTROL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTROL-REPORT-REC.
       01  CONTROL-REPORT-REC           PIC X(132).
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
       WORKING-STORAGE SECTION.
       01  WS-PIF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
      *    Shared report-heading block (see RPTPARM.cpy).
       COPY RPTPARM.
      *
       01  ACC-CTRS-SWITCHES.
           05  EOF-STAT                 PIC X        VALUE SPACE.
               88  END-OF-FILE          VALUE 'Y'.
           05  WS-CTR-DETAILS           PIC 9(07)    VALUE ZERO.
           05  WS-CTR-ACTIVE            PIC 9(05)    VALUE ZERO.
           05  WS-CTR-CLOSED            PIC 9(05)    VALUE ZERO.
           05  WS-TOT-ACTIVE-BAL        PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-PAST-DUE          PIC S9(11)V99 VALUE ZERO.
      *
      *    Identifies this servicer to the bureaus.
       77  WS-REPORTER-ID               PIC X(10) VALUE 'MTGSVC0001'.
      *    Bureau account type for a real-estate mortgage.
       77  WS-ACCOUNT-TYPE              PIC X(02) VALUE '26'.
      *
       01  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
       01  WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
           05  WS-BUS-YEAR              PIC 9(04).
           05  WS-BUS-MONTH             PIC 9(02).
           05  WS-BUS-DAY               PIC 9(02).
       01  WS-PERIOD                    PIC 9(06) VALUE ZERO.
      *
       01  BUREAU-CALC-WS.
           05  WS-DAYS-PAST-DUE         PIC S9(05)   VALUE ZERO.
           05  WS-INSTALLMENT           PIC S9(7)V99 VALUE ZERO.
           05  WS-AGE-FROM-DATE         PIC 9(08)    VALUE ZERO.
           05  WS-SPECIAL-COMMENT       PIC X(02)    VALUE SPACES.
           05  WS-MONTHS-BEHIND         PIC S9(05)   VALUE ZERO.
           05  WS-SUSPENSE              PIC S9(7)V99 VALUE ZERO.
           05  WS-FEES-DUE              PIC S9(5)V99 VALUE ZERO.
           05  WS-AMOUNT-PAST-DUE       PIC S9(9)V99 VALUE ZERO.
           05  WS-ST-SUB                PIC S9(4) COMP VALUE ZERO.
      *
      *    Shared date parameter block - days past due count BUSINESS
      *    days through DATEEDIT's 'B' function, the same count the
      *    aging report and the portfolio snapshot bucket by (see
      *    DATEPARM.cpy).
       COPY DATEPARM.
      *
      *    Status codes - one per LOANAGE bucket, then paid/closed.
       01  WS-STATUS-VALUES.
           05  FILLER                   PIC X(24) VALUE
                     '11CURRENT               '.
           05  FILLER                   PIC X(24) VALUE
                     '711-30 DAYS PAST DUE    '.
           05  FILLER                   PIC X(24) VALUE
                     '7831-60 DAYS PAST DUE   '.
           05  FILLER                   PIC X(24) VALUE
                     '8061-90 DAYS PAST DUE   '.
           05  FILLER                   PIC X(24) VALUE
                     '82OVER 90 DAYS PAST DUE '.
           05  FILLER                   PIC X(24) VALUE
                     '13PAID OR CLOSED        '.
       01  WS-STATUS-TABLE REDEFINES WS-STATUS-VALUES.
           05  WS-ST-ENTRY OCCURS 6 TIMES.
               10  WS-ST-CODE           PIC X(02).
               10  WS-ST-DESC           PIC X(22).
       01  WS-STATUS-TOTALS.
           05  WS-ST-TOTAL OCCURS 6 TIMES.
               10  WS-ST-COUNT          PIC 9(07).
               10  WS-ST-BALANCE        PIC S9(11)V99.
               10  WS-ST-PAST-DUE       PIC S9(11)V99.
       01  WS-ST-CLOSED                 PIC S9(4) COMP VALUE 6.
      *
       01  HEADER-LINE-1.
           05  FILLER                   PIC X(27) VALUE
                     'BUREAU SUBMISSION PERIOD: '.
           05  HL-PERIOD                PIC 9(4)/9(2).
           05  FILLER                   PIC X(17) VALUE
                     '   REPORTER ID: '.
           05  HL-REPORTER-ID           PIC X(10).
       01  HEADER-LINE-2.
           05  FILLER                   PIC X(08) VALUE 'STATUS'.
           05  FILLER                   PIC X(24) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(08) VALUE '   LOANS'.
           05  FILLER                   PIC X(20) VALUE
                     '             BALANCE'.
           05  FILLER                   PIC X(20) VALUE
                     '     AMOUNT PAST DUE'.
       01  STATUS-DETAIL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SL-CODE                  PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  SL-DESC                  PIC X(22).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SL-BALANCE               PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SL-PAST-DUE              PIC $$$,$$$,$$$,$$9.99.
      *
       01  FOOTER-LINE-1.
           05  FILLER                   PIC X(36) VALUE
                     'ACTIVE LOANS (LOANSNAP LOANS)     : '.
           05  FL-ACTIVE                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FL-ACTIVE-BAL            PIC $$$,$$$,$$$,$$9.99.
       01  FOOTER-LINE-2.
           05  FILLER                   PIC X(36) VALUE
                     'PAID OFF THIS PERIOD              : '.
           05  FL-CLOSED                PIC ZZZ,ZZ9.
       01  FOOTER-LINE-3.
           05  FILLER                   PIC X(36) VALUE
                     'DETAIL RECORDS SUBMITTED          : '.
           05  FL-DETAILS               PIC ZZZ,ZZ9.
       01  FOOTER-LINE-4.
           05  FILLER                   PIC X(36) VALUE
                     'TOTAL AMOUNT PAST DUE             : '.
           05  FL-PAST-DUE              PIC $$$,$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1 UNTIL WS-ST-SUB > 6
               MOVE ZERO TO WS-ST-COUNT(WS-ST-SUB)
                            WS-ST-BALANCE(WS-ST-SUB)
                            WS-ST-PAST-DUE(WS-ST-SUB)
           END-PERFORM.
           PERFORM OPEN-FILES.
           PERFORM WRITE-EXTRACT-HEADER.
           MOVE 'N' TO EOF-STAT.
           READ LOAN-MASTER-IN
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM REPORT-ACTIVE-LOAN UNTIL END-OF-FILE.
           PERFORM REPORT-PAID-OFF-LOANS.
           PERFORM WRITE-EXTRACT-TRAILER.
           PERFORM WRITE-CONTROL-REPORT.
           PERFORM CLOSE-FILES.
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
       OPEN-FILES.
           OPEN INPUT  LOAN-MASTER-IN.
           OPEN OUTPUT BUREAU-EXTRACT, CONTROL-REPORT.
      *
       CLOSE-FILES.
           CLOSE LOAN-MASTER-IN, BUREAU-EXTRACT, CONTROL-REPORT.
      *
       WRITE-EXTRACT-HEADER.
           MOVE SPACES            TO CB-HEADER-REC.
           MOVE 'H'               TO CB-HDR-REC-TYPE.
           MOVE 'HEADER'          TO CB-HDR-LABEL.
           MOVE WS-REPORTER-ID    TO CB-HDR-REPORTER-ID.
           MOVE WS-PERIOD         TO CB-HDR-PERIOD.
           MOVE WS-BUSINESS-DATE  TO CB-HDR-CREATED-DATE.
           MOVE 'CRBUREAU'        TO CB-HDR-PROGRAM-ID.
           WRITE CB-HEADER-REC.
      *
      *  Status by the LOANAGE bucket the business days past due
      *  fall in.  A past-due loan owes every installment due from
      *  NEXT-DUE-DATE through the business date, plus fees due,
      *  less what it has sitting in suspense.
       REPORT-ACTIVE-LOAN.
           ADD 1 TO WS-CTR-ACTIVE.
           ADD LM-BALANCE TO WS-TOT-ACTIVE-BAL.
           MOVE ZERO TO WS-SUSPENSE WS-FEES-DUE WS-AMOUNT-PAST-DUE.
           IF LM-SUSPENSE-BAL NUMERIC
               MOVE LM-SUSPENSE-BAL TO WS-SUSPENSE
           END-IF.
           IF LM-FEES-DUE NUMERIC
               MOVE LM-FEES-DUE TO WS-FEES-DUE
           END-IF.
           COMPUTE WS-INSTALLMENT = LM-PAYMENT + LM-ESCROW.
           MOVE LM-NEXT-DUE-DATE TO WS-AGE-FROM-DATE.
           MOVE SPACES           TO WS-SPECIAL-COMMENT.
           IF LM-FORBEARANCE-PLAN
              AND LM-PLAN-RESUME-DATE NUMERIC
              AND WS-BUSINESS-DATE < LM-PLAN-RESUME-DATE
               IF LM-PLAN-PAYMENT = ZERO
                   MOVE 'CP' TO WS-SPECIAL-COMMENT
                   IF LM-NEXT-DUE-DATE < LM-PLAN-RESUME-DATE
                       MOVE LM-PLAN-RESUME-DATE TO WS-AGE-FROM-DATE
                   END-IF
               ELSE
                   MOVE 'AC' TO WS-SPECIAL-COMMENT
                   MOVE LM-PLAN-PAYMENT TO WS-INSTALLMENT
               END-IF
           END-IF.
           SET DP-BUSINESS-DAYS TO TRUE.
           MOVE WS-AGE-FROM-DATE TO DP-DATE-IN.
           MOVE WS-BUSINESS-DATE TO DP-DATE-2.
           CALL 'DATEEDIT' USING DATE-EDIT-PARM.
           MOVE DP-DAYS-OUT TO WS-DAYS-PAST-DUE.
           EVALUATE TRUE
              WHEN WS-DAYS-PAST-DUE <= 0
                   MOVE 1 TO WS-ST-SUB
              WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE 2 TO WS-ST-SUB
              WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE 3 TO WS-ST-SUB
              WHEN WS-DAYS-PAST-DUE <= 90
                   MOVE 4 TO WS-ST-SUB
              WHEN OTHER
                   MOVE 5 TO WS-ST-SUB
           END-EVALUATE.
           IF WS-DAYS-PAST-DUE > ZERO
               COMPUTE WS-MONTHS-BEHIND =
                       (WS-BUS-YEAR * 12 + WS-BUS-MONTH)
                     - (LM-DUE-YEAR * 12 + LM-DUE-MONTH)
               IF WS-BUS-DAY NOT < LM-DUE-DAY
                   ADD 1 TO WS-MONTHS-BEHIND
               END-IF
               COMPUTE WS-AMOUNT-PAST-DUE =
                       (WS-MONTHS-BEHIND * WS-INSTALLMENT)
                     + WS-FEES-DUE - WS-SUSPENSE
               IF WS-AMOUNT-PAST-DUE < ZERO
                   MOVE ZERO TO WS-AMOUNT-PAST-DUE
               END-IF
           ELSE
               MOVE ZERO TO WS-DAYS-PAST-DUE
           END-IF.
           MOVE SPACES                 TO CB-DETAIL-REC.
           MOVE 'D'                    TO CB-REC-TYPE.
           MOVE LM-LOAN-ID             TO CB-LOAN-ID.
           MOVE LM-MEMBER-NAME         TO CB-BORROWER-NAME.
           MOVE WS-ACCOUNT-TYPE        TO CB-ACCOUNT-TYPE.
           MOVE WS-ST-CODE(WS-ST-SUB)  TO CB-ACCOUNT-STATUS.
           MOVE WS-DAYS-PAST-DUE       TO CB-DAYS-PAST-DUE.
           MOVE LM-BALANCE             TO CB-CURRENT-BALANCE.
           MOVE WS-INSTALLMENT         TO CB-SCHEDULED-PAYMENT.
           MOVE WS-AMOUNT-PAST-DUE     TO CB-AMOUNT-PAST-DUE.
           MOVE LM-ANNUAL-RATE         TO CB-INTEREST-RATE.
           IF WS-DAYS-PAST-DUE > ZERO
               MOVE LM-NEXT-DUE-DATE   TO CB-FIRST-DLQ-DATE
           ELSE
               MOVE ZERO               TO CB-FIRST-DLQ-DATE
           END-IF.
           MOVE ZERO                   TO CB-DATE-CLOSED.
           IF LM-MATURITY-DATE NUMERIC
               MOVE LM-MATURITY-DATE   TO CB-MATURITY-DATE
           ELSE
               MOVE ZERO               TO CB-MATURITY-DATE
           END-IF.
           MOVE WS-BUSINESS-DATE       TO CB-ACCOUNT-INFO-DATE.
           MOVE WS-SPECIAL-COMMENT     TO CB-SPECIAL-COMMENT.
           WRITE CB-DETAIL-REC.
           ADD 1                  TO WS-CTR-DETAILS
                                     WS-ST-COUNT(WS-ST-SUB).
           ADD LM-BALANCE         TO WS-ST-BALANCE(WS-ST-SUB).
           ADD WS-AMOUNT-PAST-DUE TO WS-ST-PAST-DUE(WS-ST-SUB)
                                     WS-TOT-PAST-DUE.
           READ LOAN-MASTER-IN
               AT END MOVE 'Y' TO EOF-STAT.
      *
      *  A paid-off loan is reported the month it closed; there is
      *  no paid-in-full file until the first payoff posts.
       REPORT-PAID-OFF-LOANS.
           OPEN INPUT PAID-IN-FULL-FILE.
           IF WS-PIF-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ PAID-IN-FULL-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM REPORT-ONE-PAID-OFF UNTIL END-OF-FILE
               CLOSE PAID-IN-FULL-FILE
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
       REPORT-ONE-PAID-OFF.
           IF PF-PAYOFF-DATE(1:6) = WS-PERIOD
               ADD 1 TO WS-CTR-CLOSED
               MOVE SPACES                 TO CB-DETAIL-REC
               MOVE 'D'                    TO CB-REC-TYPE
               MOVE PF-LOAN-ID             TO CB-LOAN-ID
               MOVE PF-MEMBER-NAME         TO CB-BORROWER-NAME
               MOVE WS-ACCOUNT-TYPE        TO CB-ACCOUNT-TYPE
               MOVE WS-ST-CODE(WS-ST-CLOSED) TO CB-ACCOUNT-STATUS
               MOVE ZERO                   TO CB-DAYS-PAST-DUE
                                              CB-CURRENT-BALANCE
                                              CB-SCHEDULED-PAYMENT
                                              CB-AMOUNT-PAST-DUE
                                              CB-FIRST-DLQ-DATE
               MOVE PF-ANNUAL-RATE         TO CB-INTEREST-RATE
               MOVE PF-PAYOFF-DATE         TO CB-DATE-CLOSED
               IF PF-MATURITY-DATE NUMERIC
                   MOVE PF-MATURITY-DATE   TO CB-MATURITY-DATE
               ELSE
                   MOVE ZERO               TO CB-MATURITY-DATE
               END-IF
               MOVE WS-BUSINESS-DATE       TO CB-ACCOUNT-INFO-DATE
               WRITE CB-DETAIL-REC
               ADD 1 TO WS-CTR-DETAILS
                        WS-ST-COUNT(WS-ST-CLOSED)
           END-IF.
           READ PAID-IN-FULL-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
       WRITE-EXTRACT-TRAILER.
           MOVE SPACES            TO CB-TRAILER-REC.
           MOVE 'T'               TO CB-TRL-REC-TYPE.
           MOVE 'TRAILR'          TO CB-TRL-LABEL.
           MOVE WS-CTR-DETAILS    TO CB-TRL-DETAIL-COUNT.
           MOVE WS-TOT-ACTIVE-BAL TO CB-TRL-TOTAL-BALANCE.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1 UNTIL WS-ST-SUB > 6
               MOVE WS-ST-COUNT(WS-ST-SUB)
                    TO CB-TRL-STATUS-COUNT(WS-ST-SUB)
           END-PERFORM.
           WRITE CB-TRAILER-REC.
      *
       WRITE-CONTROL-REPORT.
           MOVE 'CRBUREAU' TO RH-REPORT-ID.
           MOVE 'CREDIT BUREAU SUBMISSION CONTROL'
                TO RH-REPORT-TITLE.
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE CONTROL-REPORT-REC FROM RH-LINE-1.
           WRITE CONTROL-REPORT-REC FROM RH-LINE-2.
           MOVE WS-PERIOD      TO HL-PERIOD.
           MOVE WS-REPORTER-ID TO HL-REPORTER-ID.
           WRITE CONTROL-REPORT-REC FROM HEADER-LINE-1.
           MOVE SPACES TO CONTROL-REPORT-REC.
           WRITE CONTROL-REPORT-REC.
           WRITE CONTROL-REPORT-REC FROM HEADER-LINE-2.
           MOVE SPACES TO CONTROL-REPORT-REC.
           WRITE CONTROL-REPORT-REC.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1 UNTIL WS-ST-SUB > 6
               MOVE WS-ST-CODE(WS-ST-SUB)     TO SL-CODE
               MOVE WS-ST-DESC(WS-ST-SUB)     TO SL-DESC
               MOVE WS-ST-COUNT(WS-ST-SUB)    TO SL-COUNT
               MOVE WS-ST-BALANCE(WS-ST-SUB)  TO SL-BALANCE
               MOVE WS-ST-PAST-DUE(WS-ST-SUB) TO SL-PAST-DUE
               WRITE CONTROL-REPORT-REC FROM STATUS-DETAIL-LINE
           END-PERFORM.
           MOVE SPACES TO CONTROL-REPORT-REC.
           WRITE CONTROL-REPORT-REC.
           MOVE WS-CTR-ACTIVE     TO FL-ACTIVE.
           MOVE WS-TOT-ACTIVE-BAL TO FL-ACTIVE-BAL.
           WRITE CONTROL-REPORT-REC FROM FOOTER-LINE-1.
           MOVE WS-CTR-CLOSED     TO FL-CLOSED.
           WRITE CONTROL-REPORT-REC FROM FOOTER-LINE-2.
           MOVE WS-CTR-DETAILS    TO FL-DETAILS.
           WRITE CONTROL-REPORT-REC FROM FOOTER-LINE-3.
           MOVE WS-TOT-PAST-DUE   TO FL-PAST-DUE.
           WRITE CONTROL-REPORT-REC FROM FOOTER-LINE-4.
           SET RH-TRAILER TO TRUE.
           MOVE WS-CTR-DETAILS TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE CONTROL-REPORT-REC FROM RH-LINE-1.
