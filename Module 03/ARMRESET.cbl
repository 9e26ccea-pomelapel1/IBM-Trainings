       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ARMRESET.
       ENVIRONMENT DIVISION.
      *******************************************************
      *    Adjustable-Rate Loan Rate Reset                   *
      *                                                      *
      *    Reads the active-loan master and, for each ARM    *
      *    (LM-ARM-INDEX-CODE not blank), works toward its   *
      *    next rate change date in two steps:               *
      *                                                      *
      *    - Once the business date reaches the notice date  *
      *      - the first payment at the new amount (one      *
      *      month after the change date) less the notice    *
      *      lead days on the ARMCTL control record - the    *
      *      new rate is set from the latest RATEIDX index   *
      *      value plus the margin, rounded to the nearest   *
      *      eighth and held to the periodic cap, the life   *
      *      ceiling and a margin floor.  The payment is     *
      *      re-amortized over the months left to maturity   *
      *      with the same annuity math MORTGAGE quotes      *
      *      with.  Both are held on the master as pending   *
      *      and the borrower is sent a change notice        *
      *      (ARMNOTC).                                      *
      *    - Once the business date reaches the change date  *
      *      the pending rate and payment replace            *
      *      LM-ANNUAL-RATE and LM-PAYMENT and the next      *
      *      change date moves on by LM-ARM-RESET-MONTHS.    *
      *                                                      *
      *    A loan that reaches its change date without a     *
      *    notice gets both steps in the same run, and the   *
      *    register (ARMRPT) flags the notice as short.  The *
      *    updated master goes to LOANMSTO.                  *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-IN     ASSIGN TO LOANMSTR.
           SELECT RATE-INDEX-FILE    ASSIGN TO RATEIDX.
           SELECT RESET-CONTROL-FILE ASSIGN TO ARMCTL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT LOAN-MASTER-OUT    ASSIGN TO LOANMSTO.
           SELECT CHANGE-NOTICES     ASSIGN TO ARMNOTC.
           SELECT RESET-REPORT       ASSIGN TO ARMRPT.
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
           05  LM-ESCROW                PIC S9(5)V99.
      *    Escrow balance and advance switch - see LOANPOST.
           05  LM-ESCROW-BAL            PIC S9(7)V99.
           05  LM-ESCROW-ADV-SW         PIC X(01).
               88  LM-ESCROW-ADVANCED   VALUE 'Y'.
           05  FILLER                   PIC X(02).
      *    Maturity and adjustable-rate terms - see LOANPOST.
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
      *    Published index values - one row per index code and
      *    effective date, any order.  The value used is the latest
      *    one effective on or before the business date.
       FD  RATE-INDEX-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATE-INDEX-REC.
       01  RATE-INDEX-REC.
           05  RX-INDEX-CODE            PIC X(04).
           05  RX-EFFECTIVE-DATE        PIC 9(08).
           05  RX-RATE                  PIC 9(02)V9(4).
           05  FILLER                   PIC X(62).
      *
      *    Days of notice the borrower gets before the first payment
      *    at the new amount.  Missing file falls back to 60.
       FD  RESET-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RESET-CONTROL-REC.
       01  RESET-CONTROL-REC.
           05  AC-NOTICE-DAYS           PIC 9(03).
           05  FILLER                   PIC X(77).
      *
       FD  LOAN-MASTER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOAN-MASTER-OUT-REC.
       01  LOAN-MASTER-OUT-REC          PIC X(200).
      *
       FD  CHANGE-NOTICES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHANGE-NOTICE-REC.
       01  CHANGE-NOTICE-REC            PIC X(132).
      *
       FD  RESET-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RESET-REPORT-REC.
       01  RESET-REPORT-REC             PIC X(132).
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
       01  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
       01  WS-NOTICE-DAYS               PIC 9(03) VALUE 60.
      *
       01  ACC-CTRS-SWITCHES.
           05  EOF-STAT                 PIC X       VALUE SPACE.
               88  END-OF-FILE          VALUE 'Y'.
           05  WS-RESET-OK-SW           PIC X       VALUE 'Y'.
               88  RESET-OK             VALUE 'Y'.
           05  WS-CTR-LOANS             PIC 9(5)    VALUE ZERO.
           05  WS-CTR-FIXED             PIC 9(5)    VALUE ZERO.
           05  WS-CTR-ARM               PIC 9(5)    VALUE ZERO.
           05  WS-CTR-NOTICES           PIC 9(5)    VALUE ZERO.
           05  WS-CTR-SHORT-NOTICE      PIC 9(5)    VALUE ZERO.
           05  WS-CTR-CHANGED           PIC 9(5)    VALUE ZERO.
           05  WS-CTR-NOT-CHANGED       PIC 9(5)    VALUE ZERO.
      *
      *    Working dates.  WS-DATE-WORK is the in/out field for
      *    ADD-MONTHS-TO-DATE.
       01  RESET-DATES-WS.
           05  WS-DATE-WORK             PIC 9(08)   VALUE ZERO.
           05  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR         PIC 9(04).
               10  WS-DATE-MONTH        PIC 9(02).
               10  WS-DATE-DAY          PIC 9(02).
           05  WS-ADD-MONTHS            PIC 9(03)   VALUE ZERO.
           05  WS-MONTH-NO              PIC 9(06)   VALUE ZERO.
           05  WS-PAY-EFF-DATE          PIC 9(08)   VALUE ZERO.
           05  WS-NOTICE-DATE           PIC 9(08)   VALUE ZERO.
           05  WS-MATURITY-MONTH-NO     PIC 9(06)   VALUE ZERO.
           05  WS-REMAIN-MONTHS         PIC S9(05)  VALUE ZERO.
      *
       01  RESET-CALC-WS.
           05  WS-INDEX-RATE            PIC 9(02)V9(4) VALUE ZERO.
           05  WS-INDEX-DATE            PIC 9(08)      VALUE ZERO.
           05  WS-FULL-RATE             PIC 9(03)V9(4) VALUE ZERO.
           05  WS-EIGHTHS               PIC 9(04)      VALUE ZERO.
           05  WS-NEW-RATE              PIC 9(03)V9(4) VALUE ZERO.
           05  WS-RATE-LIMIT            PIC S9(03)V9(4) VALUE ZERO.
           05  WS-MONTHLY-RATE          PIC V9(8)      VALUE ZERO.
           05  WS-NEW-PAYMENT           PIC S9(7)V99   VALUE ZERO.
           05  WS-OLD-RATE              PIC 9(02)V9(4) VALUE ZERO.
           05  WS-OLD-PAYMENT           PIC S9(7)V99   VALUE ZERO.
           05  WS-LIMIT-NOTE            PIC X(20)      VALUE SPACES.
           05  WS-ACTION                PIC X(30)      VALUE SPACES.
      *
      *    Shared report-heading block (see RPTPARM.cpy).
       COPY RPTPARM.
      *
       01  WS-INDEX-TABLE.
           05  WS-INDEX-ENTRY OCCURS 1000 TIMES
                   INDEXED BY RX-IDX.
               10  WS-RX-CODE           PIC X(04).
               10  WS-RX-DATE           PIC 9(08).
               10  WS-RX-RATE           PIC 9(02)V9(4).
       01  WS-INDEX-CTR                 PIC S9(4) COMP VALUE ZERO.
       01  WS-INDEX-MAX                 PIC S9(4) COMP VALUE 1000.
      *
       01  NOTICE-SEPARATOR-LINE.
           05  FILLER                   PIC X(80) VALUE ALL '-'.
       01  NOTICE-HEADER-1.
           05  FILLER                   PIC X(60) VALUE
               'ADJUSTABLE-RATE LOAN - RATE AND PAYMENT CHANGE NOTICE'.
           05  FILLER                   PIC X(06) VALUE 'DATE: '.
           05  NH-DATE                  PIC 9999/99/99.
       01  NOTICE-NAME-LINE.
           05  FILLER                   PIC X(06) VALUE 'DEAR '.
           05  NN-MEMBER                PIC X(20).
       01  NOTICE-LOAN-LINE.
           05  FILLER                   PIC X(13) VALUE
               'LOAN NUMBER: '.
           05  NL-LOAN-ID               PIC X(07).
           05  FILLER                   PIC X(20) VALUE
               '   RATE CHANGES ON: '.
           05  NL-CHANGE-DATE           PIC 9999/99/99.
       01  NOTICE-TEXT-LINE-1.
           05  FILLER                   PIC X(60) VALUE
               'THE RATE ON YOUR ADJUSTABLE-RATE LOAN IS CHANGING.'.
       01  NOTICE-TEXT-LINE-2.
           05  FILLER                   PIC X(47) VALUE
               'YOUR FIRST PAYMENT AT THE NEW AMOUNT IS DUE ON '.
           05  NT-EFF-DATE              PIC 9999/99/99.
           05  FILLER                   PIC X(01) VALUE '.'.
       01  NOTICE-RATE-LINE.
           05  FILLER                   PIC X(24) VALUE
               'CURRENT RATE          : '.
           05  NR-OLD-RATE              PIC Z9.9999.
           05  FILLER                   PIC X(25) VALUE
               '%      NEW RATE        : '.
           05  NR-NEW-RATE              PIC Z9.9999.
           05  FILLER                   PIC X(01) VALUE '%'.
       01  NOTICE-PAYMENT-LINE.
           05  FILLER                   PIC X(24) VALUE
               'CURRENT PAYMENT (P&I) : '.
           05  NP-OLD-PAYMENT           PIC $$$,$$9.99.
           05  FILLER                   PIC X(22) VALUE
               '   NEW PAYMENT (P&I): '.
           05  NP-NEW-PAYMENT           PIC $$$,$$9.99.
       01  NOTICE-BASIS-LINE.
           05  FILLER                   PIC X(24) VALUE
               'NEW RATE IS INDEX     : '.
           05  NB-INDEX-CODE            PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  NB-INDEX-RATE            PIC Z9.9999.
           05  FILLER                   PIC X(12) VALUE
               '% + MARGIN '.
           05  NB-MARGIN                PIC Z9.9999.
           05  FILLER                   PIC X(21) VALUE
               '%, TO NEAREST 1/8%  '.
           05  NB-LIMIT-NOTE            PIC X(20).
       01  NOTICE-TERM-LINE.
           05  FILLER                   PIC X(24) VALUE
               'BALANCE               : '.
           05  NM-BALANCE               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(18) VALUE
               '   REPAID OVER '.
           05  NM-MONTHS                PIC ZZ9.
           05  FILLER                   PIC X(19) VALUE
               ' MONTHS TO MATURITY'.
       01  NOTICE-ESCROW-LINE.
           05  FILLER                   PIC X(30) VALUE
               'YOUR MONTHLY ESCROW DEPOSIT OF'.
           05  NE-ESCROW                PIC $$$,$$9.99.
           05  FILLER                   PIC X(40) VALUE
               ' IS NOT AFFECTED BY THIS CHANGE.'.
      *
       01  REPORT-HEADER-LINE.
           05  FILLER                   PIC X(09) VALUE 'LOAN ID'.
           05  FILLER                   PIC X(22) VALUE 'MEMBER'.
           05  FILLER                   PIC X(12) VALUE 'CHANGE DATE'.
           05  FILLER                   PIC X(18) VALUE
                     'OLD RATE NEW RATE'.
           05  FILLER                   PIC X(24) VALUE
                     ' OLD PAYMENT NEW PAYMENT'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE 'ACTION'.
       01  RESET-DETAIL-LINE.
           05  RL-LOAN-ID               PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-MEMBER                PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-CHANGE-DATE           PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-OLD-RATE              PIC Z9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-NEW-RATE              PIC Z9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-OLD-PAYMENT           PIC $$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-NEW-PAYMENT           PIC $$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-ACTION                PIC X(30).
      *
       01  FOOTER-LINE-1.
           05  FILLER                   PIC X(30) VALUE
                     'LOANS ON MASTER            : '.
           05  FL-LOANS                 PIC ZZ,ZZ9.
       01  FOOTER-LINE-2.
           05  FILLER                   PIC X(30) VALUE
                     'FIXED-RATE LOANS           : '.
           05  FL-FIXED                 PIC ZZ,ZZ9.
       01  FOOTER-LINE-3.
           05  FILLER                   PIC X(30) VALUE
                     'ADJUSTABLE-RATE LOANS      : '.
           05  FL-ARM                   PIC ZZ,ZZ9.
       01  FOOTER-LINE-4.
           05  FILLER                   PIC X(30) VALUE
                     'CHANGE NOTICES SENT        : '.
           05  FL-NOTICES               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(20) VALUE
                     '   ON SHORT NOTICE: '.
           05  FL-SHORT-NOTICE          PIC ZZ,ZZ9.
       01  FOOTER-LINE-5.
           05  FILLER                   PIC X(30) VALUE
                     'RATES CHANGED              : '.
           05  FL-CHANGED               PIC ZZ,ZZ9.
       01  FOOTER-LINE-6.
           05  FILLER                   PIC X(30) VALUE
                     'DUE BUT NOT CHANGED        : '.
           05  FL-NOT-CHANGED           PIC ZZ,ZZ9.
       01  FOOTER-LINE-7.
           05  FILLER                   PIC X(30) VALUE
                     'NOTICE LEAD DAYS           : '.
           05  FL-NOTICE-DAYS           PIC ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM GET-NOTICE-DAYS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-RATE-INDEX.
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
           READ LOAN-MASTER-IN
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM CHECK-ONE-LOAN UNTIL END-OF-FILE.
           PERFORM WRITE-FOOTERS.
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
       GET-NOTICE-DAYS.
           OPEN INPUT RESET-CONTROL-FILE.
           IF WS-CTL-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ RESET-CONTROL-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   AND AC-NOTICE-DAYS NUMERIC
                   AND AC-NOTICE-DAYS > ZERO
                   MOVE AC-NOTICE-DAYS TO WS-NOTICE-DAYS
               END-IF
               CLOSE RESET-CONTROL-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       OPEN-FILES.
           OPEN INPUT  LOAN-MASTER-IN, RATE-INDEX-FILE.
           OPEN OUTPUT LOAN-MASTER-OUT, CHANGE-NOTICES, RESET-REPORT.
      *
       CLOSE-FILES.
           CLOSE LOAN-MASTER-IN, RATE-INDEX-FILE, LOAN-MASTER-OUT,
                 CHANGE-NOTICES, RESET-REPORT.
      *
       LOAD-RATE-INDEX.
           MOVE 'N' TO EOF-STAT.
           READ RATE-INDEX-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING RX-IDX FROM 1 BY 1 UNTIL
                   RX-IDX > WS-INDEX-MAX OR END-OF-FILE
               ADD 1 TO WS-INDEX-CTR
               MOVE RX-INDEX-CODE     TO WS-RX-CODE(RX-IDX)
               MOVE RX-EFFECTIVE-DATE TO WS-RX-DATE(RX-IDX)
               MOVE RX-RATE           TO WS-RX-RATE(RX-IDX)
               READ RATE-INDEX-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'WARNING: RATE INDEX FILE HAS MORE THAN '
                       WS-INDEX-MAX
                       ' ROWS - REMAINING ROWS IGNORED'
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
      *  Every loan goes back out to the master, changed or not.
       CHECK-ONE-LOAN.
           ADD 1 TO WS-CTR-LOANS.
           IF LM-FIXED-RATE
               ADD 1 TO WS-CTR-FIXED
           ELSE
               ADD 1 TO WS-CTR-ARM
               PERFORM CHECK-ARM-LOAN
           END-IF.
           WRITE LOAN-MASTER-OUT-REC FROM LOAN-MASTER-REC.
           READ LOAN-MASTER-IN
               AT END MOVE 'Y' TO EOF-STAT.
      *
      *  The notice goes out once per change, when the business
      *  date reaches the notice date; the change itself is made
      *  when it reaches the change date.
       CHECK-ARM-LOAN.
           IF LM-ARM-NEXT-RESET NOT NUMERIC
              OR LM-ARM-NEXT-RESET = ZERO
               MOVE SPACES TO WS-ACTION
               MOVE 'NOT CHANGED - NO CHANGE DATE' TO WS-ACTION
               PERFORM REPORT-NOT-CHANGED
           ELSE
               MOVE LM-ARM-NEXT-RESET TO WS-DATE-WORK
               MOVE 1 TO WS-ADD-MONTHS
               PERFORM ADD-MONTHS-TO-DATE
               MOVE WS-DATE-WORK TO WS-PAY-EFF-DATE
               COMPUTE WS-NOTICE-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-PAY-EFF-DATE)
                        - WS-NOTICE-DAYS)
               MOVE 'Y' TO WS-RESET-OK-SW
               IF NOT LM-ARM-NOTICE-SENT
                  AND WS-BUSINESS-DATE >= WS-NOTICE-DATE
                   PERFORM PREPARE-RATE-CHANGE
               END-IF
               IF RESET-OK
                  AND LM-ARM-NOTICE-SENT
                  AND WS-BUSINESS-DATE >= LM-ARM-NEXT-RESET
                   PERFORM APPLY-RATE-CHANGE
               END-IF
           END-IF.
      *
       PREPARE-RATE-CHANGE.
           MOVE SPACES TO WS-ACTION WS-LIMIT-NOTE.
           PERFORM COMPUTE-NEW-RATE.
           IF RESET-OK
               PERFORM COMPUTE-NEW-PAYMENT
           END-IF.
           IF RESET-OK
               MOVE WS-NEW-RATE    TO LM-ARM-PEND-RATE
               MOVE WS-NEW-PAYMENT TO LM-ARM-PEND-PAYMENT
               MOVE 'Y'            TO LM-ARM-NOTICE-SW
               ADD 1 TO WS-CTR-NOTICES
               PERFORM WRITE-CHANGE-NOTICE
               IF WS-BUSINESS-DATE > WS-NOTICE-DATE
                   ADD 1 TO WS-CTR-SHORT-NOTICE
                   MOVE 'NOTICE SENT - SHORT NOTICE' TO WS-ACTION
               ELSE
                   MOVE 'NOTICE SENT' TO WS-ACTION
               END-IF
               MOVE LM-ANNUAL-RATE TO WS-OLD-RATE
               MOVE LM-PAYMENT     TO WS-OLD-PAYMENT
               PERFORM WRITE-RESET-LINE
           ELSE
               PERFORM REPORT-NOT-CHANGED
           END-IF.
      *
      *  Index plus margin to the nearest eighth, then the caps:
      *  no more than the periodic cap either way from today's
      *  rate, never above the life ceiling, never below the margin.
      *  A zero cap or ceiling means the note has none.
       COMPUTE-NEW-RATE.
           MOVE ZERO TO WS-INDEX-DATE WS-INDEX-RATE.
           PERFORM VARYING RX-IDX FROM 1 BY 1
                   UNTIL RX-IDX > WS-INDEX-CTR
               IF WS-RX-CODE(RX-IDX) = LM-ARM-INDEX-CODE
                  AND WS-RX-DATE(RX-IDX) NOT > WS-BUSINESS-DATE
                  AND WS-RX-DATE(RX-IDX) > WS-INDEX-DATE
                   MOVE WS-RX-DATE(RX-IDX) TO WS-INDEX-DATE
                   MOVE WS-RX-RATE(RX-IDX) TO WS-INDEX-RATE
               END-IF
           END-PERFORM.
           IF WS-INDEX-DATE = ZERO
               MOVE 'N' TO WS-RESET-OK-SW
               MOVE 'NOT CHANGED - NO INDEX VALUE' TO WS-ACTION
           ELSE
               IF LM-ARM-MARGIN NOT NUMERIC
                   MOVE ZERO TO LM-ARM-MARGIN
               END-IF
               IF LM-ARM-PERIOD-CAP NOT NUMERIC
                   MOVE ZERO TO LM-ARM-PERIOD-CAP
               END-IF
               IF LM-ARM-LIFE-CEILING NOT NUMERIC
                   MOVE ZERO TO LM-ARM-LIFE-CEILING
               END-IF
               COMPUTE WS-FULL-RATE = WS-INDEX-RATE + LM-ARM-MARGIN
               COMPUTE WS-EIGHTHS ROUNDED = WS-FULL-RATE * 8
               COMPUTE WS-NEW-RATE = WS-EIGHTHS / 8
               IF LM-ARM-PERIOD-CAP > ZERO
                   COMPUTE WS-RATE-LIMIT =
                           LM-ANNUAL-RATE + LM-ARM-PERIOD-CAP
                   IF WS-NEW-RATE > WS-RATE-LIMIT
                       MOVE WS-RATE-LIMIT  TO WS-NEW-RATE
                       MOVE '(PERIODIC CAP)' TO WS-LIMIT-NOTE
                   END-IF
                   COMPUTE WS-RATE-LIMIT =
                           LM-ANNUAL-RATE - LM-ARM-PERIOD-CAP
                   IF WS-NEW-RATE < WS-RATE-LIMIT
                       MOVE WS-RATE-LIMIT  TO WS-NEW-RATE
                       MOVE '(PERIODIC CAP)' TO WS-LIMIT-NOTE
                   END-IF
               END-IF
               IF LM-ARM-LIFE-CEILING > ZERO
                  AND WS-NEW-RATE > LM-ARM-LIFE-CEILING
                   MOVE LM-ARM-LIFE-CEILING TO WS-NEW-RATE
                   MOVE '(LIFETIME CAP)'    TO WS-LIMIT-NOTE
               END-IF
               IF WS-NEW-RATE < LM-ARM-MARGIN
                   MOVE LM-ARM-MARGIN  TO WS-NEW-RATE
                   MOVE '(RATE FLOOR)' TO WS-LIMIT-NOTE
               END-IF
               IF WS-NEW-RATE > 99.9999
                   MOVE 'N' TO WS-RESET-OK-SW
                   MOVE 'NOT CHANGED - RATE OUT OF RANGE'
                        TO WS-ACTION
               END-IF
           END-IF.
      *
      *  Re-amortized on today's balance over the months from the
      *  first payment at the new amount through maturity - the
      *  figure the notice quotes is the figure that takes effect.
       COMPUTE-NEW-PAYMENT.
           IF LM-MATURITY-DATE NOT NUMERIC
              OR LM-MATURITY-DATE = ZERO
               MOVE 'N' TO WS-RESET-OK-SW
               MOVE 'NOT CHANGED - NO MATURITY DATE' TO WS-ACTION
           ELSE
               MOVE LM-MATURITY-DATE TO WS-DATE-WORK
               COMPUTE WS-MATURITY-MONTH-NO =
                       (WS-DATE-YEAR * 12) + WS-DATE-MONTH
               MOVE WS-PAY-EFF-DATE  TO WS-DATE-WORK
               COMPUTE WS-REMAIN-MONTHS = WS-MATURITY-MONTH-NO
                     - ((WS-DATE-YEAR * 12) + WS-DATE-MONTH) + 1
               IF WS-REMAIN-MONTHS NOT > ZERO
                   MOVE 'N' TO WS-RESET-OK-SW
                   MOVE 'NOT CHANGED - PAST MATURITY' TO WS-ACTION
               ELSE
                   COMPUTE WS-MONTHLY-RATE = (WS-NEW-RATE / 100) / 12
                   COMPUTE WS-NEW-PAYMENT ROUNDED =
                           LM-BALANCE *
                           FUNCTION ANNUITY(WS-MONTHLY-RATE
                                            WS-REMAIN-MONTHS)
               END-IF
           END-IF.
      *
       APPLY-RATE-CHANGE.
           MOVE LM-ANNUAL-RATE      TO WS-OLD-RATE.
           MOVE LM-PAYMENT          TO WS-OLD-PAYMENT.
           MOVE LM-ARM-PEND-RATE    TO LM-ANNUAL-RATE WS-NEW-RATE.
           MOVE LM-ARM-PEND-PAYMENT TO LM-PAYMENT WS-NEW-PAYMENT.
           ADD 1 TO WS-CTR-CHANGED.
           MOVE SPACES              TO WS-ACTION.
           MOVE 'RATE AND PAYMENT CHANGED' TO WS-ACTION.
           PERFORM WRITE-RESET-LINE.
           IF LM-ARM-RESET-MONTHS NOT NUMERIC
              OR LM-ARM-RESET-MONTHS = ZERO
               MOVE 12 TO LM-ARM-RESET-MONTHS
           END-IF.
           MOVE LM-ARM-NEXT-RESET   TO WS-DATE-WORK.
           MOVE LM-ARM-RESET-MONTHS TO WS-ADD-MONTHS.
           PERFORM ADD-MONTHS-TO-DATE.
           MOVE WS-DATE-WORK        TO LM-ARM-NEXT-RESET.
           MOVE ZERO                TO LM-ARM-PEND-RATE
                                       LM-ARM-PEND-PAYMENT.
           MOVE 'N'                 TO LM-ARM-NOTICE-SW.
      *
       ADD-MONTHS-TO-DATE.
           COMPUTE WS-MONTH-NO = (WS-DATE-YEAR * 12)
                               + WS-DATE-MONTH - 1 + WS-ADD-MONTHS.
           DIVIDE WS-MONTH-NO BY 12 GIVING WS-DATE-YEAR
                  REMAINDER WS-DATE-MONTH.
           ADD 1 TO WS-DATE-MONTH.
      *
       REPORT-NOT-CHANGED.
           ADD 1 TO WS-CTR-NOT-CHANGED.
           MOVE 'N' TO WS-RESET-OK-SW.
           MOVE LM-ANNUAL-RATE TO WS-OLD-RATE.
           MOVE LM-PAYMENT     TO WS-OLD-PAYMENT.
           MOVE ZERO           TO WS-NEW-RATE WS-NEW-PAYMENT.
           PERFORM WRITE-RESET-LINE.
      *
       WRITE-RESET-LINE.
           MOVE SPACES            TO RESET-DETAIL-LINE.
           MOVE LM-LOAN-ID        TO RL-LOAN-ID.
           MOVE LM-MEMBER-NAME    TO RL-MEMBER.
           MOVE LM-ARM-NEXT-RESET TO RL-CHANGE-DATE.
           MOVE WS-OLD-RATE       TO RL-OLD-RATE.
           MOVE WS-OLD-PAYMENT    TO RL-OLD-PAYMENT.
           IF WS-NEW-PAYMENT > ZERO
               MOVE WS-NEW-RATE    TO RL-NEW-RATE
               MOVE WS-NEW-PAYMENT TO RL-NEW-PAYMENT
           END-IF.
           MOVE WS-ACTION         TO RL-ACTION.
           WRITE RESET-REPORT-REC FROM RESET-DETAIL-LINE.
      *
       WRITE-CHANGE-NOTICE.
           WRITE CHANGE-NOTICE-REC FROM NOTICE-SEPARATOR-LINE.
           MOVE WS-BUSINESS-DATE  TO NH-DATE.
           WRITE CHANGE-NOTICE-REC FROM NOTICE-HEADER-1.
           MOVE SPACES TO CHANGE-NOTICE-REC.
           WRITE CHANGE-NOTICE-REC.
           MOVE LM-MEMBER-NAME    TO NN-MEMBER.
           WRITE CHANGE-NOTICE-REC FROM NOTICE-NAME-LINE.
           MOVE LM-LOAN-ID        TO NL-LOAN-ID.
           MOVE LM-ARM-NEXT-RESET TO NL-CHANGE-DATE.
           WRITE CHANGE-NOTICE-REC FROM NOTICE-LOAN-LINE.
           MOVE SPACES TO CHANGE-NOTICE-REC.
           WRITE CHANGE-NOTICE-REC.
           WRITE CHANGE-NOTICE-REC FROM NOTICE-TEXT-LINE-1.
           MOVE WS-PAY-EFF-DATE   TO NT-EFF-DATE.
           WRITE CHANGE-NOTICE-REC FROM NOTICE-TEXT-LINE-2.
           MOVE SPACES TO CHANGE-NOTICE-REC.
           WRITE CHANGE-NOTICE-REC.
           MOVE LM-ANNUAL-RATE    TO NR-OLD-RATE.
           MOVE WS-NEW-RATE       TO NR-NEW-RATE.
           WRITE CHANGE-NOTICE-REC FROM NOTICE-RATE-LINE.
           MOVE LM-PAYMENT        TO NP-OLD-PAYMENT.
           MOVE WS-NEW-PAYMENT    TO NP-NEW-PAYMENT.
           WRITE CHANGE-NOTICE-REC FROM NOTICE-PAYMENT-LINE.
           MOVE LM-ARM-INDEX-CODE TO NB-INDEX-CODE.
           MOVE WS-INDEX-RATE     TO NB-INDEX-RATE.
           MOVE LM-ARM-MARGIN     TO NB-MARGIN.
           MOVE WS-LIMIT-NOTE     TO NB-LIMIT-NOTE.
           WRITE CHANGE-NOTICE-REC FROM NOTICE-BASIS-LINE.
           MOVE LM-BALANCE        TO NM-BALANCE.
           MOVE WS-REMAIN-MONTHS  TO NM-MONTHS.
           WRITE CHANGE-NOTICE-REC FROM NOTICE-TERM-LINE.
           IF LM-ESCROW NUMERIC AND LM-ESCROW > ZERO
               MOVE LM-ESCROW     TO NE-ESCROW
               WRITE CHANGE-NOTICE-REC FROM NOTICE-ESCROW-LINE
           END-IF.
           MOVE SPACES TO CHANGE-NOTICE-REC.
           WRITE CHANGE-NOTICE-REC.
      *
       WRITE-HEADINGS.
           MOVE 'ARMRESET' TO RH-REPORT-ID.
           MOVE 'ADJUSTABLE-RATE RESET REGISTER' TO RH-REPORT-TITLE.
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE RESET-REPORT-REC FROM RH-LINE-1.
           WRITE RESET-REPORT-REC FROM RH-LINE-2.
           MOVE  SPACES TO RESET-REPORT-REC.
           WRITE RESET-REPORT-REC.
           WRITE RESET-REPORT-REC FROM REPORT-HEADER-LINE.
           MOVE  SPACES TO RESET-REPORT-REC.
           WRITE RESET-REPORT-REC.
      *
       WRITE-FOOTERS.
           MOVE  SPACES TO RESET-REPORT-REC.
           WRITE RESET-REPORT-REC.
           MOVE  WS-CTR-LOANS        TO FL-LOANS.
           WRITE RESET-REPORT-REC FROM FOOTER-LINE-1.
           MOVE  WS-CTR-FIXED        TO FL-FIXED.
           WRITE RESET-REPORT-REC FROM FOOTER-LINE-2.
           MOVE  WS-CTR-ARM          TO FL-ARM.
           WRITE RESET-REPORT-REC FROM FOOTER-LINE-3.
           MOVE  WS-CTR-NOTICES      TO FL-NOTICES.
           MOVE  WS-CTR-SHORT-NOTICE TO FL-SHORT-NOTICE.
           WRITE RESET-REPORT-REC FROM FOOTER-LINE-4.
           MOVE  WS-CTR-CHANGED      TO FL-CHANGED.
           WRITE RESET-REPORT-REC FROM FOOTER-LINE-5.
           MOVE  WS-CTR-NOT-CHANGED  TO FL-NOT-CHANGED.
           WRITE RESET-REPORT-REC FROM FOOTER-LINE-6.
           MOVE  WS-NOTICE-DAYS      TO FL-NOTICE-DAYS.
           WRITE RESET-REPORT-REC FROM FOOTER-LINE-7.
           SET RH-TRAILER TO TRUE.
           MOVE WS-CTR-CHANGED TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE RESET-REPORT-REC FROM RH-LINE-1.
