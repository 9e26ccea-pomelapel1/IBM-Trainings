       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANMOD.
       ENVIRONMENT DIVISION.
      *******************************************************
      *    Loan Modification and Forbearance Plans           *
      *                                                      *
      *    Applies the workout transactions on LOANMODT to   *
      *    the active-loan master:                           *
      *                                                      *
      *    M - modification.  Past-due installments can be   *
      *        capitalized (interest, escrow deposits and    *
      *        any escrow advance, plus unpaid fees, less    *
      *        suspense), principal can be forgiven, and the *
      *        rate and term can be changed.  LM-PAYMENT is  *
      *        then re-amortized with the same annuity math  *
      *        MORTGAGE quotes with, and any plan in force   *
      *        ends.                                         *
      *    F - forbearance plan.  Payments are suspended     *
      *        (plan payment zero) or reduced to the plan    *
      *        payment for 1 to 12 months from the plan      *
      *        start.  LOANAGE, LOANSNAP and CRBUREAU age    *
      *        the loan against the plan, LOANPOST takes the *
      *        plan payment as the installment and DLQLTRS   *
      *        sends no letters while the plan is active.    *
      *    C - cancel the plan in force.                     *
      *                                                      *
      *    A plan whose resume date has been reached is      *
      *    taken off the loan.  Installments skipped under a *
      *    suspended plan stay due unless a modification     *
      *    capitalizes them.  Every transaction is listed on *
      *    the register (LOANMODR) and plans resuming within *
      *    the next 60 days are listed on LOANPLNR.  The     *
      *    updated master goes to LOANMSTO.                  *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-IN     ASSIGN TO LOANMSTR.
           SELECT MOD-TRAN-FILE      ASSIGN TO LOANMODT
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT LOAN-MASTER-OUT    ASSIGN TO LOANMSTO.
           SELECT MOD-REPORT         ASSIGN TO LOANMODR.
           SELECT PLAN-REPORT        ASSIGN TO LOANPLNR.
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
      *    Modification and forbearance terms.
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
      *    Workout transactions, any order.  A loan's transactions
      *    are applied in the order they appear on the file.  Laid
      *    out in working storage as MOD-TRAN.
       FD  MOD-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MOD-TRAN-REC.
       01  MOD-TRAN-REC                 PIC X(80).
      *
       FD  LOAN-MASTER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOAN-MASTER-OUT-REC.
       01  LOAN-MASTER-OUT-REC          PIC X(200).
      *
       FD  MOD-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MOD-REPORT-REC.
       01  MOD-REPORT-REC               PIC X(132).
      *
       FD  PLAN-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLAN-REPORT-REC.
       01  PLAN-REPORT-REC              PIC X(132).
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
       01  WS-TRAN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
       01  WS-PLAN-NOTICE-DAYS          PIC 9(03) VALUE 60.
       01  WS-PLAN-MAX-MONTHS           PIC 9(02) VALUE 12.
      *
      *    Workout transaction.
       01  MOD-TRAN.
           05  MT-LOAN-ID               PIC X(07).
           05  MT-TRAN-CODE             PIC X(01).
               88  MT-MODIFY            VALUE 'M'.
               88  MT-FORBEAR           VALUE 'F'.
               88  MT-CANCEL-PLAN       VALUE 'C'.
      *    Zero means the business date for M, the next due date
      *    for F.
           05  MT-EFFECTIVE-DATE        PIC 9(08).
      *    M only.  Zero rate leaves the rate as it is; zero term
      *    keeps the loan's maturity date.
           05  MT-NEW-RATE              PIC 9(02)V9(4).
           05  MT-NEW-TERM-MONTHS       PIC 9(03).
           05  MT-CAPITALIZE-SW         PIC X(01).
               88  MT-CAPITALIZE        VALUE 'Y'.
           05  MT-PRINCIPAL-FORGIVEN    PIC 9(7)V99.
      *    F only.  Zero plan payment suspends payments.
           05  MT-PLAN-MONTHS           PIC 9(02).
           05  MT-PLAN-PAYMENT          PIC 9(7)V99.
           05  FILLER                   PIC X(34).
      *
       01  ACC-CTRS-SWITCHES.
           05  EOF-STAT                 PIC X       VALUE SPACE.
               88  END-OF-FILE          VALUE 'Y'.
           05  WS-TRAN-OK-SW            PIC X       VALUE 'Y'.
               88  TRAN-OK              VALUE 'Y'.
           05  WS-PLAN-ACTIVE-SW        PIC X       VALUE 'N'.
               88  PLAN-ACTIVE          VALUE 'Y'.
           05  WS-CTR-LOANS             PIC 9(5)    VALUE ZERO.
           05  WS-CTR-TRANS             PIC 9(5)    VALUE ZERO.
           05  WS-CTR-MODIFIED          PIC 9(5)    VALUE ZERO.
           05  WS-CTR-CAPITALIZED       PIC 9(5)    VALUE ZERO.
           05  WS-CTR-PLANS-SET         PIC 9(5)    VALUE ZERO.
           05  WS-CTR-CANCELLED         PIC 9(5)    VALUE ZERO.
           05  WS-CTR-ENDED             PIC 9(5)    VALUE ZERO.
           05  WS-CTR-REJECTED          PIC 9(5)    VALUE ZERO.
           05  WS-CTR-UNMATCHED         PIC 9(5)    VALUE ZERO.
           05  WS-CTR-IN-PLAN           PIC 9(5)    VALUE ZERO.
           05  WS-CTR-ENDING            PIC 9(5)    VALUE ZERO.
      *
      *    Working dates.  WS-DATE-WORK is the in/out field for
      *    ADD-MONTHS-TO-DATE.
       01  MOD-DATES-WS.
           05  WS-DATE-WORK             PIC 9(08)   VALUE ZERO.
           05  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR         PIC 9(04).
               10  WS-DATE-MONTH        PIC 9(02).
               10  WS-DATE-DAY          PIC 9(02).
           05  WS-ADD-MONTHS            PIC 9(03)   VALUE ZERO.
           05  WS-MONTH-NO              PIC 9(06)   VALUE ZERO.
           05  WS-EFFECTIVE-DATE        PIC 9(08)   VALUE ZERO.
           05  WS-EFF-MONTH-NO          PIC 9(06)   VALUE ZERO.
           05  WS-EFF-DAY               PIC 9(02)   VALUE ZERO.
           05  WS-MATURITY-MONTH-NO     PIC 9(06)   VALUE ZERO.
           05  WS-REMAIN-MONTHS         PIC S9(05)  VALUE ZERO.
           05  WS-MONTHS-BEHIND         PIC S9(05)  VALUE ZERO.
           05  WS-PLAN-HORIZON-DATE     PIC 9(08)   VALUE ZERO.
           05  WS-DAYS-LEFT             PIC S9(05)  VALUE ZERO.
      *
       01  MOD-CALC-WS.
           05  WS-MONTHLY-RATE          PIC V9(8)      VALUE ZERO.
           05  WS-NEW-PAYMENT           PIC S9(7)V99   VALUE ZERO.
           05  WS-OLD-RATE              PIC 9(02)V9(4) VALUE ZERO.
           05  WS-OLD-PAYMENT           PIC S9(7)V99   VALUE ZERO.
           05  WS-INSTALLMENT           PIC S9(7)V99   VALUE ZERO.
           05  WS-ARREARS-INTEREST      PIC S9(9)V99   VALUE ZERO.
           05  WS-ARREARS-ESCROW        PIC S9(9)V99   VALUE ZERO.
           05  WS-CAPITALIZED           PIC S9(9)V99   VALUE ZERO.
           05  WS-ACTION                PIC X(30)      VALUE SPACES.
      *
      *    Master as read, put back when a transaction is rejected
      *    part way through.
       01  WS-SAVE-MASTER               PIC X(200)     VALUE SPACES.
      *
      *    Shared report-heading block (see RPTPARM.cpy).
       COPY RPTPARM.
      *
      *    Shared date routines (see DATEPARM.cpy).
       COPY DATEPARM.
      *
       01  WS-TRAN-TABLE.
           05  WS-TRAN-ENTRY OCCURS 500 TIMES
                   INDEXED BY TX-IDX.
               10  WS-TX-IMAGE          PIC X(80).
               10  WS-TX-MATCHED-SW     PIC X(01).
                   88  WS-TX-MATCHED    VALUE 'Y'.
       01  WS-TRAN-CTR                  PIC S9(4) COMP VALUE ZERO.
       01  WS-TRAN-MAX                  PIC S9(4) COMP VALUE 500.
      *
       01  REPORT-HEADER-LINE.
           05  FILLER                   PIC X(09) VALUE 'LOAN ID'.
           05  FILLER                   PIC X(22) VALUE 'MEMBER'.
           05  FILLER                   PIC X(12) VALUE 'EFFECTIVE'.
           05  FILLER                   PIC X(18) VALUE
                     'OLD RATE NEW RATE'.
           05  FILLER                   PIC X(24) VALUE
                     ' OLD PAYMENT NEW PAYMENT'.
           05  FILLER                   PIC X(16) VALUE
                     '     NEW BALANCE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(28) VALUE 'ACTION'.
       01  MOD-DETAIL-LINE.
           05  RL-LOAN-ID               PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-MEMBER                PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-EFFECTIVE-DATE        PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-OLD-RATE              PIC Z9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-NEW-RATE              PIC Z9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-OLD-PAYMENT           PIC $$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-NEW-PAYMENT           PIC $$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-BALANCE               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-ACTION                PIC X(30).
      *
       01  PLAN-HEADER-LINE.
           05  FILLER                   PIC X(09) VALUE 'LOAN ID'.
           05  FILLER                   PIC X(22) VALUE 'MEMBER'.
           05  FILLER                   PIC X(11) VALUE 'PLAN'.
           05  FILLER                   PIC X(12) VALUE 'STARTED'.
           05  FILLER                   PIC X(12) VALUE 'RESUMES'.
           05  FILLER                   PIC X(26) VALUE
                     ' PLAN PYMT   REG. PYMT    '.
           05  FILLER                   PIC X(09) VALUE 'DAYS LEFT'.
       01  PLAN-DETAIL-LINE.
           05  PL-LOAN-ID               PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-MEMBER                PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-PLAN-KIND             PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-START-DATE            PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-RESUME-DATE           PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-PLAN-PAYMENT          PIC $$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-INSTALLMENT           PIC $$$,$$9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PL-DAYS-LEFT             PIC ZZ9.
      *
       01  FOOTER-LINE-1.
           05  FILLER                   PIC X(30) VALUE
                     'LOANS ON MASTER            : '.
           05  FL-LOANS                 PIC ZZ,ZZ9.
       01  FOOTER-LINE-2.
           05  FILLER                   PIC X(30) VALUE
                     'TRANSACTIONS READ          : '.
           05  FL-TRANS                 PIC ZZ,ZZ9.
       01  FOOTER-LINE-3.
           05  FILLER                   PIC X(30) VALUE
                     'LOANS MODIFIED             : '.
           05  FL-MODIFIED              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(24) VALUE
                     '   ARREARS CAPITALIZED: '.
           05  FL-CAPITALIZED           PIC ZZ,ZZ9.
       01  FOOTER-LINE-4.
           05  FILLER                   PIC X(30) VALUE
                     'FORBEARANCE PLANS SET      : '.
           05  FL-PLANS-SET             PIC ZZ,ZZ9.
       01  FOOTER-LINE-5.
           05  FILLER                   PIC X(30) VALUE
                     'PLANS CANCELLED            : '.
           05  FL-CANCELLED             PIC ZZ,ZZ9.
       01  FOOTER-LINE-6.
           05  FILLER                   PIC X(30) VALUE
                     'PLANS ENDED                : '.
           05  FL-ENDED                 PIC ZZ,ZZ9.
       01  FOOTER-LINE-7.
           05  FILLER                   PIC X(30) VALUE
                     'TRANSACTIONS REJECTED      : '.
           05  FL-REJECTED              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(24) VALUE
                     '   LOAN NOT ON MASTER : '.
           05  FL-UNMATCHED             PIC ZZ,ZZ9.
       01  FOOTER-LINE-8.
           05  FILLER                   PIC X(30) VALUE
                     'LOANS IN A PLAN AT END     : '.
           05  FL-IN-PLAN               PIC ZZ,ZZ9.
       01  PLAN-FOOTER-LINE.
           05  FILLER                   PIC X(30) VALUE
                     'PLANS RESUMING WITHIN DAYS : '.
           05  FL-NOTICE-DAYS           PIC ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FL-ENDING                PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-TRANSACTIONS.
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
           READ LOAN-MASTER-IN
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM CHECK-ONE-LOAN UNTIL END-OF-FILE.
           PERFORM REPORT-UNMATCHED-TRANS
               VARYING TX-IDX FROM 1 BY 1
               UNTIL TX-IDX > WS-TRAN-CTR.
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
           COMPUTE WS-PLAN-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                    + WS-PLAN-NOTICE-DAYS).
      *
      *  No transaction file is a normal night - plans still end
      *  and the ending report still runs.
       OPEN-FILES.
           OPEN INPUT  LOAN-MASTER-IN, MOD-TRAN-FILE.
           OPEN OUTPUT LOAN-MASTER-OUT, MOD-REPORT, PLAN-REPORT.
      *
       CLOSE-FILES.
           CLOSE LOAN-MASTER-IN, LOAN-MASTER-OUT, MOD-REPORT,
                 PLAN-REPORT.
      *
       LOAD-TRANSACTIONS.
           IF WS-TRAN-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ MOD-TRAN-FILE AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM VARYING TX-IDX FROM 1 BY 1 UNTIL
                       TX-IDX > WS-TRAN-MAX OR END-OF-FILE
                   ADD 1 TO WS-TRAN-CTR
                   MOVE MOD-TRAN-REC TO WS-TX-IMAGE(TX-IDX)
                   MOVE 'N'          TO WS-TX-MATCHED-SW(TX-IDX)
                   READ MOD-TRAN-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               IF NOT END-OF-FILE
                   DISPLAY 'WARNING: WORKOUT TRANSACTION FILE HAS '
                           'MORE THAN ' WS-TRAN-MAX
                           ' ROWS - REMAINING ROWS IGNORED'
               END-IF
               CLOSE MOD-TRAN-FILE
           END-IF.
           MOVE WS-TRAN-CTR TO WS-CTR-TRANS.
           MOVE 'N' TO EOF-STAT.
      *
      *  Every loan goes back out to the master, changed or not.
       CHECK-ONE-LOAN.
           ADD 1 TO WS-CTR-LOANS.
           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > WS-TRAN-CTR
               IF WS-TX-IMAGE(TX-IDX)(1:7) = LM-LOAN-ID
                   MOVE 'Y' TO WS-TX-MATCHED-SW(TX-IDX)
                   MOVE WS-TX-IMAGE(TX-IDX) TO MOD-TRAN
                   PERFORM APPLY-ONE-TRAN
               END-IF
           END-PERFORM.
           PERFORM CHECK-PLAN-STATUS.
           WRITE LOAN-MASTER-OUT-REC FROM LOAN-MASTER-REC.
           READ LOAN-MASTER-IN
               AT END MOVE 'Y' TO EOF-STAT.
      *
       APPLY-ONE-TRAN.
           MOVE LOAN-MASTER-REC TO WS-SAVE-MASTER.
           MOVE LM-ANNUAL-RATE  TO WS-OLD-RATE.
           MOVE LM-PAYMENT      TO WS-OLD-PAYMENT.
           MOVE ZERO            TO WS-NEW-PAYMENT.
           MOVE SPACES          TO WS-ACTION.
           MOVE 'Y'             TO WS-TRAN-OK-SW.
           PERFORM EDIT-TRANSACTION.
           IF TRAN-OK
               EVALUATE TRUE
                   WHEN MT-MODIFY
                       PERFORM MODIFY-LOAN
                   WHEN MT-FORBEAR
                       PERFORM SET-FORBEARANCE-PLAN
                   WHEN MT-CANCEL-PLAN
                       PERFORM CANCEL-PLAN
               END-EVALUATE
           END-IF.
           IF TRAN-OK
               IF MT-FORBEAR
                   MOVE LM-PLAN-PAYMENT TO WS-NEW-PAYMENT
               ELSE
                   MOVE LM-PAYMENT      TO WS-NEW-PAYMENT
               END-IF
           ELSE
               ADD 1 TO WS-CTR-REJECTED
               MOVE WS-SAVE-MASTER TO LOAN-MASTER-REC
               MOVE ZERO TO WS-NEW-PAYMENT
           END-IF.
           PERFORM WRITE-MOD-LINE.
      *
      *  Effective date defaults: the business date for a
      *  modification, the next due date for a plan.
       EDIT-TRANSACTION.
           IF NOT MT-MODIFY AND NOT MT-FORBEAR
              AND NOT MT-CANCEL-PLAN
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'REJECTED - INVALID TRAN CODE' TO WS-ACTION
           END-IF.
           IF TRAN-OK
              AND (MT-EFFECTIVE-DATE NOT NUMERIC
                OR MT-NEW-RATE NOT NUMERIC
                OR MT-NEW-TERM-MONTHS NOT NUMERIC
                OR MT-PRINCIPAL-FORGIVEN NOT NUMERIC
                OR MT-PLAN-MONTHS NOT NUMERIC
                OR MT-PLAN-PAYMENT NOT NUMERIC)
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'REJECTED - FIELD NOT NUMERIC' TO WS-ACTION
           END-IF.
           IF TRAN-OK
               EVALUATE TRUE
                   WHEN MT-EFFECTIVE-DATE > ZERO
                       MOVE MT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                   WHEN MT-FORBEAR
                       MOVE LM-NEXT-DUE-DATE  TO WS-EFFECTIVE-DATE
                   WHEN OTHER
                       MOVE WS-BUSINESS-DATE  TO WS-EFFECTIVE-DATE
               END-EVALUATE
               SET DP-VALIDATE TO TRUE
               MOVE WS-EFFECTIVE-DATE TO DP-DATE-IN
               CALL 'DATEEDIT' USING DATE-EDIT-PARM
               IF NOT DP-DATE-VALID
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'REJECTED - BAD EFFECTIVE DATE' TO WS-ACTION
               END-IF
           END-IF.
           IF TRAN-OK
               PERFORM SET-PLAN-ACTIVE-SW
           END-IF.
      *
      *  A plan is in force from the time it is set until the
      *  business date reaches its resume date.
       SET-PLAN-ACTIVE-SW.
           IF LM-FORBEARANCE-PLAN
              AND LM-PLAN-RESUME-DATE NUMERIC
              AND WS-BUSINESS-DATE < LM-PLAN-RESUME-DATE
               MOVE 'Y' TO WS-PLAN-ACTIVE-SW
           ELSE
               MOVE 'N' TO WS-PLAN-ACTIVE-SW
           END-IF.
      *
      *  Capitalize first, then forgive, then re-amortize what is
      *  left at the new rate over the new term from the next due
      *  date.
       MODIFY-LOAN.
           IF LM-BALANCE NOT > ZERO
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'REJECTED - NO BALANCE' TO WS-ACTION
           END-IF.
           IF TRAN-OK AND MT-CAPITALIZE
               PERFORM CAPITALIZE-ARREARS
           END-IF.
           IF TRAN-OK
               IF MT-PRINCIPAL-FORGIVEN > LM-BALANCE
                   MOVE ZERO TO LM-BALANCE
               ELSE
                   SUBTRACT MT-PRINCIPAL-FORGIVEN FROM LM-BALANCE
               END-IF
               IF MT-NEW-RATE > ZERO
                   MOVE MT-NEW-RATE TO LM-ANNUAL-RATE
               END-IF
               PERFORM COMPUTE-MOD-PAYMENT
           END-IF.
           IF TRAN-OK
               MOVE WS-NEW-PAYMENT TO LM-PAYMENT
      *        A pending ARM change was figured on the old terms.
               IF NOT LM-FIXED-RATE
                   MOVE ZERO TO LM-ARM-PEND-RATE
                                LM-ARM-PEND-PAYMENT
                   MOVE 'N'  TO LM-ARM-NOTICE-SW
               END-IF
               MOVE WS-EFFECTIVE-DATE TO LM-LAST-MOD-DATE
               IF LM-MOD-COUNT NUMERIC AND LM-MOD-COUNT < 99
                   ADD 1 TO LM-MOD-COUNT
               ELSE
                   IF LM-MOD-COUNT NOT NUMERIC
                       MOVE 1 TO LM-MOD-COUNT
                   END-IF
               END-IF
               PERFORM CLEAR-PLAN
               ADD 1 TO WS-CTR-MODIFIED
               IF MT-CAPITALIZE
                   ADD 1 TO WS-CTR-CAPITALIZED
                   MOVE 'MODIFIED - ARREARS CAPITALIZED' TO WS-ACTION
               ELSE
                   MOVE 'MODIFIED' TO WS-ACTION
               END-IF
           END-IF.
      *
      *  Installments due on or before the effective date and not
      *  paid are rolled into principal: a month's interest on the
      *  balance for each, plus the escrow deposits, which are
      *  credited to the escrow account.  An escrow advance still
      *  left, unpaid fees less any suspense go in with them and
      *  the next due date moves past the effective date.
       CAPITALIZE-ARREARS.
           MOVE ZERO TO WS-MONTHS-BEHIND WS-CAPITALIZED.
           IF LM-NEXT-DUE-DATE NUMERIC
              AND LM-NEXT-DUE-DATE > ZERO
              AND LM-NEXT-DUE-DATE NOT > WS-EFFECTIVE-DATE
               MOVE WS-EFFECTIVE-DATE TO WS-DATE-WORK
               COMPUTE WS-EFF-MONTH-NO =
                       (WS-DATE-YEAR * 12) + WS-DATE-MONTH
               MOVE WS-DATE-DAY       TO WS-EFF-DAY
               MOVE LM-NEXT-DUE-DATE  TO WS-DATE-WORK
               COMPUTE WS-MONTHS-BEHIND = WS-EFF-MONTH-NO
                     - ((WS-DATE-YEAR * 12) + WS-DATE-MONTH)
               IF WS-EFF-DAY NOT < WS-DATE-DAY
                   ADD 1 TO WS-MONTHS-BEHIND
               END-IF
           END-IF.
           IF LM-ESCROW NOT NUMERIC
               MOVE ZERO TO LM-ESCROW
           END-IF.
           IF LM-ESCROW-BAL NOT NUMERIC
               MOVE ZERO TO LM-ESCROW-BAL
           END-IF.
           IF LM-FEES-DUE NOT NUMERIC
               MOVE ZERO TO LM-FEES-DUE
           END-IF.
           IF LM-SUSPENSE-BAL NOT NUMERIC
               MOVE ZERO TO LM-SUSPENSE-BAL
           END-IF.
           COMPUTE WS-MONTHLY-RATE = (LM-ANNUAL-RATE / 100) / 12.
           COMPUTE WS-ARREARS-INTEREST ROUNDED =
                   LM-BALANCE * WS-MONTHLY-RATE * WS-MONTHS-BEHIND.
           COMPUTE WS-ARREARS-ESCROW = LM-ESCROW * WS-MONTHS-BEHIND.
           ADD WS-ARREARS-ESCROW TO LM-ESCROW-BAL.
           COMPUTE WS-CAPITALIZED = WS-ARREARS-INTEREST
                   + WS-ARREARS-ESCROW + LM-FEES-DUE
                   - LM-SUSPENSE-BAL.
           IF LM-ESCROW-BAL < ZERO
               SUBTRACT LM-ESCROW-BAL FROM WS-CAPITALIZED
               MOVE ZERO TO LM-ESCROW-BAL
           END-IF.
           MOVE 'N' TO LM-ESCROW-ADV-SW.
           ADD WS-CAPITALIZED TO LM-BALANCE.
           MOVE ZERO TO LM-FEES-DUE LM-SUSPENSE-BAL.
           IF WS-MONTHS-BEHIND > ZERO
               MOVE LM-NEXT-DUE-DATE TO WS-DATE-WORK
               MOVE WS-MONTHS-BEHIND TO WS-ADD-MONTHS
               PERFORM ADD-MONTHS-TO-DATE
               MOVE WS-DATE-WORK     TO LM-NEXT-DUE-DATE
           END-IF.
      *
      *  A new term runs from the next due date; otherwise the
      *  loan keeps its maturity date and pays off over the months
      *  left, as ARMRESET re-amortizes.
       COMPUTE-MOD-PAYMENT.
           IF MT-NEW-TERM-MONTHS > ZERO
               MOVE LM-NEXT-DUE-DATE   TO WS-DATE-WORK
               COMPUTE WS-ADD-MONTHS = MT-NEW-TERM-MONTHS - 1
               PERFORM ADD-MONTHS-TO-DATE
               MOVE WS-DATE-WORK       TO LM-MATURITY-DATE
               MOVE MT-NEW-TERM-MONTHS TO WS-REMAIN-MONTHS
           ELSE
               IF LM-MATURITY-DATE NOT NUMERIC
                  OR LM-MATURITY-DATE = ZERO
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'REJECTED - NO MATURITY DATE' TO WS-ACTION
               ELSE
                   MOVE LM-MATURITY-DATE TO WS-DATE-WORK
                   COMPUTE WS-MATURITY-MONTH-NO =
                           (WS-DATE-YEAR * 12) + WS-DATE-MONTH
                   MOVE LM-NEXT-DUE-DATE TO WS-DATE-WORK
                   COMPUTE WS-REMAIN-MONTHS = WS-MATURITY-MONTH-NO
                         - ((WS-DATE-YEAR * 12) + WS-DATE-MONTH) + 1
                   IF WS-REMAIN-MONTHS NOT > ZERO
                       MOVE 'N' TO WS-TRAN-OK-SW
                       MOVE 'REJECTED - PAST MATURITY' TO WS-ACTION
                   END-IF
               END-IF
           END-IF.
           IF TRAN-OK
               COMPUTE WS-MONTHLY-RATE = (LM-ANNUAL-RATE / 100) / 12
               COMPUTE WS-NEW-PAYMENT ROUNDED =
                       LM-BALANCE *
                       FUNCTION ANNUITY(WS-MONTHLY-RATE
                                        WS-REMAIN-MONTHS)
           END-IF.
      *
      *  The plan payment covers the whole installment, escrow
      *  included, so it has to be below payment plus escrow.
       SET-FORBEARANCE-PLAN.
           IF LM-ESCROW NOT NUMERIC
               MOVE ZERO TO LM-ESCROW
           END-IF.
           COMPUTE WS-INSTALLMENT = LM-PAYMENT + LM-ESCROW.
           EVALUATE TRUE
               WHEN PLAN-ACTIVE
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'REJECTED - PLAN ALREADY ACTIVE' TO WS-ACTION
               WHEN MT-PLAN-MONTHS = ZERO
                 OR MT-PLAN-MONTHS > WS-PLAN-MAX-MONTHS
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'REJECTED - PLAN MONTHS 1 TO 12' TO WS-ACTION
               WHEN MT-PLAN-PAYMENT NOT < WS-INSTALLMENT
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'REJECTED - PLAN PAYMENT TOO HIGH'
                        TO WS-ACTION
               WHEN OTHER
                   MOVE 'F'               TO LM-PLAN-TYPE
                   MOVE WS-EFFECTIVE-DATE TO LM-PLAN-START-DATE
                                             WS-DATE-WORK
                   MOVE MT-PLAN-MONTHS    TO WS-ADD-MONTHS
                   PERFORM ADD-MONTHS-TO-DATE
                   MOVE WS-DATE-WORK      TO LM-PLAN-RESUME-DATE
                   MOVE MT-PLAN-PAYMENT   TO LM-PLAN-PAYMENT
                   ADD 1 TO WS-CTR-PLANS-SET
                   IF MT-PLAN-PAYMENT = ZERO
                       MOVE 'FORBEARANCE - SUSPENDED' TO WS-ACTION
                   ELSE
                       MOVE 'FORBEARANCE - REDUCED' TO WS-ACTION
                   END-IF
           END-EVALUATE.
      *
       CANCEL-PLAN.
           IF NOT LM-FORBEARANCE-PLAN
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'REJECTED - NO PLAN ON LOAN' TO WS-ACTION
           ELSE
               PERFORM CLEAR-PLAN
               ADD 1 TO WS-CTR-CANCELLED
               MOVE 'PLAN CANCELLED' TO WS-ACTION
           END-IF.
      *
       CLEAR-PLAN.
           MOVE SPACE TO LM-PLAN-TYPE.
           MOVE ZERO  TO LM-PLAN-START-DATE LM-PLAN-RESUME-DATE
                         LM-PLAN-PAYMENT.
      *
      *  After the day's transactions: a plan that has reached its
      *  resume date comes off, and one resuming inside the notice
      *  window goes on the ending report.
       CHECK-PLAN-STATUS.
           IF LM-FORBEARANCE-PLAN
               PERFORM SET-PLAN-ACTIVE-SW
               IF PLAN-ACTIVE
                   ADD 1 TO WS-CTR-IN-PLAN
                   IF LM-PLAN-RESUME-DATE NOT > WS-PLAN-HORIZON-DATE
                       PERFORM WRITE-PLAN-LINE
                   END-IF
               ELSE
                   MOVE LM-ANNUAL-RATE TO WS-OLD-RATE
                   MOVE LM-PAYMENT     TO WS-OLD-PAYMENT
                   MOVE ZERO           TO WS-NEW-PAYMENT
                   MOVE LM-PLAN-RESUME-DATE TO WS-EFFECTIVE-DATE
                   PERFORM CLEAR-PLAN
                   ADD 1 TO WS-CTR-ENDED
                   MOVE SPACES TO WS-ACTION
                   MOVE 'PLAN ENDED' TO WS-ACTION
                   PERFORM WRITE-MOD-LINE
               END-IF
           END-IF.
      *
      *  A month-end start lands on the last day of a shorter
      *  month.
       ADD-MONTHS-TO-DATE.
           COMPUTE WS-MONTH-NO = (WS-DATE-YEAR * 12)
                               + WS-DATE-MONTH - 1 + WS-ADD-MONTHS.
           DIVIDE WS-MONTH-NO BY 12 GIVING WS-DATE-YEAR
                  REMAINDER WS-DATE-MONTH.
           ADD 1 TO WS-DATE-MONTH.
           SET DP-VALIDATE TO TRUE.
           MOVE WS-DATE-WORK TO DP-DATE-IN.
           CALL 'DATEEDIT' USING DATE-EDIT-PARM.
           PERFORM UNTIL DP-DATE-VALID OR WS-DATE-DAY < 29
               SUBTRACT 1 FROM WS-DATE-DAY
               MOVE WS-DATE-WORK TO DP-DATE-IN
               CALL 'DATEEDIT' USING DATE-EDIT-PARM
           END-PERFORM.
      *
       WRITE-MOD-LINE.
           MOVE SPACES            TO MOD-DETAIL-LINE.
           MOVE LM-LOAN-ID        TO RL-LOAN-ID.
           MOVE LM-MEMBER-NAME    TO RL-MEMBER.
           MOVE WS-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE.
           MOVE WS-OLD-RATE       TO RL-OLD-RATE.
           MOVE WS-OLD-PAYMENT    TO RL-OLD-PAYMENT.
           IF WS-NEW-PAYMENT > ZERO
               MOVE LM-ANNUAL-RATE TO RL-NEW-RATE
               MOVE WS-NEW-PAYMENT TO RL-NEW-PAYMENT
           END-IF.
           MOVE LM-BALANCE        TO RL-BALANCE.
           MOVE WS-ACTION         TO RL-ACTION.
           WRITE MOD-REPORT-REC FROM MOD-DETAIL-LINE.
      *
       REPORT-UNMATCHED-TRANS.
           IF NOT WS-TX-MATCHED(TX-IDX)
               ADD 1 TO WS-CTR-UNMATCHED WS-CTR-REJECTED
               MOVE WS-TX-IMAGE(TX-IDX) TO MOD-TRAN
               MOVE SPACES            TO MOD-DETAIL-LINE
               MOVE MT-LOAN-ID        TO RL-LOAN-ID
               MOVE MT-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE
               MOVE 'REJECTED - LOAN NOT ON MASTER' TO RL-ACTION
               WRITE MOD-REPORT-REC FROM MOD-DETAIL-LINE
           END-IF.
      *
       WRITE-PLAN-LINE.
           ADD 1 TO WS-CTR-ENDING.
           MOVE SPACES              TO PLAN-DETAIL-LINE.
           MOVE LM-LOAN-ID          TO PL-LOAN-ID.
           MOVE LM-MEMBER-NAME      TO PL-MEMBER.
           IF LM-PLAN-PAYMENT = ZERO
               MOVE 'SUSPENDED' TO PL-PLAN-KIND
           ELSE
               MOVE 'REDUCED'   TO PL-PLAN-KIND
           END-IF.
           MOVE LM-PLAN-START-DATE  TO PL-START-DATE.
           MOVE LM-PLAN-RESUME-DATE TO PL-RESUME-DATE.
           MOVE LM-PLAN-PAYMENT     TO PL-PLAN-PAYMENT.
           IF LM-ESCROW NOT NUMERIC
               MOVE ZERO TO LM-ESCROW
           END-IF.
           COMPUTE WS-INSTALLMENT = LM-PAYMENT + LM-ESCROW.
           MOVE WS-INSTALLMENT      TO PL-INSTALLMENT.
           COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(LM-PLAN-RESUME-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           MOVE WS-DAYS-LEFT        TO PL-DAYS-LEFT.
           WRITE PLAN-REPORT-REC FROM PLAN-DETAIL-LINE.
      *
       WRITE-HEADINGS.
           MOVE 'LOANMOD' TO RH-REPORT-ID.
           MOVE 'LOAN MODIFICATION AND PLAN REGISTER'
                TO RH-REPORT-TITLE.
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE MOD-REPORT-REC FROM RH-LINE-1.
           WRITE MOD-REPORT-REC FROM RH-LINE-2.
           MOVE  SPACES TO MOD-REPORT-REC.
           WRITE MOD-REPORT-REC.
           WRITE MOD-REPORT-REC FROM REPORT-HEADER-LINE.
           MOVE  SPACES TO MOD-REPORT-REC.
           WRITE MOD-REPORT-REC.
           MOVE 'LOANPLNR' TO RH-REPORT-ID.
           MOVE 'FORBEARANCE PLANS ENDING IN 60 DAYS'
                TO RH-REPORT-TITLE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE PLAN-REPORT-REC FROM RH-LINE-1.
           WRITE PLAN-REPORT-REC FROM RH-LINE-2.
           MOVE  SPACES TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC FROM PLAN-HEADER-LINE.
           MOVE  SPACES TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
      *
       WRITE-FOOTERS.
           MOVE  SPACES TO MOD-REPORT-REC.
           WRITE MOD-REPORT-REC.
           MOVE  WS-CTR-LOANS        TO FL-LOANS.
           WRITE MOD-REPORT-REC FROM FOOTER-LINE-1.
           MOVE  WS-CTR-TRANS        TO FL-TRANS.
           WRITE MOD-REPORT-REC FROM FOOTER-LINE-2.
           MOVE  WS-CTR-MODIFIED     TO FL-MODIFIED.
           MOVE  WS-CTR-CAPITALIZED  TO FL-CAPITALIZED.
           WRITE MOD-REPORT-REC FROM FOOTER-LINE-3.
           MOVE  WS-CTR-PLANS-SET    TO FL-PLANS-SET.
           WRITE MOD-REPORT-REC FROM FOOTER-LINE-4.
           MOVE  WS-CTR-CANCELLED    TO FL-CANCELLED.
           WRITE MOD-REPORT-REC FROM FOOTER-LINE-5.
           MOVE  WS-CTR-ENDED        TO FL-ENDED.
           WRITE MOD-REPORT-REC FROM FOOTER-LINE-6.
           MOVE  WS-CTR-REJECTED     TO FL-REJECTED.
           MOVE  WS-CTR-UNMATCHED    TO FL-UNMATCHED.
           WRITE MOD-REPORT-REC FROM FOOTER-LINE-7.
           MOVE  WS-CTR-IN-PLAN      TO FL-IN-PLAN.
           WRITE MOD-REPORT-REC FROM FOOTER-LINE-8.
           SET RH-TRAILER TO TRUE.
           MOVE 'LOANMOD' TO RH-REPORT-ID.
           COMPUTE RH-FINAL-COUNT = WS-CTR-MODIFIED + WS-CTR-PLANS-SET
                                  + WS-CTR-CANCELLED.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE MOD-REPORT-REC FROM RH-LINE-1.
           MOVE  SPACES TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
           MOVE  WS-PLAN-NOTICE-DAYS TO FL-NOTICE-DAYS.
           MOVE  WS-CTR-ENDING       TO FL-ENDING.
           WRITE PLAN-REPORT-REC FROM PLAN-FOOTER-LINE.
           SET RH-TRAILER TO TRUE.
           MOVE 'LOANPLNR' TO RH-REPORT-ID.
           MOVE WS-CTR-ENDING TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE PLAN-REPORT-REC FROM RH-LINE-1.
