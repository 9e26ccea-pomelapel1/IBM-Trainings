           SELECT GL-EXTRACT         ASSIGN TO GLEXTR.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT EARNINGS-HISTORY   ASSIGN TO EARNHIST
               FILE STATUS IS WS-EH-STATUS.
           SELECT GARNISH-ORDER-FILE ASSIGN TO GARNORD
               FILE STATUS IS WS-GARN-STATUS.
           SELECT GARNISH-ORDER-OUT  ASSIGN TO GARNORDO.
           SELECT GARNISH-REMIT-FILE ASSIGN TO GARNRMT.
           SELECT BENEFIT-ENROLL-FILE ASSIGN TO BENENRL
               FILE STATUS IS WS-BEN-STATUS.
           SELECT BENEFIT-CONTROL-FILE ASSIGN TO BENCTL
               FILE STATUS IS WS-BENCTL-STATUS.
           SELECT BENEFIT-REMIT-FILE ASSIGN TO BENRMT.
       DATA DIVISION.
       FILE SECTION.
      *    The old single PERSONNEL-REC mixed who the employee is
       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY EMPMAST.
       FD  YTD-PAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS YTD-PAY-REC.
       01  YTD-PAY-REC.
      *    widened 50 -> 70 when these were added.
           05  YP-FED-WH                PIC 9(07)V99.
           05  YP-ST-WH                 PIC 9(07)V99.
      *    Retirement-plan deferrals (held to the annual limit) and
      *    the employer match on them.  Record widened 70 -> 90.
           05  YP-DEFERRAL              PIC 9(07)V99.
           05  YP-ER-MATCH              PIC 9(07)V99.
           05  FILLER                   PIC X(10).
      *
       FD  PAYROLL-REGISTER
           RECORDING MODE IS F
       FD  EMPLOYEE-MASTER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMPLOYEE-MASTER-OUT-REC.
       01  EMPLOYEE-MASTER-OUT-REC      PIC X(160).
      *
      *     General-ledger posting extract: debit ('D') wage-expense
      *     lines summarized by department, credit ('C') lines per
           05  GL-DEPT                  PIC X(04).
           05  GL-AMOUNT                PIC S9(9)V99.
           05  FILLER                   PIC X(04).
      *
      *     Pay-period earnings history - one record per employee per
      *     pay date appended run over run, so quarterly tax reporting
      *     (QTRTAX) reads one file instead of 13 registers.
       FD  EARNINGS-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EARNINGS-HISTORY-REC.
           COPY EARNHIST.
      *
      *     Garnishment and child-support orders - loaded at startup,
      *     withheld per employee in priority order, and written back
      *     to GARNORDO with each order's collected-to-date advanced
      *     (the EMPMSTO master-out convention).
       FD  GARNISH-ORDER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GARNISHMENT-ORDER-REC.
           COPY GARNORD.
      *
       FD  GARNISH-ORDER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GARNISH-ORDER-OUT-REC.
       01  GARNISH-ORDER-OUT-REC        PIC X(100).
      *
      *     Remittance extract to the payee agencies: one 'D' detail
      *     per order withheld this run, grouped by payee, each
      *     payee closed by a 'T' total record.
       FD  GARNISH-REMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GARNISH-REMIT-REC.
       01  GARNISH-REMIT-REC.
           05  GR-REC-TYPE              PIC X(01).
               88  GR-DETAIL            VALUE 'D'.
               88  GR-PAYEE-TOTAL       VALUE 'T'.
           05  GR-PAYEE-ID              PIC X(06).
           05  GR-PAYEE-NAME            PIC X(25).
           05  GR-CASE-NO               PIC X(15).
           05  GR-EMP-ID                PIC X(05).
           05  GR-PAY-DATE              PIC 9(08).
           05  GR-AMOUNT                PIC 9(07)V99.
           05  FILLER                   PIC X(11).
       01  GARNISH-REMIT-TOTAL-REC REDEFINES GARNISH-REMIT-REC.
           05  FILLER                   PIC X(32).
           05  GR-TOTAL-COUNT           PIC 9(05).
           05  GR-TOTAL-AMOUNT          PIC 9(09)V99.
           05  FILLER                   PIC X(32).
      *
      *     Benefit enrollments - one row per employee per plan,
      *     loaded at startup (kept open, as GARNORD is, so its record
      *     area is the work copy).
       FD  BENEFIT-ENROLL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BENEFIT-ENROLLMENT-REC.
           COPY BENENRL.
      *
      *     Retirement-plan control: annual deferral limit and the
      *     two-tier employer match formula - the match rate on
      *     deferrals up to the first percent of gross, and the rate
      *     on deferrals between the first and second percent.
       FD  BENEFIT-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BENEFIT-CONTROL-REC.
       01  BENEFIT-CONTROL-REC.
           05  BC-DEFERRAL-LIMIT        PIC 9(07)V99.
           05  BC-MATCH1-RATE           PIC 9V999.
           05  BC-MATCH1-UPTO           PIC V999.
           05  BC-MATCH2-RATE           PIC 9V999.
           05  BC-MATCH2-UPTO           PIC V999.
           05  FILLER                   PIC X(57).
      *
      *     Remittance extract to the benefit carriers: one 'D'
      *     detail per employee plan this run (employee and employer
      *     amounts; a retirement plan's are the deferral and the
      *     match), grouped by carrier, each closed by a 'T' total.
       FD  BENEFIT-REMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BENEFIT-REMIT-REC.
       01  BENEFIT-REMIT-REC.
           05  BR-REC-TYPE              PIC X(01).
               88  BR-DETAIL            VALUE 'D'.
               88  BR-CARRIER-TOTAL     VALUE 'T'.
           05  BR-CARRIER-ID            PIC X(06).
           05  BR-CARRIER-NAME          PIC X(25).
           05  BR-EMP-ID                PIC X(05).
           05  BR-PLAN-CODE             PIC X(04).
           05  BR-COVERAGE-TIER         PIC X(02).
           05  BR-PAY-DATE              PIC 9(08).
           05  BR-EE-AMOUNT             PIC 9(07)V99.
           05  BR-ER-AMOUNT             PIC 9(07)V99.
           05  FILLER                   PIC X(11).
       01  BENEFIT-REMIT-TOTAL-REC REDEFINES BENEFIT-REMIT-REC.
           05  FILLER                   PIC X(32).
           05  BR-TOTAL-COUNT           PIC 9(05).
           05  BR-TOTAL-EE              PIC 9(09)V99.
           05  BR-TOTAL-ER              PIC 9(09)V99.
           05  FILLER                   PIC X(21).
      *
       WORKING-STORAGE SECTION.
      *    Shared report-heading block (see RPTPARM.cpy) - company,
      *    report id, business date, page number, and the END OF
      *    REPORT trailer that makes the printout self-verifying.
       COPY RPTPARM.
      *    Run-control block (see JOBPARM.cpy) - the week's cards
      *    must have passed TCEDIT clean for the business date
      *    before payroll will run on them.
       COPY JOBPARM.
       01  PERSONNEL-REC.
           05  NAME             PIC X(20) .
           05  ADDR             PIC X(40).
               10  WS-EMP-PRENOTE       PIC 9(08).
               10  WS-EMP-HIRE-DATE     PIC 9(08).
               10  WS-EMP-DEPT          PIC X(04).
      *        Retirement deferral and employer match year to date.
               10  WS-EMP-YTD-DEFER     PIC 9(07)V99.
               10  WS-EMP-YTD-MATCH     PIC 9(07)V99.
      *        Employment status - a terminated employee is paid
      *        out once and stamped, then skipped.
               10  WS-EMP-STATUS        PIC X(01).
                   88  EMP-TERMINATED   VALUE 'T'.
               10  WS-EMP-TERM-DATE     PIC 9(08).
               10  WS-EMP-FINAL-DATE    PIC 9(08).
                   88  EMP-FINAL-PENDING VALUE ZERO.
       01  WS-EMP-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-EMP-MAX                   PIC S9(4) COMP VALUE 200.
       01  WS-TC-MATCHED-SW             PIC X VALUE 'N'.
                   INDEXED BY DP-IDX.
               10  WS-DP-DEPT           PIC X(04).
               10  WS-DP-GROSS          PIC S9(9)V99.
               10  WS-DP-BENEFIT        PIC S9(9)V99.
       01  WS-DP-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-DP-MAX                    PIC S9(4) COMP VALUE 20.
       01  WS-GL-DEBITS                 PIC S9(9)V99 VALUE ZERO.
           05  WS-PTO-OVERDRAWN-SW      PIC X       VALUE 'N'.
               88  PTO-OVERDRAWN        VALUE 'Y'.
           05  WS-CTR-PTO-REJECTS       PIC 9(4)    VALUE ZERO.
      *    Final pay for a terminated employee - the vacation still
      *    unused (accrued less taken this year) pays at straight
      *    rate on the last check.
       01  WS-FINAL-PAY-WS.
           05  WS-FINAL-VAC-HOURS       PIC 9(3)    VALUE ZERO.
           05  WS-FINAL-VAC-PAY         PIC 9(6)V99 VALUE ZERO.
           05  WS-CTR-FINAL-PAY         PIC 9(4)    VALUE ZERO.
           05  WS-CTR-TERMINATED-TC     PIC 9(4)    VALUE ZERO.
      *
      *    Pay stub lines.
       01  STUB-SEPARATOR-LINE.
           05  STUB-PTO-RATE            PIC ZZZ9.99.
           05  FILLER                   PIC X(03) VALUE ' = '.
           05  STUB-PTO-PAY             PIC $$$,$$$.99.
       01  STUB-FINAL-VAC-LINE.
           05  FILLER                   PIC X(10) VALUE 'VAC PAYOUT'.
           05  STUB-FV-HOURS            PIC ZZ9.
           05  FILLER                   PIC X(07) VALUE ' HRS @ '.
           05  STUB-FV-RATE             PIC ZZZ9.99.
           05  FILLER                   PIC X(03) VALUE ' = '.
           05  STUB-FV-PAY              PIC $$$,$$$.99.
           05  FILLER                   PIC X(13) VALUE
                     '   FINAL PAY'.
      *
       01  STUB-BONUS-LINE.
           05  FILLER                   PIC X(23) VALUE
           05  FILLER                   PIC X(23) VALUE
                     'TOTAL DEDUCTIONS    = '.
           05  STUB-DEDUCTIONS          PIC $$$,$$$.99.
       01  STUB-GARNISH-LINE.
           05  FILLER                   PIC X(09) VALUE 'GARNISH '.
           05  STUB-GARN-TYPE           PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  STUB-GARN-CASE           PIC X(12).
           05  STUB-GARN-AMT            PIC $$$,$$$.99.
       01  STUB-BENEFIT-LINE.
           05  FILLER                   PIC X(08) VALUE 'BENEFIT '.
           05  STUB-BEN-PLAN            PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  STUB-BEN-TIER            PIC X(02).
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  STUB-BEN-EE              PIC $$$,$$$.99.
           05  FILLER                   PIC X(13) VALUE
                     '   EMPLOYER: '.
           05  STUB-BEN-ER              PIC $$$,$$$.99.
       01  STUB-RETIRE-LINE.
           05  FILLER                   PIC X(08) VALUE 'DEFERRAL'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  STUB-RET-PLAN            PIC X(04).
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  STUB-RET-EE              PIC $$$,$$$.99.
           05  FILLER                   PIC X(13) VALUE
                     '   ER MATCH: '.
           05  STUB-RET-ER              PIC $$$,$$$.99.
       01  STUB-NET-LINE.
           05  FILLER                   PIC X(23) VALUE
                     'NET PAY             = '.
           05  WS-DED-AMT               PIC 9(4)V99 OCCURS 3 TIMES.
       01  WS-DED-TOTAL                 PIC 9(5)V99    VALUE ZERO.
       01  WS-NET-PAY                   PIC 9(6)V99    VALUE ZERO.
      *    What is left of gross as each item comes out of pay, in
      *    the order taken: pre-tax benefits, withholding, after-tax
      *    benefits, company deductions, garnishments.  An item the
      *    remainder cannot cover is taken only to zero and the
      *    amount not taken goes on the register as an exception.
       01  WS-NET-SHORT-WS.
           05  WS-NET-ROOM              PIC S9(7)V99 VALUE ZERO.
           05  WS-SHORT-AMT             PIC S9(7)V99 VALUE ZERO.
           05  WS-SHORT-ITEM            PIC X(15)    VALUE SPACES.
           05  WS-CTR-DED-SHORT         PIC 9(4)     VALUE ZERO.
           05  WS-BEN-PASS-SW           PIC X(01)    VALUE 'P'.
               88  BEN-PRE-TAX-PASS     VALUE 'P'.
               88  BEN-AFTER-TAX-PASS   VALUE 'A'.
      *    Run totals per deduction bucket and for net pay.
       01  WS-RUN-DEDUCTIONS.
           05  WS-RUN-DED-AMT           PIC 9(7)V99 OCCURS 3 TIMES.
      *    period date both come from it.
       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
      *
      *    Earnings history append.  A pay date already on the file
      *    means this is a rerun of a week that was recorded - the
      *    history is left alone rather than doubled.
       01  WS-EH-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EH-EOF-SW                 PIC X     VALUE 'N'.
           88  EH-EOF                   VALUE 'Y'.
       01  WS-EH-WRITE-SW               PIC X     VALUE 'N'.
           88  EH-WRITE-HISTORY         VALUE 'Y'.
       01  WS-CTR-HISTORY               PIC 9(5)  VALUE ZERO.
      *
      *    Garnishment orders on file, and the legal share of
      *    disposable earnings (gross less federal and state
      *    withholding) each order type may take.  Orders are taken
      *    in priority order and each one only gets what is left
      *    under its own type's limit after the orders ahead of it,
      *    so a creditor garnishment behind a support order is held
      *    to the creditor share in total.  A creditor garnishment
      *    also may not reach into the weekly exempt amount (30
      *    times the federal minimum wage).
       01  WS-GARN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-GARN-LOADED-SW            PIC X     VALUE 'N'.
           88  GARN-FILE-LOADED         VALUE 'Y'.
       01  WS-GARN-TABLE.
           05  WS-GO-ENTRY OCCURS 200 TIMES
                   INDEXED BY GO-IDX.
               10  WS-GO-RECORD         PIC X(100).
               10  WS-GO-DONE-SW        PIC X(01).
       01  WS-GO-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-GO-MAX                    PIC S9(4) COMP VALUE 200.
       01  WS-GARN-LIMIT-VALUES.
           05  FILLER                   PIC X(04) VALUE 'C500'.
           05  FILLER                   PIC X(04) VALUE 'G250'.
           05  FILLER                   PIC X(04) VALUE 'S150'.
           05  FILLER                   PIC X(04) VALUE 'T250'.
       01  WS-GARN-LIMIT-TABLE REDEFINES WS-GARN-LIMIT-VALUES.
           05  WS-GL-LIMIT-ENTRY OCCURS 4 TIMES
                   INDEXED BY GLT-IDX.
               10  WS-GLT-TYPE          PIC X(01).
               10  WS-GLT-PCT           PIC V999.
       77  WS-GARN-EXEMPT-WEEKLY        PIC 9(3)V99 VALUE 217.50.
       01  GARN-CALC-WS.
           05  WS-DISPOSABLE            PIC S9(7)V99 VALUE ZERO.
           05  WS-GARN-TOTAL            PIC S9(7)V99 VALUE ZERO.
           05  WS-GARN-WANTED           PIC S9(7)V99 VALUE ZERO.
           05  WS-GARN-ROOM             PIC S9(7)V99 VALUE ZERO.
           05  WS-GARN-WORK             PIC S9(7)V99 VALUE ZERO.
           05  WS-GARN-LIMIT-PCT        PIC V999     VALUE ZERO.
           05  WS-GARN-BEST-PRI         PIC 9(02)    VALUE ZERO.
           05  WS-GARN-NEXT-SUB         PIC S9(4) COMP VALUE ZERO.
           05  WS-GARN-SUB              PIC S9(4) COMP VALUE ZERO.
           05  WS-RUN-GARNISH           PIC S9(8)V99 VALUE ZERO.
           05  WS-CTR-GARNISH           PIC 9(5)     VALUE ZERO.
      *    This employee's orders withheld this pay (for the stub and
      *    register lines).
       01  WS-GARN-PAID-TABLE.
           05  WS-GP-ENTRY OCCURS 10 TIMES
                   INDEXED BY GP-IDX.
               10  WS-GP-ORDER-SUB      PIC S9(4) COMP.
               10  WS-GP-AMOUNT         PIC 9(7)V99.
       01  WS-GP-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-GP-MAX                    PIC S9(4) COMP VALUE 10.
      *    Every withholding this run, for the payee-grouped
      *    remittance extract.
       01  WS-REMIT-TABLE.
           05  WS-RM-ENTRY OCCURS 500 TIMES
                   INDEXED BY RM-IDX.
               10  WS-RM-ORDER-SUB      PIC S9(4) COMP.
               10  WS-RM-AMOUNT         PIC 9(7)V99.
               10  WS-RM-DONE-SW        PIC X(01).
       01  WS-RM-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-RM-MAX                    PIC S9(4) COMP VALUE 500.
       01  WS-RM-HOLD-PAYEE             PIC X(06) VALUE SPACES.
       01  WS-RM-PAYEE-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-RM-PAYEE-AMOUNT           PIC 9(09)V99 VALUE ZERO.
       01  WS-RM-SUB                    PIC S9(4) COMP VALUE ZERO.
      *
      *    Benefit enrollments on file and the retirement-plan
      *    limit and match formula (BENCTL overrides the defaults:
      *    23,500.00 a year; 100% of deferrals up to 3% of gross
      *    plus 50% of deferrals from 3% to 5%).
       01  WS-BEN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BENCTL-STATUS             PIC X(02) VALUE SPACES.
       01  WS-BEN-LOADED-SW             PIC X     VALUE 'N'.
           88  BEN-FILE-LOADED          VALUE 'Y'.
       01  WS-BEN-TABLE.
           05  WS-BE-ENTRY OCCURS 400 TIMES
                   INDEXED BY BE-IDX.
               10  WS-BE-RECORD         PIC X(100).
       01  WS-BE-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-BE-MAX                    PIC S9(4) COMP VALUE 400.
       01  WS-DEFERRAL-LIMIT            PIC 9(07)V99 VALUE 23500.00.
       01  WS-MATCH1-RATE               PIC 9V999    VALUE 1.000.
       01  WS-MATCH1-UPTO               PIC V999     VALUE .030.
       01  WS-MATCH2-RATE               PIC 9V999    VALUE 0.500.
       01  WS-MATCH2-UPTO               PIC V999     VALUE .050.
       01  BEN-CALC-WS.
           05  WS-BEN-EE-TOTAL          PIC 9(6)V99  VALUE ZERO.
           05  WS-BEN-PRETAX            PIC 9(6)V99  VALUE ZERO.
           05  WS-BEN-ER-TOTAL          PIC 9(6)V99  VALUE ZERO.
           05  WS-BEN-EE-PREMIUM        PIC 9(6)V99  VALUE ZERO.
           05  WS-BEN-ER-PREMIUM        PIC 9(6)V99  VALUE ZERO.
           05  WS-DEFERRAL              PIC 9(6)V99  VALUE ZERO.
           05  WS-ER-MATCH              PIC 9(6)V99  VALUE ZERO.
           05  WS-BEN-WORK              PIC S9(7)V99 VALUE ZERO.
           05  WS-MATCH-TIER1           PIC S9(7)V99 VALUE ZERO.
           05  WS-MATCH-TIER2           PIC S9(7)V99 VALUE ZERO.
           05  WS-RUN-BEN-EE-PREM       PIC S9(8)V99 VALUE ZERO.
           05  WS-RUN-BEN-ER-PREM       PIC S9(8)V99 VALUE ZERO.
           05  WS-RUN-DEFERRAL          PIC S9(8)V99 VALUE ZERO.
           05  WS-RUN-ER-MATCH          PIC S9(8)V99 VALUE ZERO.
      *    This employee's plans taken this pay (stub and register),
      *    and every one this run for the carrier remittance.
       01  WS-BEN-PAID-TABLE.
           05  WS-BP-ENTRY OCCURS 10 TIMES
                   INDEXED BY BP-IDX.
               10  WS-BP-ENROLL-SUB     PIC S9(4) COMP.
               10  WS-BP-EE-AMOUNT      PIC 9(7)V99.
               10  WS-BP-ER-AMOUNT      PIC 9(7)V99.
       01  WS-BP-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-BP-MAX                    PIC S9(4) COMP VALUE 10.
       01  WS-BEN-REMIT-TABLE.
           05  WS-BR-ENTRY OCCURS 1000 TIMES
                   INDEXED BY BRM-IDX.
               10  WS-BR-ENROLL-SUB     PIC S9(4) COMP.
               10  WS-BR-EE-AMOUNT      PIC 9(7)V99.
               10  WS-BR-ER-AMOUNT      PIC 9(7)V99.
               10  WS-BR-DONE-SW        PIC X(01).
       01  WS-BR-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-BR-MAX                    PIC S9(4) COMP VALUE 1000.
       01  WS-BR-HOLD-CARRIER           PIC X(06) VALUE SPACES.
       01  WS-BR-CARRIER-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-BR-CARRIER-EE             PIC 9(09)V99 VALUE ZERO.
       01  WS-BR-CARRIER-ER             PIC 9(09)V99 VALUE ZERO.
       01  WS-BR-SUB                    PIC S9(4) COMP VALUE ZERO.
      *
       01  REPORT-HEADER-LINE-1.
           05  FILLER                   PIC X(30) VALUE
           05  FILLER                   PIC X(30) VALUE
                     'TIMECARDS PTO OVERDRAWN     : '.
           05  WS-CTR-PTO-REJECTS-OUT   PIC ZZZ9.
      *
       01  FOOTER-LINE-7.
           05  FILLER                   PIC X(30) VALUE
                     'FINAL PAYS - TERMINATED     : '.
           05  WS-CTR-FINAL-PAY-OUT     PIC ZZZ9.
      *
       01  FOOTER-LINE-8.
           05  FILLER                   PIC X(30) VALUE
                     'TIMECARDS AFTER FINAL PAY   : '.
           05  WS-CTR-TERMINATED-TC-OUT PIC ZZZ9.
      *
       01  FOOTER-LINE-9.
           05  FILLER                   PIC X(30) VALUE
                     'DEDUCTIONS SHORT - NET ZERO : '.
           05  WS-CTR-DED-SHORT-OUT     PIC ZZZ9.
      *
       01  EXCEPTION-DETAIL-LINE.
           05  FILLER                   PIC X(03) VALUE '** '.
           05  EXC-NAME                 PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXC-REASON               PIC X(35).
      *
       01  DEDUCTION-SHORT-REASON.
           05  DSR-ITEM                 PIC X(15).
           05  FILLER                   PIC X(07) VALUE ' SHORT '.
           05  DSR-AMOUNT               PIC $$,$$9.99.
      *
       01  GARNISH-REGISTER-LINE.
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'GARNISH '.
           05  GRL-TYPE                 PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  GRL-CASE                 PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  GRL-PAYEE                PIC X(25).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  GRL-AMOUNT               PIC $$$,$$9.99.
      *
       01  BENEFIT-REGISTER-LINE.
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE
                     'BENEFITS  EE '.
           05  BRL-EE-PREM              PIC $$$,$$9.99.
           05  FILLER                   PIC X(12) VALUE
                     '  DEFERRAL '.
           05  BRL-DEFERRAL             PIC $$$,$$9.99.
           05  FILLER                   PIC X(06) VALUE '  ER '.
           05  BRL-ER-PREM              PIC $$$,$$9.99.
           05  FILLER                   PIC X(12) VALUE
                     '  ER MATCH '.
           05  BRL-ER-MATCH             PIC $$$,$$9.99.
      *
       01  FINAL-PAY-REGISTER-LINE.
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  FILLER                   PIC X(24) VALUE
                     'FINAL PAY - TERMINATED '.
           05  FPL-TERM-DATE            PIC 9999/99/99.
           05  FILLER                   PIC X(20) VALUE
                     '  UNUSED VACATION  '.
           05  FPL-HOURS                PIC ZZ9.
           05  FILLER                   PIC X(06) VALUE ' HRS  '.
           05  FPL-PAY                  PIC $$$,$$9.99.
      *
       01  FOOTER-BENEFIT-LINE.
           05  FOOTER-BEN-LABEL         PIC X(30).
           05  FB-AMOUNT                PIC $$,$$$,$$9.99.
      *
       01  FOOTER-GARNISH-LINE.
           05  FILLER                   PIC X(30) VALUE
                     'TOTAL GARNISHMENTS WITHHELD: '.
           05  FG-GARNISH               PIC $$,$$$,$$9.99.
      *
       01  RETRO-REGISTER-LINE.
           05  FILLER                   PIC X(09) VALUE 'RETRO    '.
                     "************  Nothing follows  *****************".
      *
       PROCEDURE DIVISION.
           PERFORM GET-BUSINESS-DATE.
           PERFORM VERIFY-PREDECESSORS.
           IF JC-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM LOAD-BONUS-TABLE.
           PERFORM LOAD-DEDUCT-TABLE.
           PERFORM LOAD-TAX-BRACKETS.
           PERFORM LOAD-ACCRUAL-TABLE.
           PERFORM LOAD-GARNISH-ORDERS.
           PERFORM LOAD-BENEFIT-ENROLLMENTS.
           INITIALIZE WS-RUN-DEDUCTIONS WS-PAY-DEDUCTIONS.
           PERFORM LOAD-EMPLOYEE-MASTER.
           PERFORM LOAD-YTD-PAY.
           PERFORM OPEN-EARNINGS-HISTORY.
           MOVE   'N' TO EOF-STAT.
           READ    TIMECARD-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM PAYROLL-HEADING.
           PERFORM WRITE-ADJUSTMENT-SECTION.
           PERFORM WRITE-DEPOSIT-TOTAL.
           PERFORM WRITE-GL-EXTRACT.
           PERFORM WRITE-GARNISH-REMITTANCE.
           PERFORM WRITE-BENEFIT-REMITTANCE.
           PERFORM WRITE-UPDATED-MASTER.
           PERFORM REWRITE-YTD-PAY.
           PERFORM DISPLAY-FOOTERS.
           PERFORM CLOSE-FILES.
           PERFORM STAMP-RUN-COMPLETE.
           GOBACK.
      *
      *  Timecards reach payroll only through the TCEDIT pre-edit:
      *  a held card must be cleared and TCEDIT rerun clean for the
      *  business date or payroll refuses to run.
       VERIFY-PREDECESSORS.
           SET JC-CHECK TO TRUE.
           MOVE 'MILLARD ' TO JC-JOB-NAME.
           MOVE WS-TODAY-DATE TO JC-BUSINESS-DATE.
           MOVE 1 TO JC-PRED-COUNT.
           MOVE 'TCEDIT  ' TO JC-PRED-NAME(1).
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *
       STAMP-RUN-COMPLETE.
           SET JC-STAMP TO TRUE.
           MOVE 'MILLARD ' TO JC-JOB-NAME.
           MOVE WS-TODAY-DATE TO JC-BUSINESS-DATE.
           MOVE RETURN-CODE TO JC-RETURN-CODE.
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *    The CALL leaves its own return code behind - put back
      *    the one this job ended with.
           MOVE JC-RETURN-CODE TO RETURN-CODE.
      *
       OPEN-FILES.
           OPEN INPUT  EMPLOYEE-MASTER-FILE, TIMECARD-FILE.
                       TAX-BRACKET-FILE.
           OPEN OUTPUT PAYROLL-REGISTER, PAY-STUB-FILE,
                       DEPOSIT-EXTRACT, EMPLOYEE-MASTER-OUT,
                       GL-EXTRACT, GARNISH-REMIT-FILE,
                       BENEFIT-REMIT-FILE.
      *
       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
               CLOSE RUN-DATE-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *
      ****** Earnings history is appended only if this pay date is not
      ****** already on it; a missing file is started fresh.
       OPEN-EARNINGS-HISTORY.
           MOVE 'Y' TO WS-EH-WRITE-SW.
           OPEN INPUT EARNINGS-HISTORY.
           IF WS-EH-STATUS = '00'
               MOVE 'N' TO WS-EH-EOF-SW
               READ EARNINGS-HISTORY
                   AT END MOVE 'Y' TO WS-EH-EOF-SW
               END-READ
               PERFORM UNTIL EH-EOF
                   IF EH-PAY-DATE = WS-TODAY-DATE
                       MOVE 'N' TO WS-EH-WRITE-SW
                       MOVE 'Y' TO WS-EH-EOF-SW
                   ELSE
                       READ EARNINGS-HISTORY
                           AT END MOVE 'Y' TO WS-EH-EOF-SW
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE EARNINGS-HISTORY
           END-IF.
           IF EH-WRITE-HISTORY
               OPEN EXTEND EARNINGS-HISTORY
               IF WS-EH-STATUS NOT = '00'
                   OPEN OUTPUT EARNINGS-HISTORY
               END-IF
           ELSE
               DISPLAY 'MILLARD: PAY DATE ' WS-TODAY-DATE
                       ' ALREADY ON EARNHIST - HISTORY NOT APPENDED'
           END-IF.
      *
       LOAD-BONUS-TABLE.
           MOVE 'N' TO EOF-STAT.
       ACCRUE-PTO.
           IF WS-AC-CTR = ZERO
              OR WS-EMP-HIRE-DATE(EMP-IDX) = ZERO
              OR EMP-TERMINATED(EMP-IDX)
               CONTINUE
           ELSE
               COMPUTE INT-HIRE-DATE = FUNCTION INTEGER-OF-DATE
               END-IF
               MOVE ZERO TO WS-EMP-YTD-FED(EMP-IDX)
                            WS-EMP-YTD-ST(EMP-IDX)
                            WS-EMP-YTD-DEFER(EMP-IDX)
                            WS-EMP-YTD-MATCH(EMP-IDX)
               MOVE EM-ROUTING-NO   TO WS-EMP-ROUTING(EMP-IDX)
               MOVE EM-ACCOUNT-NO   TO WS-EMP-ACCOUNT(EMP-IDX)
               MOVE EM-DEPOSIT-FLAG TO WS-EMP-DEP-FLAG(EMP-IDX)
                   MOVE ZERO TO WS-EMP-HIRE-DATE(EMP-IDX)
               END-IF
               MOVE EM-DEPT TO WS-EMP-DEPT(EMP-IDX)
               MOVE EM-STATUS TO WS-EMP-STATUS(EMP-IDX)
               IF EM-TERM-DATE NUMERIC
                   MOVE EM-TERM-DATE TO WS-EMP-TERM-DATE(EMP-IDX)
               ELSE
                   MOVE ZERO TO WS-EMP-TERM-DATE(EMP-IDX)
               END-IF
               IF EM-FINAL-PAY-DATE NUMERIC
                   MOVE EM-FINAL-PAY-DATE
                        TO WS-EMP-FINAL-DATE(EMP-IDX)
               ELSE
                   MOVE ZERO TO WS-EMP-FINAL-DATE(EMP-IDX)
               END-IF
               READ EMPLOYEE-MASTER-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
                               MOVE YP-ST-WH
                                    TO WS-EMP-YTD-ST(EMP-IDX)
                           END-IF
                           IF YP-DEFERRAL NUMERIC
                               MOVE YP-DEFERRAL
                                    TO WS-EMP-YTD-DEFER(EMP-IDX)
                           END-IF
                           IF YP-ER-MATCH NUMERIC
                               MOVE YP-ER-MATCH
                                    TO WS-EMP-YTD-MATCH(EMP-IDX)
                           END-IF
                   END-SEARCH
                   READ YTD-PAY-FILE
                       AT END MOVE 'Y' TO EOF-STAT
               MOVE WS-EMP-YTD-SICK(EMP-IDX)  TO YP-SICK-TAKEN
               MOVE WS-EMP-YTD-FED(EMP-IDX)   TO YP-FED-WH
               MOVE WS-EMP-YTD-ST(EMP-IDX)    TO YP-ST-WH
               MOVE WS-EMP-YTD-DEFER(EMP-IDX) TO YP-DEFERRAL
               MOVE WS-EMP-YTD-MATCH(EMP-IDX) TO YP-ER-MATCH
               WRITE YTD-PAY-REC
           END-PERFORM.
           CLOSE YTD-PAY-FILE.
               WHEN WS-EMP-ID(EMP-IDX) = TC-EMP-ID
                   SET TIMECARD-MATCHED TO TRUE
           END-SEARCH.
           IF TIMECARD-MATCHED
              AND EMP-TERMINATED(EMP-IDX)
              AND NOT EMP-FINAL-PENDING(EMP-IDX)
               MOVE 'Y'                  TO WS-EMP-MATCHED-SW(EMP-IDX)
               ADD 1 TO WS-CTR-TERMINATED-TC
               MOVE SPACES    TO EXCEPTION-DETAIL-LINE
               MOVE '** '     TO EXCEPTION-DETAIL-LINE(1:3)
               MOVE TC-EMP-ID TO EXC-EMP-ID
               MOVE WS-EMP-NAME(EMP-IDX) TO EXC-NAME
               MOVE 'TERMINATED - FINAL PAY ALREADY MADE'
                    TO EXC-REASON
               WRITE PAYROLL-REGISTER-REC
                     FROM EXCEPTION-DETAIL-LINE
                     AFTER ADVANCING 1 LINE
           ELSE
           IF TIMECARD-MATCHED AND TC-ADJUSTMENT
               MOVE 'Y'                  TO WS-EMP-MATCHED-SW(EMP-IDX)
               PERFORM PROCESS-ADJUSTMENT
               WRITE PAYROLL-REGISTER-REC FROM EXCEPTION-DETAIL-LINE
                     AFTER ADVANCING 1 LINE
           END-IF
           END-IF
           END-IF.
           READ TIMECARD-FILE AT END MOVE 'Y' TO EOF-STAT.
      *
      *
      ****** Employees on the master who sent no timecard this week -
      ****** surfaced rather than silently skipped.
      ****** A terminated employee still owed final pay (no regular
      ****** card paid it this run) is paid it here with no hours
      ****** worked; one already paid out has dropped off payroll
      ****** and is not an exception.
       REPORT-UNWORKED-MASTERS.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-EMP-CTR
               IF EMP-TERMINATED(EMP-IDX)
                   IF EMP-FINAL-PENDING(EMP-IDX)
                       MOVE 'Y' TO WS-EMP-MATCHED-SW(EMP-IDX)
                       MOVE SPACES TO TIMECARD-REC
                       MOVE WS-EMP-ID(EMP-IDX) TO TC-EMP-ID
                       MOVE ZERO TO TC-REG-HOURS TC-VAC-HOURS
                                    TC-SICK-HOURS TC-HOL-HOURS
                       MOVE WS-EMP-NAME(EMP-IDX) TO NAME
                       MOVE WS-EMP-ADDR(EMP-IDX) TO ADDR
                       MOVE WS-EMP-JOB(EMP-IDX)  TO JOB
                       MOVE WS-EMP-RATE(EMP-IDX) TO RATE
                       MOVE ZERO                 TO HOURS
                       PERFORM CONDITIONAL-SELECTION
                       PERFORM DISPLAY-DATA-PARAGRAPH
                   END-IF
               END-IF
               IF NOT EMP-HAS-TIMECARD(EMP-IDX)
                  AND NOT EMP-TERMINATED(EMP-IDX)
                   ADD 1 TO WS-CTR-NO-TIMECARD
                   MOVE SPACES             TO EXCEPTION-DETAIL-LINE
                   MOVE '** '              TO
           ADD WS-PTO-HOURS TO HOURS.
           ADD TC-VAC-HOURS  TO WS-EMP-YTD-VAC(EMP-IDX).
           ADD TC-SICK-HOURS TO WS-EMP-YTD-SICK(EMP-IDX).
           PERFORM PAY-FINAL-VACATION.
           ADD HOURS            TO WS-EMP-YTD-HOURS(EMP-IDX).
           ADD GROSS-PAY        TO WS-EMP-YTD-GROSS(EMP-IDX).
           ADD WS-OVERTIME-PAY  TO WS-EMP-YTD-OT(EMP-IDX).
           MOVE HOURS           TO HOURS-OUT.
           MOVE GROSS-PAY       TO GROSS-PAY-OUT.
           PERFORM ACCRUE-PTO.
           MOVE GROSS-PAY TO WS-NET-ROOM.
           PERFORM APPLY-BENEFITS.
           PERFORM COMPUTE-TAX-WITHHOLDING.
           PERFORM APPLY-AFTER-TAX-BENEFITS.
           PERFORM APPLY-DEDUCTIONS.
           PERFORM APPLY-GARNISHMENTS.
           PERFORM WRITE-DIRECT-DEPOSIT.
           PERFORM WRITE-REGISTER-LINE.
           PERFORM WRITE-PAY-STUB.
           PERFORM WRITE-EARNINGS-HISTORY.
           ADD 1           TO WS-CTR-EMPLOYEES.
           ADD HOURS       TO WS-TOTAL-HOURS.
           ADD GROSS-PAY   TO WS-TOTAL-GROSS-PAY.
           MOVE WS-EMP-DEPT(EMP-IDX) TO WS-GL-HOLD-DEPT.
           MOVE GROSS-PAY            TO WS-GL-HOLD-AMT.
           PERFORM POST-DEPT-GROSS.
           COMPUTE WS-GL-HOLD-AMT = WS-BEN-ER-TOTAL.
           PERFORM POST-DEPT-BENEFIT.
      *
      ****** Final pay: a terminated employee's unused vacation
      ****** (the accrued balance less what was taken this year)
      ****** pays out at straight rate on this check, the balance is
      ****** used up, and the master is stamped so the employee
      ****** drops off payroll from the next run.  Accrual stops at
      ****** termination (ACCRUE-PTO).
       PAY-FINAL-VACATION.
           MOVE ZERO TO WS-FINAL-VAC-HOURS WS-FINAL-VAC-PAY.
           IF EMP-TERMINATED(EMP-IDX)
              AND EMP-FINAL-PENDING(EMP-IDX)
               IF WS-EMP-VAC-ACCRUED(EMP-IDX) >
                  WS-EMP-YTD-VAC(EMP-IDX)
                   COMPUTE WS-FINAL-VAC-HOURS =
                           WS-EMP-VAC-ACCRUED(EMP-IDX)
                           - WS-EMP-YTD-VAC(EMP-IDX)
               END-IF
               COMPUTE WS-FINAL-VAC-PAY ROUNDED =
                       WS-FINAL-VAC-HOURS * RATE
               ADD WS-FINAL-VAC-PAY   TO GROSS-PAY
               ADD WS-FINAL-VAC-HOURS TO HOURS
               ADD WS-FINAL-VAC-HOURS TO WS-EMP-YTD-VAC(EMP-IDX)
               MOVE WS-TODAY-DATE TO WS-EMP-FINAL-DATE(EMP-IDX)
               ADD 1 TO WS-CTR-FINAL-PAY
           END-IF.
      *
      ****** A prior-period adjustment prices its signed hour
      ****** deltas at the employee's straight rate, pays as a retro
           MOVE WS-EMP-DEPT(EMP-IDX) TO WS-GL-HOLD-DEPT.
           MOVE WS-RETRO-PAY         TO WS-GL-HOLD-AMT.
           PERFORM POST-DEPT-GROSS.
           IF EH-WRITE-HISTORY
               MOVE SPACES             TO EARNINGS-HISTORY-REC
               MOVE WS-EMP-ID(EMP-IDX) TO EH-EMP-ID
               MOVE WS-TODAY-DATE      TO EH-PAY-DATE
               MOVE 'R'                TO EH-REC-TYPE
               MOVE WS-RETRO-PAY       TO EH-GROSS EH-NET
               PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > 3
                   MOVE ZERO TO EH-DED-AMT(WS-DED-SUB)
               END-PERFORM
               MOVE ZERO               TO EH-FED-WH EH-ST-WH
                                          EH-GARNISH EH-BENEFIT-EE
               MOVE WS-EMP-DEPT(EMP-IDX) TO EH-DEPT
               WRITE EARNINGS-HISTORY-REC
               ADD 1 TO WS-CTR-HISTORY
           END-IF.
           IF WS-AJ-CTR < WS-AJ-MAX
               ADD 1 TO WS-AJ-CTR
               SET AJ-IDX TO WS-AJ-CTR
                       SET DP-IDX TO WS-DP-CTR
                       MOVE WS-GL-HOLD-DEPT TO WS-DP-DEPT(DP-IDX)
                       MOVE ZERO            TO WS-DP-GROSS(DP-IDX)
                                               WS-DP-BENEFIT(DP-IDX)
                       ADD WS-GL-HOLD-AMT   TO WS-DP-GROSS(DP-IDX)
                   END-IF
               WHEN WS-DP-DEPT(DP-IDX) = WS-GL-HOLD-DEPT
                   ADD WS-GL-HOLD-AMT TO WS-DP-GROSS(DP-IDX)
           END-SEARCH.
      *
      ****** Employer benefit cost accumulates by department beside
      ****** the wage expense (the department entry already exists -
      ****** POST-DEPT-GROSS ran first for the same employee).
       POST-DEPT-BENEFIT.
           SET DP-IDX TO 1.
           SEARCH WS-DP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DP-DEPT(DP-IDX) = WS-GL-HOLD-DEPT
                   ADD WS-GL-HOLD-AMT TO WS-DP-BENEFIT(DP-IDX)
           END-SEARCH.
      *
      ****** The GL posting extract - debits (wage expense by
      ****** department) must balance to credits (deductions,
      ****** withholding, net pay) against the register's own run
           MOVE ZERO TO WS-GL-DEBITS WS-GL-CREDITS.
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > WS-DP-CTR
               ADD WS-DP-GROSS(DP-IDX)   TO WS-GL-DEBITS
               ADD WS-DP-BENEFIT(DP-IDX) TO WS-GL-DEBITS
           END-PERFORM.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 3
           END-PERFORM.
           ADD WS-RUN-FED-WH    TO WS-GL-CREDITS.
           ADD WS-RUN-ST-WH     TO WS-GL-CREDITS.
           ADD WS-RUN-GARNISH   TO WS-GL-CREDITS.
           ADD WS-RUN-BEN-EE-PREM WS-RUN-BEN-ER-PREM
               WS-RUN-DEFERRAL    WS-RUN-ER-MATCH TO WS-GL-CREDITS.
           ADD WS-TOTAL-NET-PAY TO WS-GL-CREDITS.
           IF WS-GL-DEBITS NOT = WS-GL-CREDITS
               DISPLAY 'MILLARD: GL EXTRACT OUT OF BALANCE - '
                   MOVE WS-DP-DEPT(DP-IDX)  TO GL-DEPT
                   MOVE WS-DP-GROSS(DP-IDX) TO GL-AMOUNT
                   WRITE GL-EXTRACT-REC
                   IF WS-DP-BENEFIT(DP-IDX) NOT = ZERO
                       MOVE SPACES TO GL-EXTRACT-REC
                       MOVE 'D'    TO GL-ENTRY-TYPE
                       MOVE 'EMPLOYER BENEFITS' TO GL-ACCOUNT-DESC
                       MOVE WS-DP-DEPT(DP-IDX)    TO GL-DEPT
                       MOVE WS-DP-BENEFIT(DP-IDX) TO GL-AMOUNT
                       WRITE GL-EXTRACT-REC
                   END-IF
               END-PERFORM
               PERFORM VARYING DED-IDX FROM 1 BY 1
                       UNTIL DED-IDX > WS-DED-CTR
               MOVE SPACES        TO GL-DEPT
               MOVE WS-RUN-ST-WH  TO GL-AMOUNT
               WRITE GL-EXTRACT-REC
               IF WS-RUN-GARNISH NOT = ZERO
                   MOVE SPACES TO GL-EXTRACT-REC
                   MOVE 'C'    TO GL-ENTRY-TYPE
                   MOVE 'GARNISHMENT PAYABLE' TO GL-ACCOUNT-DESC
                   MOVE SPACES         TO GL-DEPT
                   MOVE WS-RUN-GARNISH TO GL-AMOUNT
                   WRITE GL-EXTRACT-REC
               END-IF
               IF WS-RUN-BEN-EE-PREM NOT = ZERO
                  OR WS-RUN-BEN-ER-PREM NOT = ZERO
                   MOVE SPACES TO GL-EXTRACT-REC
                   MOVE 'C'    TO GL-ENTRY-TYPE
                   MOVE 'BENEFIT PREM PAYABLE' TO GL-ACCOUNT-DESC
                   MOVE SPACES TO GL-DEPT
                   COMPUTE GL-AMOUNT = WS-RUN-BEN-EE-PREM
                                     + WS-RUN-BEN-ER-PREM
                   WRITE GL-EXTRACT-REC
               END-IF
               IF WS-RUN-DEFERRAL NOT = ZERO
                  OR WS-RUN-ER-MATCH NOT = ZERO
                   MOVE SPACES TO GL-EXTRACT-REC
                   MOVE 'C'    TO GL-ENTRY-TYPE
                   MOVE 'RETIREMENT PAYABLE' TO GL-ACCOUNT-DESC
                   MOVE SPACES TO GL-DEPT
                   COMPUTE GL-AMOUNT = WS-RUN-DEFERRAL
                                     + WS-RUN-ER-MATCH
                   WRITE GL-EXTRACT-REC
               END-IF
               MOVE SPACES TO GL-EXTRACT-REC
               MOVE 'C'    TO GL-ENTRY-TYPE
               MOVE 'NET PAY' TO GL-ACCOUNT-DESC
               MOVE WS-EMP-PRENOTE(EMP-IDX)    TO EM-PRENOTE-DATE
               MOVE WS-EMP-HIRE-DATE(EMP-IDX)  TO EM-HIRE-DATE
               MOVE WS-EMP-DEPT(EMP-IDX)       TO EM-DEPT
               MOVE WS-EMP-STATUS(EMP-IDX)     TO EM-STATUS
               MOVE WS-EMP-TERM-DATE(EMP-IDX)  TO EM-TERM-DATE
               MOVE WS-EMP-FINAL-DATE(EMP-IDX) TO EM-FINAL-PAY-DATE
               WRITE EMPLOYEE-MASTER-OUT-REC
                     FROM EMPLOYEE-MASTER-REC
           END-PERFORM.
      ****** tax back to a weekly amount.
       COMPUTE-TAX-WITHHOLDING.
           COMPUTE WS-ANNUAL-WAGE =
                   (GROSS-PAY - WS-BEN-PRETAX
                    - (WS-EMP-ALLOWANCES(EMP-IDX)
                       * WS-ALLOWANCE-WEEKLY)) * 52.
           IF WS-ANNUAL-WAGE < ZERO
           MOVE 'S' TO WS-TAX-JURIS-WANTED.
           PERFORM PRICE-ONE-JURISDICTION.
           MOVE WS-ANNUAL-TAX TO WS-ST-WH.
      *    Withholding is held to what the pre-tax benefits left.
           IF WS-FED-WH > WS-NET-ROOM
               COMPUTE WS-SHORT-AMT = WS-FED-WH - WS-NET-ROOM
               MOVE WS-NET-ROOM TO WS-FED-WH
               MOVE 'FEDERAL WH' TO WS-SHORT-ITEM
               PERFORM REPORT-DEDUCTION-SHORT
           END-IF.
           SUBTRACT WS-FED-WH FROM WS-NET-ROOM.
           IF WS-ST-WH > WS-NET-ROOM
               COMPUTE WS-SHORT-AMT = WS-ST-WH - WS-NET-ROOM
               MOVE WS-NET-ROOM TO WS-ST-WH
               MOVE 'STATE WH' TO WS-SHORT-ITEM
               PERFORM REPORT-DEDUCTION-SHORT
           END-IF.
           SUBTRACT WS-ST-WH FROM WS-NET-ROOM.
           ADD WS-FED-WH TO WS-RUN-FED-WH.
           ADD WS-ST-WH  TO WS-RUN-ST-WH.
           ADD WS-FED-WH TO WS-EMP-YTD-FED(EMP-IDX).
           END-IF.
      *
      ****** Company-standard deductions applied to every employee's
      ****** gross - flat amount or percentage per the schedule, in
      ****** schedule order, each held to what is left of the pay.
       APPLY-DEDUCTIONS.
           MOVE ZERO TO WS-DED-TOTAL.
           INITIALIZE WS-PAY-DEDUCTIONS.
                   MOVE WS-DED-FLAT(DED-IDX)
                        TO WS-DED-AMT(WS-DED-SUB)
               END-IF
               IF WS-DED-AMT(WS-DED-SUB) > WS-NET-ROOM
                   COMPUTE WS-SHORT-AMT =
                           WS-DED-AMT(WS-DED-SUB) - WS-NET-ROOM
                   MOVE WS-NET-ROOM  TO WS-DED-AMT(WS-DED-SUB)
                   MOVE 'DEDUCTION'  TO WS-SHORT-ITEM
                   MOVE WS-DED-CODE(DED-IDX)
                        TO WS-SHORT-ITEM(11:3)
                   PERFORM REPORT-DEDUCTION-SHORT
               END-IF
               SUBTRACT WS-DED-AMT(WS-DED-SUB) FROM WS-NET-ROOM
               ADD WS-DED-AMT(WS-DED-SUB) TO WS-DED-TOTAL
               ADD WS-DED-AMT(WS-DED-SUB)
                   TO WS-RUN-DED-AMT(WS-DED-SUB)
           END-PERFORM.
           MOVE WS-NET-ROOM TO WS-NET-PAY.
      *
      *    An item the rest of the pay cannot cover: WS-SHORT-ITEM
      *    names it, WS-SHORT-AMT is the part not taken.
       REPORT-DEDUCTION-SHORT.
           ADD 1 TO WS-CTR-DED-SHORT.
           MOVE WS-SHORT-ITEM        TO DSR-ITEM.
           MOVE WS-SHORT-AMT         TO DSR-AMOUNT.
           MOVE SPACES               TO EXCEPTION-DETAIL-LINE.
           MOVE '** '                TO EXCEPTION-DETAIL-LINE(1:3).
           MOVE WS-EMP-ID(EMP-IDX)   TO EXC-EMP-ID.
           MOVE WS-EMP-NAME(EMP-IDX) TO EXC-NAME.
           MOVE DEDUCTION-SHORT-REASON TO EXC-REASON.
           WRITE PAYROLL-REGISTER-REC FROM EXCEPTION-DETAIL-LINE
                 AFTER ADVANCING 1 LINE.
      *
      ****** Benefit plans in effect on the pay date: the employee
      ****** share comes out of pay (pre-tax shares ahead of the
      ****** withholding computation), the employer share is cost on
      ****** top.  A retirement plan defers its percent of gross up
      ****** to what the annual limit leaves after YTD, and the
      ****** employer matches the deferral actually taken.
      ****** Pre-tax plans are taken here, after-tax plans once the
      ****** withholding is out; each employee share is held to what
      ****** is left of the pay.
       APPLY-BENEFITS.
           MOVE ZERO TO WS-BEN-EE-TOTAL WS-BEN-PRETAX WS-BEN-ER-TOTAL
                        WS-BEN-EE-PREMIUM WS-BEN-ER-PREMIUM
                        WS-DEFERRAL WS-ER-MATCH WS-BP-CTR.
           SET BEN-PRE-TAX-PASS TO TRUE.
           PERFORM TAKE-BENEFIT-PLANS.
      *
       APPLY-AFTER-TAX-BENEFITS.
           SET BEN-AFTER-TAX-PASS TO TRUE.
           PERFORM TAKE-BENEFIT-PLANS.
           COMPUTE WS-BEN-ER-TOTAL = WS-BEN-ER-PREMIUM + WS-ER-MATCH.
      *
       TAKE-BENEFIT-PLANS.
           PERFORM VARYING BE-IDX FROM 1 BY 1
                   UNTIL BE-IDX > WS-BE-CTR
               IF WS-BE-RECORD(BE-IDX)(1:5) = WS-EMP-ID(EMP-IDX)
                   MOVE WS-BE-RECORD(BE-IDX) TO BENEFIT-ENROLLMENT-REC
                   IF BE-START-DATE NOT > WS-TODAY-DATE
                      AND (BE-STOP-DATE = ZERO
                           OR BE-STOP-DATE NOT < WS-TODAY-DATE)
                      AND ((BE-AFTER-TAX AND BEN-AFTER-TAX-PASS)
                           OR (NOT BE-AFTER-TAX AND BEN-PRE-TAX-PASS))
                       IF BE-RETIREMENT-PLAN
                           PERFORM APPLY-RETIREMENT-PLAN
                       ELSE
                           PERFORM APPLY-PREMIUM-PLAN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       APPLY-PREMIUM-PLAN.
           MOVE BE-EE-SHARE TO WS-BEN-WORK.
           IF WS-BEN-WORK > WS-NET-ROOM
               COMPUTE WS-SHORT-AMT = WS-BEN-WORK - WS-NET-ROOM
               MOVE WS-NET-ROOM  TO WS-BEN-WORK
               MOVE 'BENEFIT'    TO WS-SHORT-ITEM
               MOVE BE-PLAN-CODE TO WS-SHORT-ITEM(9:4)
               PERFORM REPORT-DEDUCTION-SHORT
           END-IF.
           SUBTRACT WS-BEN-WORK FROM WS-NET-ROOM.
           ADD WS-BEN-WORK TO WS-BEN-EE-PREMIUM WS-BEN-EE-TOTAL
                              WS-RUN-BEN-EE-PREM.
           ADD BE-ER-SHARE TO WS-BEN-ER-PREMIUM WS-RUN-BEN-ER-PREM.
           IF NOT BE-AFTER-TAX
               ADD WS-BEN-WORK TO WS-BEN-PRETAX
           END-IF.
           MOVE BE-ER-SHARE TO WS-MATCH-TIER1.
           PERFORM RECORD-BENEFIT-TAKEN.
      *
       APPLY-RETIREMENT-PLAN.
           COMPUTE WS-BEN-WORK ROUNDED = GROSS-PAY * BE-DEFERRAL-PCT.
           COMPUTE WS-MATCH-TIER2 = WS-DEFERRAL-LIMIT
                                  - WS-EMP-YTD-DEFER(EMP-IDX).
           IF WS-MATCH-TIER2 < ZERO
               MOVE ZERO TO WS-MATCH-TIER2
           END-IF.
           IF WS-BEN-WORK > WS-MATCH-TIER2
               MOVE WS-MATCH-TIER2 TO WS-BEN-WORK
           END-IF.
           IF WS-BEN-WORK > WS-NET-ROOM
               COMPUTE WS-SHORT-AMT = WS-BEN-WORK - WS-NET-ROOM
               MOVE WS-NET-ROOM  TO WS-BEN-WORK
               MOVE 'DEFERRAL'   TO WS-SHORT-ITEM
               MOVE BE-PLAN-CODE TO WS-SHORT-ITEM(10:4)
               PERFORM REPORT-DEDUCTION-SHORT
           END-IF.
           SUBTRACT WS-BEN-WORK FROM WS-NET-ROOM.
           MOVE WS-BEN-WORK TO WS-DEFERRAL.
      *    Match: tier-1 rate on deferrals up to the first percent of
      *    gross, tier-2 rate on deferrals between the two percents.
           COMPUTE WS-MATCH-TIER1 ROUNDED = GROSS-PAY * WS-MATCH1-UPTO.
           IF WS-DEFERRAL < WS-MATCH-TIER1
               MOVE WS-DEFERRAL TO WS-MATCH-TIER1
           END-IF.
           COMPUTE WS-MATCH-TIER2 ROUNDED =
                   GROSS-PAY * (WS-MATCH2-UPTO - WS-MATCH1-UPTO).
           IF WS-MATCH-TIER2 < ZERO
               MOVE ZERO TO WS-MATCH-TIER2
           END-IF.
           IF WS-DEFERRAL - WS-MATCH-TIER1 < WS-MATCH-TIER2
               COMPUTE WS-MATCH-TIER2 = WS-DEFERRAL - WS-MATCH-TIER1
           END-IF.
           COMPUTE WS-ER-MATCH ROUNDED =
                   (WS-MATCH-TIER1 * WS-MATCH1-RATE)
                 + (WS-MATCH-TIER2 * WS-MATCH2-RATE).
           ADD WS-DEFERRAL TO WS-BEN-EE-TOTAL WS-RUN-DEFERRAL
                              WS-EMP-YTD-DEFER(EMP-IDX).
           ADD WS-ER-MATCH TO WS-RUN-ER-MATCH
                              WS-EMP-YTD-MATCH(EMP-IDX).
           IF NOT BE-AFTER-TAX
               ADD WS-DEFERRAL TO WS-BEN-PRETAX
           END-IF.
           MOVE WS-DEFERRAL TO WS-BEN-WORK.
           MOVE WS-ER-MATCH TO WS-MATCH-TIER1.
           PERFORM RECORD-BENEFIT-TAKEN.
      *
      *    WS-BEN-WORK / WS-MATCH-TIER1 carry the employee and
      *    employer amounts of the plan just applied.
       RECORD-BENEFIT-TAKEN.
           IF WS-BEN-WORK > ZERO OR WS-MATCH-TIER1 > ZERO
               IF WS-BP-CTR < WS-BP-MAX
                   ADD 1 TO WS-BP-CTR
                   SET BP-IDX TO WS-BP-CTR
                   SET WS-BP-ENROLL-SUB(BP-IDX) TO BE-IDX
                   MOVE WS-BEN-WORK    TO WS-BP-EE-AMOUNT(BP-IDX)
                   MOVE WS-MATCH-TIER1 TO WS-BP-ER-AMOUNT(BP-IDX)
               END-IF
               IF WS-BR-CTR < WS-BR-MAX
                   ADD 1 TO WS-BR-CTR
                   SET BRM-IDX TO WS-BR-CTR
                   SET WS-BR-ENROLL-SUB(BRM-IDX) TO BE-IDX
                   MOVE WS-BEN-WORK    TO WS-BR-EE-AMOUNT(BRM-IDX)
                   MOVE WS-MATCH-TIER1 TO WS-BR-ER-AMOUNT(BRM-IDX)
                   MOVE 'N'            TO WS-BR-DONE-SW(BRM-IDX)
               ELSE
                   DISPLAY 'WARNING: BENEFIT REMITTANCE TABLE FULL - '
                           BE-EMP-ID ' ' BE-PLAN-CODE
                           ' NOT ON BENRMT'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *
      *    Missing or unreadable BENENRL means nobody is enrolled;
      *    missing BENCTL keeps the default limit and match formula.
       LOAD-BENEFIT-ENROLLMENTS.
           OPEN INPUT BENEFIT-ENROLL-FILE.
           IF WS-BEN-STATUS = '00'
               MOVE 'Y' TO WS-BEN-LOADED-SW
               MOVE 'N' TO EOF-STAT
               READ BENEFIT-ENROLL-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM VARYING BE-IDX FROM 1 BY 1 UNTIL
                       BE-IDX > WS-BE-MAX OR END-OF-FILE
                   ADD 1 TO WS-BE-CTR
                   IF BE-EE-SHARE NOT NUMERIC
                       MOVE ZERO TO BE-EE-SHARE
                   END-IF
                   IF BE-ER-SHARE NOT NUMERIC
                       MOVE ZERO TO BE-ER-SHARE
                   END-IF
                   IF BE-DEFERRAL-PCT NOT NUMERIC
                       MOVE ZERO TO BE-DEFERRAL-PCT
                   END-IF
                   IF BE-STOP-DATE NOT NUMERIC
                       MOVE ZERO TO BE-STOP-DATE
                   END-IF
                   MOVE BENEFIT-ENROLLMENT-REC TO WS-BE-RECORD(BE-IDX)
                   READ BENEFIT-ENROLL-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               IF NOT END-OF-FILE
                   DISPLAY 'WARNING: BENEFIT ENROLLMENT FILE HAS MORE '
                           'THAN ' WS-BE-MAX
                           ' ENTRIES - REMAINING ROWS IGNORED'
               END-IF
               MOVE 'N' TO EOF-STAT
           END-IF.
           OPEN INPUT BENEFIT-CONTROL-FILE.
           IF WS-BENCTL-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ BENEFIT-CONTROL-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   IF BC-DEFERRAL-LIMIT NUMERIC
                      AND BC-DEFERRAL-LIMIT > ZERO
                       MOVE BC-DEFERRAL-LIMIT TO WS-DEFERRAL-LIMIT
                   END-IF
                   IF BC-MATCH1-RATE NUMERIC
                      AND BC-MATCH1-UPTO NUMERIC
                      AND BC-MATCH2-RATE NUMERIC
                      AND BC-MATCH2-UPTO NUMERIC
                       MOVE BC-MATCH1-RATE TO WS-MATCH1-RATE
                       MOVE BC-MATCH1-UPTO TO WS-MATCH1-UPTO
                       MOVE BC-MATCH2-RATE TO WS-MATCH2-RATE
                       MOVE BC-MATCH2-UPTO TO WS-MATCH2-UPTO
                   END-IF
               END-IF
               CLOSE BENEFIT-CONTROL-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      ****** Carrier remittance extract grouped by carrier.
       WRITE-BENEFIT-REMITTANCE.
           PERFORM VARYING BRM-IDX FROM 1 BY 1
                   UNTIL BRM-IDX > WS-BR-CTR
               IF WS-BR-DONE-SW(BRM-IDX) = 'N'
                   SET BE-IDX TO WS-BR-ENROLL-SUB(BRM-IDX)
                   MOVE WS-BE-RECORD(BE-IDX) TO BENEFIT-ENROLLMENT-REC
                   MOVE BE-CARRIER-ID TO WS-BR-HOLD-CARRIER
                   MOVE ZERO TO WS-BR-CARRIER-COUNT WS-BR-CARRIER-EE
                                WS-BR-CARRIER-ER
                   SET WS-BR-SUB TO BRM-IDX
                   PERFORM VARYING BRM-IDX FROM WS-BR-SUB BY 1
                           UNTIL BRM-IDX > WS-BR-CTR
                       SET BE-IDX TO WS-BR-ENROLL-SUB(BRM-IDX)
                       MOVE WS-BE-RECORD(BE-IDX)
                            TO BENEFIT-ENROLLMENT-REC
                       IF WS-BR-DONE-SW(BRM-IDX) = 'N'
                          AND BE-CARRIER-ID = WS-BR-HOLD-CARRIER
                           MOVE 'Y' TO WS-BR-DONE-SW(BRM-IDX)
                           MOVE SPACES          TO BENEFIT-REMIT-REC
                           MOVE 'D'             TO BR-REC-TYPE
                           MOVE BE-CARRIER-ID   TO BR-CARRIER-ID
                           MOVE BE-CARRIER-NAME TO BR-CARRIER-NAME
                           MOVE BE-EMP-ID       TO BR-EMP-ID
                           MOVE BE-PLAN-CODE    TO BR-PLAN-CODE
                           MOVE BE-COVERAGE-TIER TO BR-COVERAGE-TIER
                           MOVE WS-TODAY-DATE   TO BR-PAY-DATE
                           MOVE WS-BR-EE-AMOUNT(BRM-IDX)
                                TO BR-EE-AMOUNT
                           MOVE WS-BR-ER-AMOUNT(BRM-IDX)
                                TO BR-ER-AMOUNT
                           WRITE BENEFIT-REMIT-REC
                           ADD 1 TO WS-BR-CARRIER-COUNT
                           ADD WS-BR-EE-AMOUNT(BRM-IDX)
                               TO WS-BR-CARRIER-EE
                           ADD WS-BR-ER-AMOUNT(BRM-IDX)
                               TO WS-BR-CARRIER-ER
                       END-IF
                   END-PERFORM
                   SET BRM-IDX TO WS-BR-SUB
                   SET BE-IDX TO WS-BR-ENROLL-SUB(BRM-IDX)
                   MOVE WS-BE-RECORD(BE-IDX) TO BENEFIT-ENROLLMENT-REC
                   MOVE SPACES              TO BENEFIT-REMIT-REC
                   MOVE 'T'                 TO BR-REC-TYPE
                   MOVE BE-CARRIER-ID       TO BR-CARRIER-ID
                   MOVE BE-CARRIER-NAME     TO BR-CARRIER-NAME
                   MOVE WS-BR-CARRIER-COUNT TO BR-TOTAL-COUNT
                   MOVE WS-BR-CARRIER-EE    TO BR-TOTAL-EE
                   MOVE WS-BR-CARRIER-ER    TO BR-TOTAL-ER
                   WRITE BENEFIT-REMIT-REC
               END-IF
           END-PERFORM.
      *
      ****** Court-ordered garnishments, after taxes and the company
      ****** deductions: every active order for the employee in
      ****** priority order, each held to what its type's share of
      ****** disposable earnings still allows, to its remaining cap,
      ****** and to the net pay that is left.
       APPLY-GARNISHMENTS.
           MOVE ZERO TO WS-GARN-TOTAL WS-GP-CTR.
           IF WS-GO-CTR > ZERO
               COMPUTE WS-DISPOSABLE = GROSS-PAY - WS-FED-WH - WS-ST-WH
               IF WS-DISPOSABLE > ZERO
                   PERFORM VARYING GO-IDX FROM 1 BY 1
                           UNTIL GO-IDX > WS-GO-CTR
                       MOVE 'N' TO WS-GO-DONE-SW(GO-IDX)
                   END-PERFORM
                   MOVE 1 TO WS-GARN-NEXT-SUB
                   PERFORM UNTIL WS-GARN-NEXT-SUB = ZERO
                       PERFORM FIND-NEXT-GARNISHMENT
                       IF WS-GARN-NEXT-SUB NOT = ZERO
                           PERFORM WITHHOLD-ONE-GARNISHMENT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           SUBTRACT WS-GARN-TOTAL FROM WS-NET-PAY.
      *
      *    The employee's lowest-priority-number order not yet taken
      *    this pay and in effect on the pay date; zero when none.
       FIND-NEXT-GARNISHMENT.
           MOVE ZERO TO WS-GARN-NEXT-SUB WS-GARN-BEST-PRI.
           PERFORM VARYING GO-IDX FROM 1 BY 1
                   UNTIL GO-IDX > WS-GO-CTR
               IF WS-GO-DONE-SW(GO-IDX) = 'N'
                  AND WS-GO-RECORD(GO-IDX)(1:5) = WS-EMP-ID(EMP-IDX)
                   MOVE WS-GO-RECORD(GO-IDX) TO GARNISHMENT-ORDER-REC
                   IF GO-START-DATE NOT > WS-TODAY-DATE
                      AND (GO-STOP-DATE = ZERO
                           OR GO-STOP-DATE NOT < WS-TODAY-DATE)
                      AND (WS-GARN-NEXT-SUB = ZERO
                           OR GO-PRIORITY < WS-GARN-BEST-PRI)
                       SET WS-GARN-NEXT-SUB TO GO-IDX
                       MOVE GO-PRIORITY TO WS-GARN-BEST-PRI
                   END-IF
               END-IF
           END-PERFORM.
      *
       WITHHOLD-ONE-GARNISHMENT.
           SET GO-IDX TO WS-GARN-NEXT-SUB.
           MOVE 'Y' TO WS-GO-DONE-SW(GO-IDX).
           MOVE WS-GO-RECORD(GO-IDX) TO GARNISHMENT-ORDER-REC.
           IF GO-PCT-METHOD
               COMPUTE WS-GARN-WANTED ROUNDED =
                       WS-DISPOSABLE * GO-PCT
           ELSE
               MOVE GO-AMOUNT TO WS-GARN-WANTED
           END-IF.
      *    Share of disposable earnings the order's type allows,
      *    less what the orders ahead of it already took.
           MOVE .250 TO WS-GARN-LIMIT-PCT.
           SET GLT-IDX TO 1.
           SEARCH WS-GL-LIMIT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GLT-TYPE(GLT-IDX) = GO-ORDER-TYPE
                   MOVE WS-GLT-PCT(GLT-IDX) TO WS-GARN-LIMIT-PCT
           END-SEARCH.
           COMPUTE WS-GARN-ROOM ROUNDED =
                   (WS-DISPOSABLE * WS-GARN-LIMIT-PCT) - WS-GARN-TOTAL.
           IF GO-CREDITOR
               COMPUTE WS-GARN-WORK = WS-DISPOSABLE
                       - WS-GARN-EXEMPT-WEEKLY - WS-GARN-TOTAL
               IF WS-GARN-WORK < WS-GARN-ROOM
                   MOVE WS-GARN-WORK TO WS-GARN-ROOM
               END-IF
           END-IF.
           IF WS-GARN-WANTED > WS-GARN-ROOM
               MOVE WS-GARN-ROOM TO WS-GARN-WANTED
           END-IF.
           IF GO-CAP-AMT > ZERO
               COMPUTE WS-GARN-WORK = GO-CAP-AMT - GO-COLLECTED
               IF WS-GARN-WANTED > WS-GARN-WORK
                   MOVE WS-GARN-WORK TO WS-GARN-WANTED
               END-IF
           END-IF.
           COMPUTE WS-GARN-WORK = WS-NET-PAY - WS-GARN-TOTAL.
           IF WS-GARN-WANTED > WS-GARN-WORK
               COMPUTE WS-SHORT-AMT = WS-GARN-WANTED - WS-GARN-WORK
               MOVE WS-GARN-WORK TO WS-GARN-WANTED
               MOVE GO-CASE-NO   TO WS-SHORT-ITEM
               PERFORM REPORT-DEDUCTION-SHORT
           END-IF.
           IF WS-GARN-WANTED > ZERO
               ADD WS-GARN-WANTED TO WS-GARN-TOTAL WS-RUN-GARNISH
               ADD WS-GARN-WANTED TO GO-COLLECTED
               MOVE GARNISHMENT-ORDER-REC TO WS-GO-RECORD(GO-IDX)
               ADD 1 TO WS-CTR-GARNISH
               IF WS-GP-CTR < WS-GP-MAX
                   ADD 1 TO WS-GP-CTR
                   SET GP-IDX TO WS-GP-CTR
                   SET WS-GP-ORDER-SUB(GP-IDX) TO GO-IDX
                   MOVE WS-GARN-WANTED TO WS-GP-AMOUNT(GP-IDX)
               END-IF
               IF WS-RM-CTR < WS-RM-MAX
                   ADD 1 TO WS-RM-CTR
                   SET RM-IDX TO WS-RM-CTR
                   SET WS-RM-ORDER-SUB(RM-IDX) TO GO-IDX
                   MOVE WS-GARN-WANTED TO WS-RM-AMOUNT(RM-IDX)
                   MOVE 'N'            TO WS-RM-DONE-SW(RM-IDX)
               ELSE
                   DISPLAY 'WARNING: GARNISHMENT REMITTANCE TABLE FULL'
                           ' - ' GO-EMP-ID ' ' GO-CASE-NO
                           ' NOT ON GARNRMT'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *
      *    Missing or unreadable GARNORD means no orders are on file.
      *    A loaded file stays open to the end of the run - its
      *    record area is the work copy the order paragraphs use.
       LOAD-GARNISH-ORDERS.
           OPEN INPUT GARNISH-ORDER-FILE.
           IF WS-GARN-STATUS = '00'
               MOVE 'Y' TO WS-GARN-LOADED-SW
               MOVE 'N' TO EOF-STAT
               READ GARNISH-ORDER-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM VARYING GO-IDX FROM 1 BY 1 UNTIL
                       GO-IDX > WS-GO-MAX OR END-OF-FILE
                   ADD 1 TO WS-GO-CTR
                   IF GO-COLLECTED NOT NUMERIC
                       MOVE ZERO TO GO-COLLECTED
                   END-IF
                   IF GO-STOP-DATE NOT NUMERIC
                       MOVE ZERO TO GO-STOP-DATE
                   END-IF
                   MOVE GARNISHMENT-ORDER-REC TO WS-GO-RECORD(GO-IDX)
                   MOVE 'N' TO WS-GO-DONE-SW(GO-IDX)
                   READ GARNISH-ORDER-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               IF NOT END-OF-FILE
                   DISPLAY 'WARNING: GARNISHMENT ORDER FILE HAS MORE '
                           'THAN ' WS-GO-MAX
                           ' ENTRIES - REMAINING ROWS IGNORED'
               END-IF
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      ****** Remittance extract grouped by payee agency, and the
      ****** order file written back with collected-to-date.
       WRITE-GARNISH-REMITTANCE.
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > WS-RM-CTR
               IF WS-RM-DONE-SW(RM-IDX) = 'N'
                   SET GO-IDX TO WS-RM-ORDER-SUB(RM-IDX)
                   MOVE WS-GO-RECORD(GO-IDX) TO GARNISHMENT-ORDER-REC
                   MOVE GO-PAYEE-ID TO WS-RM-HOLD-PAYEE
                   MOVE ZERO TO WS-RM-PAYEE-COUNT WS-RM-PAYEE-AMOUNT
                   SET WS-RM-SUB TO RM-IDX
                   PERFORM VARYING RM-IDX FROM WS-RM-SUB BY 1
                           UNTIL RM-IDX > WS-RM-CTR
                       SET GO-IDX TO WS-RM-ORDER-SUB(RM-IDX)
                       MOVE WS-GO-RECORD(GO-IDX)
                            TO GARNISHMENT-ORDER-REC
                       IF WS-RM-DONE-SW(RM-IDX) = 'N'
                          AND GO-PAYEE-ID = WS-RM-HOLD-PAYEE
                           MOVE 'Y' TO WS-RM-DONE-SW(RM-IDX)
                           MOVE SPACES        TO GARNISH-REMIT-REC
                           MOVE 'D'           TO GR-REC-TYPE
                           MOVE GO-PAYEE-ID   TO GR-PAYEE-ID
                           MOVE GO-PAYEE-NAME TO GR-PAYEE-NAME
                           MOVE GO-CASE-NO    TO GR-CASE-NO
                           MOVE GO-EMP-ID     TO GR-EMP-ID
                           MOVE WS-TODAY-DATE TO GR-PAY-DATE
                           MOVE WS-RM-AMOUNT(RM-IDX) TO GR-AMOUNT
                           WRITE GARNISH-REMIT-REC
                           ADD 1 TO WS-RM-PAYEE-COUNT
                           ADD WS-RM-AMOUNT(RM-IDX)
                               TO WS-RM-PAYEE-AMOUNT
                       END-IF
                   END-PERFORM
                   SET RM-IDX TO WS-RM-SUB
                   SET GO-IDX TO WS-RM-ORDER-SUB(RM-IDX)
                   MOVE WS-GO-RECORD(GO-IDX) TO GARNISHMENT-ORDER-REC
                   MOVE SPACES             TO GARNISH-REMIT-REC
                   MOVE 'T'                TO GR-REC-TYPE
                   MOVE GO-PAYEE-ID        TO GR-PAYEE-ID
                   MOVE GO-PAYEE-NAME      TO GR-PAYEE-NAME
                   MOVE WS-RM-PAYEE-COUNT  TO GR-TOTAL-COUNT
                   MOVE WS-RM-PAYEE-AMOUNT TO GR-TOTAL-AMOUNT
                   WRITE GARNISH-REMIT-REC
               END-IF
           END-PERFORM.
           IF GARN-FILE-LOADED
               OPEN OUTPUT GARNISH-ORDER-OUT
               PERFORM VARYING GO-IDX FROM 1 BY 1
                       UNTIL GO-IDX > WS-GO-CTR
                   WRITE GARNISH-ORDER-OUT-REC
                         FROM WS-GO-RECORD(GO-IDX)
               END-PERFORM
               CLOSE GARNISH-ORDER-OUT
           END-IF.
      *
      ****** One burst-ready page per employee (req: stubs for the
      ****** employees, register for payroll).
           MOVE WS-PTO-PAY            TO STUB-PTO-PAY.
           WRITE PAY-STUB-REC FROM STUB-PTO-LINE
                 AFTER ADVANCING 1 LINE.
           IF EMP-TERMINATED(EMP-IDX)
               MOVE WS-FINAL-VAC-HOURS TO STUB-FV-HOURS
               MOVE RATE               TO STUB-FV-RATE
               MOVE WS-FINAL-VAC-PAY   TO STUB-FV-PAY
               WRITE PAY-STUB-REC FROM STUB-FINAL-VAC-LINE
                     AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-BONUS-AMOUNT       TO STUB-BONUS.
           WRITE PAY-STUB-REC FROM STUB-BONUS-LINE
                 AFTER ADVANCING 1 LINE.
           MOVE WS-DED-TOTAL          TO STUB-DEDUCTIONS.
           WRITE PAY-STUB-REC FROM STUB-DEDUCT-LINE
                 AFTER ADVANCING 1 LINE.
           PERFORM VARYING BP-IDX FROM 1 BY 1
                   UNTIL BP-IDX > WS-BP-CTR
               SET BE-IDX TO WS-BP-ENROLL-SUB(BP-IDX)
               MOVE WS-BE-RECORD(BE-IDX) TO BENEFIT-ENROLLMENT-REC
               IF BE-RETIREMENT-PLAN
                   MOVE BE-PLAN-CODE            TO STUB-RET-PLAN
                   MOVE WS-BP-EE-AMOUNT(BP-IDX) TO STUB-RET-EE
                   MOVE WS-BP-ER-AMOUNT(BP-IDX) TO STUB-RET-ER
                   WRITE PAY-STUB-REC FROM STUB-RETIRE-LINE
                         AFTER ADVANCING 1 LINE
               ELSE
                   MOVE BE-PLAN-CODE            TO STUB-BEN-PLAN
                   MOVE BE-COVERAGE-TIER        TO STUB-BEN-TIER
                   MOVE WS-BP-EE-AMOUNT(BP-IDX) TO STUB-BEN-EE
                   MOVE WS-BP-ER-AMOUNT(BP-IDX) TO STUB-BEN-ER
                   WRITE PAY-STUB-REC FROM STUB-BENEFIT-LINE
                         AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING GP-IDX FROM 1 BY 1
                   UNTIL GP-IDX > WS-GP-CTR
               SET GO-IDX TO WS-GP-ORDER-SUB(GP-IDX)
               MOVE WS-GO-RECORD(GO-IDX) TO GARNISHMENT-ORDER-REC
               MOVE GO-ORDER-TYPE         TO STUB-GARN-TYPE
               MOVE GO-CASE-NO            TO STUB-GARN-CASE
               MOVE WS-GP-AMOUNT(GP-IDX)  TO STUB-GARN-AMT
               WRITE PAY-STUB-REC FROM STUB-GARNISH-LINE
                     AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE WS-NET-PAY            TO STUB-NET.
           WRITE PAY-STUB-REC FROM STUB-NET-LINE
                 AFTER ADVANCING 1 LINE.
           WRITE PAY-STUB-REC FROM STUB-SEPARATOR-LINE
                 AFTER ADVANCING 1 LINE.
      *
      ****** One earnings-history record for the employee's pay this
      ****** pay date - gross, each deduction code, withholding, net.
       WRITE-EARNINGS-HISTORY.
           IF EH-WRITE-HISTORY
               MOVE SPACES             TO EARNINGS-HISTORY-REC
               MOVE WS-EMP-ID(EMP-IDX) TO EH-EMP-ID
               MOVE WS-TODAY-DATE      TO EH-PAY-DATE
               MOVE 'P'                TO EH-REC-TYPE
               MOVE GROSS-PAY          TO EH-GROSS
               PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > 3
                   IF WS-DED-SUB <= WS-DED-CTR
                       MOVE WS-DED-CODE(WS-DED-SUB)
                            TO EH-DED-CODE(WS-DED-SUB)
                   END-IF
                   MOVE WS-DED-AMT(WS-DED-SUB)
                        TO EH-DED-AMT(WS-DED-SUB)
               END-PERFORM
               MOVE WS-FED-WH          TO EH-FED-WH
               MOVE WS-ST-WH           TO EH-ST-WH
               MOVE WS-NET-PAY         TO EH-NET
               MOVE WS-GARN-TOTAL      TO EH-GARNISH
               MOVE WS-BEN-EE-TOTAL    TO EH-BENEFIT-EE
               MOVE WS-EMP-DEPT(EMP-IDX) TO EH-DEPT
               WRITE EARNINGS-HISTORY-REC
               ADD 1 TO WS-CTR-HISTORY
           END-IF.
      *
       WRITE-REGISTER-LINE.
           MOVE NAME            TO NAME-OUT.
           MOVE WS-EMP-YTD-GROSS(EMP-IDX) TO DET-YTD-GROSS-OUT.
           WRITE PAYROLL-REGISTER-REC FROM REGISTER-DETAIL-LINE
                 AFTER ADVANCING 1 LINE.
           IF EMP-TERMINATED(EMP-IDX)
               MOVE WS-EMP-TERM-DATE(EMP-IDX) TO FPL-TERM-DATE
               MOVE WS-FINAL-VAC-HOURS        TO FPL-HOURS
               MOVE WS-FINAL-VAC-PAY          TO FPL-PAY
               WRITE PAYROLL-REGISTER-REC FROM FINAL-PAY-REGISTER-LINE
                     AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-BP-CTR > ZERO
               MOVE WS-BEN-EE-PREMIUM TO BRL-EE-PREM
               MOVE WS-DEFERRAL       TO BRL-DEFERRAL
               MOVE WS-BEN-ER-PREMIUM TO BRL-ER-PREM
               MOVE WS-ER-MATCH       TO BRL-ER-MATCH
               WRITE PAYROLL-REGISTER-REC FROM BENEFIT-REGISTER-LINE
                     AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM VARYING GP-IDX FROM 1 BY 1
                   UNTIL GP-IDX > WS-GP-CTR
               SET GO-IDX TO WS-GP-ORDER-SUB(GP-IDX)
               MOVE WS-GO-RECORD(GO-IDX) TO GARNISHMENT-ORDER-REC
               MOVE GO-ORDER-TYPE         TO GRL-TYPE
               MOVE GO-CASE-NO            TO GRL-CASE
               MOVE GO-PAYEE-NAME         TO GRL-PAYEE
               MOVE WS-GP-AMOUNT(GP-IDX)  TO GRL-AMOUNT
               WRITE PAYROLL-REGISTER-REC FROM GARNISH-REGISTER-LINE
                     AFTER ADVANCING 1 LINE
           END-PERFORM.
      *
       DISPLAY-FOOTERS.
           MOVE SPACES TO PAYROLL-REGISTER-REC.
           WRITE PAYROLL-REGISTER-REC FROM FOOTER-FED-LINE.
           MOVE WS-RUN-ST-WH         TO FF-ST.
           WRITE PAYROLL-REGISTER-REC FROM FOOTER-ST-LINE.
           MOVE 'TOTAL EMPLOYEE BENEFITS    : ' TO FOOTER-BEN-LABEL.
           MOVE WS-RUN-BEN-EE-PREM   TO FB-AMOUNT.
           WRITE PAYROLL-REGISTER-REC FROM FOOTER-BENEFIT-LINE.
           MOVE 'TOTAL RETIREMENT DEFERRALS : ' TO FOOTER-BEN-LABEL.
           MOVE WS-RUN-DEFERRAL      TO FB-AMOUNT.
           WRITE PAYROLL-REGISTER-REC FROM FOOTER-BENEFIT-LINE.
           MOVE 'TOTAL EMPLOYER BENEFITS    : ' TO FOOTER-BEN-LABEL.
           MOVE WS-RUN-BEN-ER-PREM   TO FB-AMOUNT.
           WRITE PAYROLL-REGISTER-REC FROM FOOTER-BENEFIT-LINE.
           MOVE 'TOTAL EMPLOYER MATCH       : ' TO FOOTER-BEN-LABEL.
           MOVE WS-RUN-ER-MATCH      TO FB-AMOUNT.
           WRITE PAYROLL-REGISTER-REC FROM FOOTER-BENEFIT-LINE.
           MOVE WS-RUN-GARNISH       TO FG-GARNISH.
           WRITE PAYROLL-REGISTER-REC FROM FOOTER-GARNISH-LINE.
           MOVE WS-TOTAL-NET-PAY     TO FN-NET-PAY.
           WRITE PAYROLL-REGISTER-REC FROM FOOTER-NET-LINE.
           MOVE WS-CTR-TC-UNMATCHED  TO WS-CTR-TC-UNMATCHED-OUT.
           WRITE PAYROLL-REGISTER-REC FROM FOOTER-LINE-5.
           MOVE WS-CTR-PTO-REJECTS   TO WS-CTR-PTO-REJECTS-OUT.
           WRITE PAYROLL-REGISTER-REC FROM FOOTER-LINE-6.
           MOVE WS-CTR-FINAL-PAY     TO WS-CTR-FINAL-PAY-OUT.
           WRITE PAYROLL-REGISTER-REC FROM FOOTER-LINE-7.
           MOVE WS-CTR-TERMINATED-TC TO WS-CTR-TERMINATED-TC-OUT.
           WRITE PAYROLL-REGISTER-REC FROM FOOTER-LINE-8.
           MOVE WS-CTR-DED-SHORT     TO WS-CTR-DED-SHORT-OUT.
           WRITE PAYROLL-REGISTER-REC FROM FOOTER-LINE-9.
           WRITE PAYROLL-REGISTER-REC FROM FOOTER-LINE-0
                 AFTER ADVANCING 2 LINES.
           SET RH-TRAILER TO TRUE.
                 TAX-BRACKET-FILE.
           CLOSE PAYROLL-REGISTER, PAY-STUB-FILE,
                 DEPOSIT-EXTRACT, EMPLOYEE-MASTER-OUT, GL-EXTRACT.
           CLOSE GARNISH-REMIT-FILE, BENEFIT-REMIT-FILE.
           IF BEN-FILE-LOADED
               CLOSE BENEFIT-ENROLL-FILE
           END-IF.
           IF GARN-FILE-LOADED
               CLOSE GARNISH-ORDER-FILE
           END-IF.
           IF EH-WRITE-HISTORY
               CLOSE EARNINGS-HISTORY
               DISPLAY 'MILLARD: ' WS-CTR-HISTORY
                       ' EARNINGS HISTORY RECORDS APPENDED'
           ELSE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
