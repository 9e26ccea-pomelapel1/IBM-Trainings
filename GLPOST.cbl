       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       AUTHOR. PRODUCTION SUPPORT.
      *
      ********** Workshop 8.1   -   Production Support  ************
      *
      *   General-ledger journal intake - the accounting output of
      *   every subsystem consolidated into one ledger instead of
      *   six printouts.  Run as a step after each job that writes
      *   a feed, with that feed's source as the parameter (GLPOST
      *   PAYROLL after MILLARD, CLAIMS after MIDTERM, PAYABLES
      *   after INVMATCH, and so on) - the per-run feeds are
      *   overwritten by the next run, so each must post before
      *   it is.  With no parameter every source is taken.
      *   Postings go to the GL period of the business date.
      *   a)  Each feed is one batch, turned into journal entries
      *       through the per-source mapping table (GLMAP: source
      *       and component to GL account) against the chart of
      *       accounts (GLCOA):
      *         PAYROLL  - MILLARD's GLEXTR, its debit/credit lines
      *                    mapped by account description;
      *         PAYABLES - INVMATCH's VOUCHERS, purchases against
      *                    accounts payable and the realized
      *                    exchange gain or loss;
      *         CLAIMS   - MIDTERM's PAYMENTS, the claim paid
      *                    against the check and any overpayment
      *                    recovery kept back;
      *         PREMIUMS - PREMBILL's PREMINV premium invoices;
      *         LOANS    - LOANPOST's LOANHIST interest/principal/
      *                    fee split, the period's payments only;
      *         BILLING  - EMPINV's INVREG client invoices, the
      *                    period's invoices only.
      *       The per-run feeds post whole; LOANHIST and INVREG
      *       keep every run's history, so only records dated
      *       after the source's last posting (the start of the
      *       period on its first) up to the business date are
      *       taken from them.
      *   b)  A batch with an unmapped component, an account not on
      *       the chart or not active, or debits not equal to
      *       credits is rejected whole - nothing from it posts -
      *       and the run ends with RETURN-CODE 4.
      *   c)  Accepted entries are appended to the GLJRNL journal
      *       and posted to the GL balance file by account and
      *       period (GLBAL in, GLBALO out).  Every journal line
      *       carries its business date (JE-POST-DATE), and a
      *       source already on GLJRNL for the business date is
      *       not posted again - a rerun, or a later step the same
      *       night, skips it.
      *   d)  The journal listing (GLJLIST) shows every batch by
      *       source, posted or rejected, with its totals; the trial
      *       balance (GLTBRPT) shows each account's period activity
      *       and balance to date.
      *
      *   The business date is the RUNDATE override when one is
      *   present and valid, else today - the OVERDUE convention.
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE        ASSIGN TO GLCOA.
           SELECT MAPPING-FILE      ASSIGN TO GLMAP.
           SELECT BALANCE-FILE-IN   ASSIGN TO GLBAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT BALANCE-FILE-OUT  ASSIGN TO GLBALO.
           SELECT JOURNAL-FILE      ASSIGN TO GLJRNL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT PAYROLL-FEED      ASSIGN TO GLEXTR
               FILE STATUS IS WS-FEED-STATUS.
           SELECT VOUCHER-FEED      ASSIGN TO VOUCHERS
               FILE STATUS IS WS-FEED-STATUS.
           SELECT CLAIM-FEED        ASSIGN TO PAYMENTS
               FILE STATUS IS WS-FEED-STATUS.
           SELECT PREMIUM-FEED      ASSIGN TO PREMINV
               FILE STATUS IS WS-FEED-STATUS.
           SELECT LOAN-FEED         ASSIGN TO LOANHIST
               FILE STATUS IS WS-FEED-STATUS.
           SELECT BILLING-FEED      ASSIGN TO INVREG
               FILE STATUS IS WS-FEED-STATUS.
           SELECT RUN-DATE-FILE     ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT JOURNAL-LISTING   ASSIGN TO GLJLIST.
           SELECT TRIAL-BALANCE     ASSIGN TO GLTBRPT.
       DATA DIVISION.
       FILE SECTION.
      *
      *    Chart of accounts.  COA-TYPE is A asset, L liability,
      *    Q equity, R revenue, E expense; only an active ('A')
      *    account takes postings.
       FD  CHART-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHART-REC.
       01  CHART-REC.
           05  COA-ACCOUNT              PIC X(06).
           05  COA-NAME                 PIC X(30).
           05  COA-TYPE                 PIC X(01).
           05  COA-STATUS               PIC X(01).
               88  COA-ACTIVE           VALUE 'A'.
           05  FILLER                   PIC X(02).
      *
      *    Per-source mapping - which account each component of a
      *    feed posts to.
       FD  MAPPING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAPPING-REC.
       01  MAPPING-REC.
           05  MAP-SOURCE               PIC X(08).
           05  MAP-COMPONENT            PIC X(20).
           05  MAP-ACCOUNT              PIC X(06).
           05  FILLER                   PIC X(06).
      *
      *    GL balances - one record per account per period.
       FD  BALANCE-FILE-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BALANCE-REC-IN.
       01  BALANCE-REC-IN.
           05  GB-ACCOUNT               PIC X(06).
           05  GB-PERIOD                PIC 9(06).
           05  GB-DEBITS                PIC 9(11)V99.
           05  GB-CREDITS               PIC 9(11)V99.
           05  FILLER                   PIC X(02).
       FD  BALANCE-FILE-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BALANCE-REC-OUT.
       01  BALANCE-REC-OUT.
           05  GBO-ACCOUNT              PIC X(06).
           05  GBO-PERIOD               PIC 9(06).
           05  GBO-DEBITS               PIC 9(11)V99.
           05  GBO-CREDITS              PIC 9(11)V99.
           05  FILLER                   PIC X(02).
      *
      *    The general journal - every posted line, appended run
      *    over run.
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JOURNAL-REC.
       01  JOURNAL-REC.
           05  JE-PERIOD                PIC 9(06).
           05  JE-SOURCE                PIC X(08).
           05  JE-ENTRY-NO              PIC 9(06).
           05  JE-REFERENCE             PIC X(12).
           05  JE-COMPONENT             PIC X(20).
           05  JE-DEPT                  PIC X(04).
           05  JE-ACCOUNT               PIC X(06).
           05  JE-SIDE                  PIC X(01).
               88  JE-DEBIT             VALUE 'D'.
               88  JE-CREDIT            VALUE 'C'.
           05  JE-AMOUNT                PIC 9(09)V99.
           05  JE-POST-DATE             PIC 9(08).
           05  FILLER                   PIC X(18).
      *
       FD  PAYROLL-FEED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GL-EXTRACT-REC.
       01  GL-EXTRACT-REC.
           05  GL-ENTRY-TYPE            PIC X(01).
               88  GL-DEBIT             VALUE 'D'.
               88  GL-CREDIT            VALUE 'C'.
           05  GL-ACCOUNT-DESC          PIC X(20).
           05  GL-DEPT                  PIC X(04).
           05  GL-AMOUNT                PIC S9(9)V99.
           05  FILLER                   PIC X(04).
      *
       FD  VOUCHER-FEED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VOUCHER-REC.
       01  VOUCHER-REC.
           05  VCH-INVOICE-NO           PIC X(08).
           05  VCH-SUPPLIER-CODE        PIC X(10).
           05  VCH-PART-NUMBER          PIC X(23).
           05  VCH-PO-NUMBER            PIC X(06).
           05  VCH-QTY                  PIC 9(07).
           05  VCH-UNIT-PRICE           PIC 9(07)V99.
           05  VCH-AMOUNT               PIC 9(09)V99.
           05  VCH-CURRENCY             PIC X(03).
           05  VCH-AMOUNT-USD           PIC 9(09)V99.
           05  VCH-INVOICE-DATE         PIC 9(08).
           05  VCH-PO-AMOUNT-USD        PIC 9(09)V99.
           05  VCH-FX-GAIN-LOSS         PIC S9(09)V99.
           05  FILLER                   PIC X(02).
      *
       FD  CLAIM-FEED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYMENT-EXTRACT-REC.
       01  PAYMENT-EXTRACT-REC.
           05  PAY-POLICY-NO            PIC 9(07).
           05  PAY-LAST-NAME            PIC X(15).
           05  PAY-FIRST-NAME           PIC X(10).
           05  PAY-POLICY-TYPE          PIC 9(01).
           05  PAY-CLAIM-AMOUNT         PIC S9(7)V99.
           05  PAY-CLAIM-PAID           PIC S9(7)V99.
           05  PAY-PROVIDER-CODE        PIC X(04).
           05  PAY-DED-APPLIED          PIC S9(04).
           05  PAY-COINS-AMT            PIC S9(5)V99.
           05  PAY-COB-IND              PIC X(01).
           05  PAY-PRIMARY-PAID         PIC S9(5)V99.
           05  PAY-PROCEDURE-CODE       PIC X(05).
           05  PAY-DISALLOWED           PIC S9(7)V99.
           05  PAY-MEMBER-ID            PIC X(02).
           05  PAY-PAID-DATE            PIC 9(08).
           05  PAY-RECOVERY-OFFSET      PIC S9(7)V99.
           05  PAY-PAY-TO               PIC X(01).
           05  PAY-SERVICE-DATE         PIC 9(08).
           05  FILLER                   PIC X(04).
      *
       FD  PREMIUM-FEED
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
       FD  LOAN-FEED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYMENT-HISTORY-REC.
       01  PAYMENT-HISTORY-REC.
           05  LH-LOAN-ID               PIC X(07).
           05  LH-PAY-DATE              PIC 9(08).
           05  LH-AMOUNT                PIC 9(07)V99.
           05  LH-INTEREST              PIC S9(7)V99.
           05  LH-PRINCIPAL             PIC S9(7)V99.
           05  LH-LATE-FEE              PIC S9(3)V99.
           05  LH-TRAN-TYPE             PIC X(01).
               88  LH-SUSPENSE-HOLD     VALUE 'S'.
               88  LH-REVERSAL          VALUE 'R'.
               88  LH-PAYOFF            VALUE 'O'.
           05  FILLER                   PIC X(02).
      *
       FD  BILLING-FEED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVOICE-REGISTER-REC.
       01  INVOICE-REGISTER-REC.
           05  REG-INVOICE-NO           PIC 9(06).
           05  REG-PROJECT-CODE         PIC X(04).
           05  REG-INVOICE-AMOUNT       PIC S9(9)V99.
           05  REG-LINE-COUNT           PIC 9(03).
           05  REG-INVOICE-DATE         PIC 9(08).
           05  FILLER                   PIC X(08).
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
       FD  JOURNAL-LISTING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JOURNAL-LISTING-REC.
       01  JOURNAL-LISTING-REC          PIC X(132).
      *
       FD  TRIAL-BALANCE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRIAL-BALANCE-REC.
       01  TRIAL-BALANCE-REC            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-BAL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-JRNL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-FEED-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-GL-PERIOD                 PIC 9(06) VALUE ZERO.
       01  WS-SOURCE-PARM               PIC X(10) VALUE SPACES.
      *
      *    Chart of accounts and the mapping table, loaded at
      *    startup.
       01  WS-CHART-TABLE.
           05  WS-COA-ENTRY OCCURS 500 TIMES
                   INDEXED BY COA-IDX.
               10  WS-COA-ACCOUNT       PIC X(06).
               10  WS-COA-NAME          PIC X(30).
               10  WS-COA-TYPE          PIC X(01).
               10  WS-COA-STATUS        PIC X(01).
       01  WS-COA-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-COA-MAX                   PIC S9(4) COMP VALUE 500.
       01  WS-MAPPING-TABLE.
           05  WS-MAP-ENTRY OCCURS 300 TIMES
                   INDEXED BY MAP-IDX.
               10  WS-MAP-SOURCE        PIC X(08).
               10  WS-MAP-COMPONENT     PIC X(20).
               10  WS-MAP-ACCOUNT       PIC X(06).
       01  WS-MAP-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-MAP-MAX                   PIC S9(4) COMP VALUE 300.
      *
      *    GL balances by account and period, carried in from GLBAL
      *    and written back out to GLBALO.
       01  WS-BALANCE-TABLE.
           05  WS-GB-ENTRY OCCURS 3000 TIMES
                   INDEXED BY GB-IDX.
               10  WS-GB-ACCOUNT        PIC X(06).
               10  WS-GB-PERIOD         PIC 9(06).
               10  WS-GB-DEBITS         PIC 9(11)V99.
               10  WS-GB-CREDITS        PIC 9(11)V99.
       01  WS-GB-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-GB-MAX                    PIC S9(4) COMP VALUE 3000.
      *
      *    Each source on the journal and the business date it
      *    last posted on.
       01  WS-POSTED-TABLE.
           05  WS-PS-ENTRY OCCURS 20 TIMES
                   INDEXED BY PS-IDX.
               10  WS-POSTED-SOURCE     PIC X(08).
               10  WS-POSTED-DATE       PIC 9(08).
       01  WS-PS-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-PS-MAX                    PIC S9(4) COMP VALUE 20.
      *
      *    The batch being built from one feed - held whole until
      *    it is known to balance.
       01  WS-BATCH-TABLE.
           05  WS-BL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY BL-IDX.
               10  WS-BL-ENTRY-NO       PIC 9(06).
               10  WS-BL-REFERENCE      PIC X(12).
               10  WS-BL-COMPONENT      PIC X(20).
               10  WS-BL-DEPT           PIC X(04).
               10  WS-BL-ACCOUNT        PIC X(06).
               10  WS-BL-SIDE           PIC X(01).
               10  WS-BL-AMOUNT         PIC 9(09)V99.
       01  WS-BL-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-BL-MAX                    PIC S9(4) COMP VALUE 5000.
      *
       01  WS-BATCH-CONTROLS.
           05  WS-SOURCE                PIC X(08) VALUE SPACES.
           05  WS-FEED-DDNAME           PIC X(08) VALUE SPACES.
           05  WS-ENTRY-NO              PIC 9(06) VALUE ZERO.
           05  WS-SINCE-DATE            PIC 9(08) VALUE ZERO.
           05  WS-BATCH-DEBITS          PIC 9(11)V99 VALUE ZERO.
           05  WS-BATCH-CREDITS         PIC 9(11)V99 VALUE ZERO.
           05  WS-BATCH-ERROR           PIC X(50) VALUE SPACES.
           05  WS-FEED-SW               PIC X     VALUE 'N'.
               88  FEED-PRESENT         VALUE 'Y'.
           05  WS-ALREADY-SW            PIC X     VALUE 'N'.
               88  ALREADY-POSTED       VALUE 'Y'.
               88  NOT-THIS-RUN         VALUE 'X'.
               88  BATCH-SKIPPED        VALUE 'Y' 'X'.
      *
      *    One journal line on its way into the batch.  The amount
      *    is signed against the component's natural side; a
      *    negative amount posts to the other side.
       01  WS-LINE-WORK.
           05  WS-LN-REFERENCE          PIC X(12) VALUE SPACES.
           05  WS-LN-COMPONENT          PIC X(20) VALUE SPACES.
           05  WS-LN-DEPT               PIC X(04) VALUE SPACES.
           05  WS-LN-SIDE               PIC X(01) VALUE SPACES.
           05  WS-LN-AMOUNT             PIC S9(09)V99 VALUE ZERO.
           05  WS-LN-ACCOUNT            PIC X(06) VALUE SPACES.
       01  WS-REMAINDER                 PIC S9(09)V99 VALUE ZERO.
      *
      *    Trial-balance work fields.
       01  WS-TB-WORK.
           05  WS-TB-PERIOD-DR          PIC 9(11)V99 VALUE ZERO.
           05  WS-TB-PERIOD-CR          PIC 9(11)V99 VALUE ZERO.
           05  WS-TB-NET                PIC S9(11)V99 VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-BATCHES-POSTED       PIC 9(3)  VALUE ZERO.
           05  TOT-BATCHES-REJECTED     PIC 9(3)  VALUE ZERO.
           05  TOT-LINES-POSTED         PIC 9(7)  VALUE ZERO.
           05  TOT-POSTED-DEBITS        PIC 9(11)V99 VALUE ZERO.
           05  TOT-POSTED-CREDITS       PIC 9(11)V99 VALUE ZERO.
           05  TOT-TB-PERIOD-DR         PIC 9(11)V99 VALUE ZERO.
           05  TOT-TB-PERIOD-CR         PIC 9(11)V99 VALUE ZERO.
           05  TOT-TB-BALANCE-DR        PIC 9(11)V99 VALUE ZERO.
           05  TOT-TB-BALANCE-CR        PIC 9(11)V99 VALUE ZERO.
      *
       01  JOURNAL-HEADING-1.
           05  FILLER                   PIC X(39) VALUE
               'GENERAL JOURNAL LISTING BY SOURCE - GL'.
           05  FILLER                   PIC X(07) VALUE 'PERIOD '.
           05  JH-PERIOD                PIC 9999/99.
       01  SOURCE-HEADING.
           05  FILLER                   PIC X(08) VALUE 'SOURCE '.
           05  SH-SOURCE                PIC X(08).
           05  FILLER                   PIC X(08) VALUE ' - FEED '.
           05  SH-DDNAME                PIC X(08).
       01  JOURNAL-HEADING-2.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'ENTRY'.
           05  FILLER                   PIC X(14) VALUE 'REFERENCE'.
           05  FILLER                   PIC X(22) VALUE 'COMPONENT'.
           05  FILLER                   PIC X(06) VALUE 'DEPT'.
           05  FILLER                   PIC X(08) VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(30) VALUE 'ACCOUNT NAME'.
           05  FILLER                   PIC X(16) VALUE
               '           DEBIT'.
           05  FILLER                   PIC X(16) VALUE
               '          CREDIT'.
       01  JOURNAL-DETAIL-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  JD-ENTRY-NO              PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JD-REFERENCE             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JD-COMPONENT             PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JD-DEPT                  PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JD-ACCOUNT               PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JD-ACCOUNT-NAME          PIC X(28).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JD-DEBIT                 PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JD-CREDIT                PIC $$$,$$$,$$9.99.
       01  BATCH-TOTAL-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  BT-TEXT                  PIC X(86).
           05  BT-DEBITS                PIC $$$$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BT-CREDITS               PIC $$$$,$$$,$$9.99.
       01  BATCH-STATUS-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'BATCH - '.
           05  BS-TEXT                  PIC X(80).
      *
       01  TB-HEADING-1.
           05  FILLER                   PIC X(26) VALUE
               'TRIAL BALANCE - GL PERIOD '.
           05  TH-PERIOD                PIC 9999/99.
       01  TB-HEADING-2.
           05  FILLER                   PIC X(08) VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(32) VALUE 'NAME'.
           05  FILLER                   PIC X(04) VALUE 'TYP'.
           05  FILLER                   PIC X(17) VALUE
               '   PERIOD DEBITS'.
           05  FILLER                   PIC X(17) VALUE
               '  PERIOD CREDITS'.
           05  FILLER                   PIC X(17) VALUE
               '  BALANCE DEBIT'.
           05  FILLER                   PIC X(17) VALUE
               '  BALANCE CREDIT'.
       01  TB-DETAIL-LINE.
           05  TD-ACCOUNT               PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TD-NAME                  PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TD-TYPE                  PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TD-PERIOD-DR             PIC $$$$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TD-PERIOD-CR             PIC $$$$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TD-BALANCE-DR            PIC $$$$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TD-BALANCE-CR            PIC $$$$,$$$,$$9.99.
       01  TB-TOTAL-LINE.
           05  FILLER                   PIC X(43) VALUE
               'TOTALS'.
           05  TT-PERIOD-DR             PIC $$$$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TT-PERIOD-CR             PIC $$$$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TT-BALANCE-DR            PIC $$$$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TT-BALANCE-CR            PIC $$$$,$$$,$$9.99.
       01  TB-VERDICT-LINE.
           05  TV-TEXT                  PIC X(60).
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X(30) VALUE
               'BATCHES POSTED         : '.
           05  SL-POSTED                PIC ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X(30) VALUE
               'BATCHES REJECTED       : '.
           05  SL-REJECTED              PIC ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X(30) VALUE
               'JOURNAL LINES POSTED   : '.
           05  SL-LINES                 PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X(30) VALUE
               'DEBITS POSTED          : '.
           05  SL-DEBITS                PIC $$$,$$$,$$$,$$9.99.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X(30) VALUE
               'CREDITS POSTED         : '.
           05  SL-CREDITS               PIC $$$,$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           ACCEPT WS-SOURCE-PARM FROM COMMAND-LINE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-CHART-TABLE.
           PERFORM LOAD-MAPPING-TABLE.
           PERFORM LOAD-BALANCE-TABLE.
           PERFORM LOAD-POSTED-SOURCES.
           PERFORM OPEN-JOURNAL.
           PERFORM WRITE-JOURNAL-HEADING.
           PERFORM INTAKE-PAYROLL.
           PERFORM INTAKE-PAYABLES.
           PERFORM INTAKE-CLAIMS.
           PERFORM INTAKE-PREMIUMS.
           PERFORM INTAKE-LOANS.
           PERFORM INTAKE-BILLING.
           PERFORM WRITE-JOURNAL-SUMMARY.
           PERFORM WRITE-BALANCE-FILE.
           PERFORM WRITE-TRIAL-BALANCE.
           IF TOT-BATCHES-REJECTED > ZERO
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN INPUT RUN-DATE-FILE.
           IF WS-RUNDATE-STATUS = '00'
               READ RUN-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RD-BUSINESS-DATE NUMERIC
                           AND RD-BUSINESS-DATE > ZERO
                           MOVE RD-BUSINESS-DATE TO WS-TODAY-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-FILE
           END-IF.
           MOVE WS-TODAY-DATE(1:6) TO WS-GL-PERIOD.
      *
       OPEN-FILES.
           OPEN INPUT  CHART-FILE, MAPPING-FILE.
           OPEN OUTPUT BALANCE-FILE-OUT, JOURNAL-LISTING,
                       TRIAL-BALANCE.
      *
       CLOSE-FILES.
           CLOSE CHART-FILE, MAPPING-FILE, BALANCE-FILE-OUT,
                 JOURNAL-FILE, JOURNAL-LISTING, TRIAL-BALANCE.
      *
       LOAD-CHART-TABLE.
           MOVE 'N' TO EOF-STAT.
           READ CHART-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING COA-IDX FROM 1 BY 1 UNTIL
                   COA-IDX > WS-COA-MAX OR END-OF-FILE
               ADD 1 TO WS-COA-CTR
               MOVE COA-ACCOUNT TO WS-COA-ACCOUNT(COA-IDX)
               MOVE COA-NAME    TO WS-COA-NAME(COA-IDX)
               MOVE COA-TYPE    TO WS-COA-TYPE(COA-IDX)
               MOVE COA-STATUS  TO WS-COA-STATUS(COA-IDX)
               READ CHART-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-STAT.
      *
       LOAD-MAPPING-TABLE.
           MOVE 'N' TO EOF-STAT.
           READ MAPPING-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING MAP-IDX FROM 1 BY 1 UNTIL
                   MAP-IDX > WS-MAP-MAX OR END-OF-FILE
               ADD 1 TO WS-MAP-CTR
               MOVE MAP-SOURCE    TO WS-MAP-SOURCE(MAP-IDX)
               MOVE MAP-COMPONENT TO WS-MAP-COMPONENT(MAP-IDX)
               MOVE MAP-ACCOUNT   TO WS-MAP-ACCOUNT(MAP-IDX)
               READ MAPPING-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-STAT.
      *
      *  No GLBAL on the first period - every balance starts at zero.
       LOAD-BALANCE-TABLE.
           OPEN INPUT BALANCE-FILE-IN.
           IF WS-BAL-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ BALANCE-FILE-IN AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM VARYING GB-IDX FROM 1 BY 1 UNTIL
                       GB-IDX > WS-GB-MAX OR END-OF-FILE
                   ADD 1 TO WS-GB-CTR
                   MOVE GB-ACCOUNT TO WS-GB-ACCOUNT(GB-IDX)
                   MOVE GB-PERIOD  TO WS-GB-PERIOD(GB-IDX)
                   MOVE GB-DEBITS  TO WS-GB-DEBITS(GB-IDX)
                   MOVE GB-CREDITS TO WS-GB-CREDITS(GB-IDX)
                   READ BALANCE-FILE-IN
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               IF NOT END-OF-FILE
                   DISPLAY 'GLPOST: GLBAL HAS MORE THAN ' WS-GB-MAX
                           ' BALANCES - RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE BALANCE-FILE-IN
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *  The last business date each source posted on - a source
      *  journaled for this business date has posted, and a rerun
      *  must not post it twice.
       LOAD-POSTED-SOURCES.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               PERFORM UNTIL END-OF-FILE
                   READ JOURNAL-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
                   IF NOT END-OF-FILE
                       PERFORM NOTE-POSTED-SOURCE
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       NOTE-POSTED-SOURCE.
           SET PS-IDX TO 1.
           SEARCH WS-PS-ENTRY
               AT END
                   CONTINUE
               WHEN PS-IDX > WS-PS-CTR
                   IF WS-PS-CTR < WS-PS-MAX
                       ADD 1 TO WS-PS-CTR
                       MOVE JE-SOURCE    TO WS-POSTED-SOURCE(PS-IDX)
                       MOVE JE-POST-DATE TO WS-POSTED-DATE(PS-IDX)
                   END-IF
               WHEN WS-POSTED-SOURCE(PS-IDX) = JE-SOURCE
                   IF JE-POST-DATE > WS-POSTED-DATE(PS-IDX)
                       MOVE JE-POST-DATE TO WS-POSTED-DATE(PS-IDX)
                   END-IF
           END-SEARCH.
      *
       OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
      *
      *================================================================
      *  One paragraph per feed: START-BATCH, a line per component
      *  of each record through ADD-LINE, then FINISH-BATCH decides.
      *================================================================
      *
      *  MILLARD's extract is one payroll entry, lines already
      *  sided; the account description is the component.
       INTAKE-PAYROLL.
           MOVE 'PAYROLL ' TO WS-SOURCE.
           MOVE 'GLEXTR  ' TO WS-FEED-DDNAME.
           PERFORM START-BATCH.
           IF NOT BATCH-SKIPPED
               OPEN INPUT PAYROLL-FEED
               IF WS-FEED-STATUS = '00'
                   MOVE 'Y' TO WS-FEED-SW
                   MOVE 1   TO WS-ENTRY-NO
                   MOVE 'N' TO EOF-STAT
                   PERFORM UNTIL END-OF-FILE
                       READ PAYROLL-FEED
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                       IF NOT END-OF-FILE
                           PERFORM PAYROLL-LINE
                       END-IF
                   END-PERFORM
                   CLOSE PAYROLL-FEED
               END-IF
           END-IF.
           PERFORM FINISH-BATCH.
      *
       PAYROLL-LINE.
           MOVE 'PAYROLL RUN'     TO WS-LN-REFERENCE.
           MOVE GL-ACCOUNT-DESC   TO WS-LN-COMPONENT.
           MOVE GL-DEPT           TO WS-LN-DEPT.
           MOVE GL-AMOUNT         TO WS-LN-AMOUNT.
           IF GL-DEBIT OR GL-CREDIT
               MOVE GL-ENTRY-TYPE TO WS-LN-SIDE
               PERFORM ADD-LINE
           ELSE
               IF WS-BATCH-ERROR = SPACES
                   STRING 'ENTRY TYPE NOT D OR C ON '
                                           DELIMITED BY SIZE
                          GL-ACCOUNT-DESC  DELIMITED BY SIZE
                       INTO WS-BATCH-ERROR
                   END-STRING
               END-IF
           END-IF.
      *
      *  A voucher: purchases at the PO-date dollar cost, payables
      *  at the invoice-date amount, the difference realized as
      *  exchange gain (credit) or loss (debit).
       INTAKE-PAYABLES.
           MOVE 'PAYABLES' TO WS-SOURCE.
           MOVE 'VOUCHERS' TO WS-FEED-DDNAME.
           PERFORM START-BATCH.
           IF NOT BATCH-SKIPPED
               OPEN INPUT VOUCHER-FEED
               IF WS-FEED-STATUS = '00'
                   MOVE 'Y' TO WS-FEED-SW
                   MOVE 'N' TO EOF-STAT
                   PERFORM UNTIL END-OF-FILE
                       READ VOUCHER-FEED
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                       IF NOT END-OF-FILE
                           PERFORM PAYABLES-ENTRY
                       END-IF
                   END-PERFORM
                   CLOSE VOUCHER-FEED
               END-IF
           END-IF.
           PERFORM FINISH-BATCH.
      *
       PAYABLES-ENTRY.
           ADD 1 TO WS-ENTRY-NO.
           MOVE VCH-INVOICE-NO    TO WS-LN-REFERENCE.
           MOVE SPACES            TO WS-LN-DEPT.
           MOVE 'PURCHASES'       TO WS-LN-COMPONENT.
           MOVE 'D'               TO WS-LN-SIDE.
           MOVE VCH-PO-AMOUNT-USD TO WS-LN-AMOUNT.
           PERFORM ADD-LINE.
           MOVE 'ACCOUNTS PAYABLE' TO WS-LN-COMPONENT.
           MOVE 'C'               TO WS-LN-SIDE.
           MOVE VCH-AMOUNT-USD    TO WS-LN-AMOUNT.
           PERFORM ADD-LINE.
           MOVE 'FX GAIN/LOSS'    TO WS-LN-COMPONENT.
           MOVE 'C'               TO WS-LN-SIDE.
           MOVE VCH-FX-GAIN-LOSS  TO WS-LN-AMOUNT.
           PERFORM ADD-LINE.
      *
      *  A claim payment: the expense is what was paid; the check
      *  is that less any overpayment recovery kept back, which
      *  clears the recovery receivable instead.
       INTAKE-CLAIMS.
           MOVE 'CLAIMS  ' TO WS-SOURCE.
           MOVE 'PAYMENTS' TO WS-FEED-DDNAME.
           PERFORM START-BATCH.
           IF NOT BATCH-SKIPPED
               OPEN INPUT CLAIM-FEED
               IF WS-FEED-STATUS = '00'
                   MOVE 'Y' TO WS-FEED-SW
                   MOVE 'N' TO EOF-STAT
                   PERFORM UNTIL END-OF-FILE
                       READ CLAIM-FEED
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                       IF NOT END-OF-FILE
                           PERFORM CLAIMS-ENTRY
                       END-IF
                   END-PERFORM
                   CLOSE CLAIM-FEED
               END-IF
           END-IF.
           PERFORM FINISH-BATCH.
      *
       CLAIMS-ENTRY.
           ADD 1 TO WS-ENTRY-NO.
           MOVE PAY-POLICY-NO     TO WS-LN-REFERENCE.
           MOVE SPACES            TO WS-LN-DEPT.
           MOVE 'CLAIMS EXPENSE'  TO WS-LN-COMPONENT.
           MOVE 'D'               TO WS-LN-SIDE.
           MOVE PAY-CLAIM-PAID    TO WS-LN-AMOUNT.
           PERFORM ADD-LINE.
           MOVE 'CLAIMS CASH'     TO WS-LN-COMPONENT.
           MOVE 'C'               TO WS-LN-SIDE.
           COMPUTE WS-LN-AMOUNT = PAY-CLAIM-PAID - PAY-RECOVERY-OFFSET.
           PERFORM ADD-LINE.
           MOVE 'OVERPAYMENT RECOVERY' TO WS-LN-COMPONENT.
           MOVE 'C'               TO WS-LN-SIDE.
           MOVE PAY-RECOVERY-OFFSET TO WS-LN-AMOUNT.
           PERFORM ADD-LINE.
      *
       INTAKE-PREMIUMS.
           MOVE 'PREMIUMS' TO WS-SOURCE.
           MOVE 'PREMINV ' TO WS-FEED-DDNAME.
           PERFORM START-BATCH.
           IF NOT BATCH-SKIPPED
               OPEN INPUT PREMIUM-FEED
               IF WS-FEED-STATUS = '00'
                   MOVE 'Y' TO WS-FEED-SW
                   MOVE 'N' TO EOF-STAT
                   PERFORM UNTIL END-OF-FILE
                       READ PREMIUM-FEED
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                       IF NOT END-OF-FILE
                           PERFORM PREMIUMS-ENTRY
                       END-IF
                   END-PERFORM
                   CLOSE PREMIUM-FEED
               END-IF
           END-IF.
           PERFORM FINISH-BATCH.
      *
       PREMIUMS-ENTRY.
           ADD 1 TO WS-ENTRY-NO.
           MOVE PI-POLICY-NO      TO WS-LN-REFERENCE.
           MOVE SPACES            TO WS-LN-DEPT.
           MOVE 'PREMIUM RECEIVABLE' TO WS-LN-COMPONENT.
           MOVE 'D'               TO WS-LN-SIDE.
           MOVE PI-PREMIUM-AMOUNT TO WS-LN-AMOUNT.
           PERFORM ADD-LINE.
           MOVE 'PREMIUM INCOME'  TO WS-LN-COMPONENT.
           MOVE 'C'               TO WS-LN-SIDE.
           MOVE PI-PREMIUM-AMOUNT TO WS-LN-AMOUNT.
           PERFORM ADD-LINE.
      *
      *  LOANHIST holds every run's payments; only those dated
      *  since the last posting post.  Cash received waits in
      *  suspense ('S'); an applied installment moves out of
      *  suspense into interest, principal and fees; a payoff
      *  ('O') is applied straight from cash; a returned payment
      *  ('R') carries its split negated and gives the cash back.
      *  Whatever the split does not account for (escrow, refunds)
      *  goes to ESCROW AND OTHER.
       INTAKE-LOANS.
           MOVE 'LOANS   ' TO WS-SOURCE.
           MOVE 'LOANHIST' TO WS-FEED-DDNAME.
           PERFORM START-BATCH.
           IF NOT BATCH-SKIPPED
               OPEN INPUT LOAN-FEED
               IF WS-FEED-STATUS = '00'
                   MOVE 'Y' TO WS-FEED-SW
                   MOVE 'N' TO EOF-STAT
                   PERFORM UNTIL END-OF-FILE
                       READ LOAN-FEED
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                       IF NOT END-OF-FILE
                          AND LH-PAY-DATE > WS-SINCE-DATE
                          AND LH-PAY-DATE NOT > WS-TODAY-DATE
                           PERFORM LOANS-ENTRY
                       END-IF
                   END-PERFORM
                   CLOSE LOAN-FEED
               END-IF
           END-IF.
           PERFORM FINISH-BATCH.
      *
       LOANS-ENTRY.
           ADD 1 TO WS-ENTRY-NO.
           MOVE LH-LOAN-ID        TO WS-LN-REFERENCE.
           MOVE SPACES            TO WS-LN-DEPT.
           IF LH-SUSPENSE-HOLD
               MOVE 'CASH'        TO WS-LN-COMPONENT
               MOVE 'D'           TO WS-LN-SIDE
               MOVE LH-AMOUNT     TO WS-LN-AMOUNT
               PERFORM ADD-LINE
               MOVE 'SUSPENSE'    TO WS-LN-COMPONENT
               MOVE 'C'           TO WS-LN-SIDE
               MOVE LH-AMOUNT     TO WS-LN-AMOUNT
               PERFORM ADD-LINE
           ELSE
               EVALUATE TRUE
                   WHEN LH-REVERSAL
                       MOVE 'CASH'     TO WS-LN-COMPONENT
                       COMPUTE WS-LN-AMOUNT = ZERO - LH-AMOUNT
                   WHEN LH-PAYOFF
                       MOVE 'CASH'     TO WS-LN-COMPONENT
                       MOVE LH-AMOUNT  TO WS-LN-AMOUNT
                   WHEN OTHER
                       MOVE 'SUSPENSE' TO WS-LN-COMPONENT
                       MOVE LH-AMOUNT  TO WS-LN-AMOUNT
               END-EVALUATE
               MOVE 'D'           TO WS-LN-SIDE
               MOVE WS-LN-AMOUNT  TO WS-REMAINDER
               PERFORM ADD-LINE
               SUBTRACT LH-INTEREST LH-PRINCIPAL LH-LATE-FEE
                   FROM WS-REMAINDER
               MOVE 'C'           TO WS-LN-SIDE
               MOVE 'LOAN PRINCIPAL'   TO WS-LN-COMPONENT
               MOVE LH-PRINCIPAL  TO WS-LN-AMOUNT
               PERFORM ADD-LINE
               MOVE 'C'           TO WS-LN-SIDE
               MOVE 'LOAN INTEREST'    TO WS-LN-COMPONENT
               MOVE LH-INTEREST   TO WS-LN-AMOUNT
               PERFORM ADD-LINE
               MOVE 'C'           TO WS-LN-SIDE
               MOVE 'LOAN FEES'        TO WS-LN-COMPONENT
               MOVE LH-LATE-FEE   TO WS-LN-AMOUNT
               PERFORM ADD-LINE
               MOVE 'C'           TO WS-LN-SIDE
               MOVE 'ESCROW AND OTHER' TO WS-LN-COMPONENT
               MOVE WS-REMAINDER  TO WS-LN-AMOUNT
               PERFORM ADD-LINE
           END-IF.
      *
      *  INVREG holds every invoice ever registered; only those
      *  dated since the last posting post.
       INTAKE-BILLING.
           MOVE 'BILLING ' TO WS-SOURCE.
           MOVE 'INVREG  ' TO WS-FEED-DDNAME.
           PERFORM START-BATCH.
           IF NOT BATCH-SKIPPED
               OPEN INPUT BILLING-FEED
               IF WS-FEED-STATUS = '00'
                   MOVE 'Y' TO WS-FEED-SW
                   MOVE 'N' TO EOF-STAT
                   PERFORM UNTIL END-OF-FILE
                       READ BILLING-FEED
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                       IF NOT END-OF-FILE
                          AND REG-INVOICE-DATE > WS-SINCE-DATE
                          AND REG-INVOICE-DATE NOT > WS-TODAY-DATE
                           PERFORM BILLING-ENTRY
                       END-IF
                   END-PERFORM
                   CLOSE BILLING-FEED
               END-IF
           END-IF.
           PERFORM FINISH-BATCH.
      *
       BILLING-ENTRY.
           ADD 1 TO WS-ENTRY-NO.
           MOVE REG-INVOICE-NO    TO WS-LN-REFERENCE.
           MOVE REG-PROJECT-CODE  TO WS-LN-DEPT.
           MOVE 'ACCOUNTS RECEIVABLE' TO WS-LN-COMPONENT.
           MOVE 'D'               TO WS-LN-SIDE.
           MOVE REG-INVOICE-AMOUNT TO WS-LN-AMOUNT.
           PERFORM ADD-LINE.
           MOVE 'CONSULTING REVENUE' TO WS-LN-COMPONENT.
           MOVE 'C'               TO WS-LN-SIDE.
           MOVE REG-INVOICE-AMOUNT TO WS-LN-AMOUNT.
           PERFORM ADD-LINE.
      *
      *================================================================
      *  Batch building and posting.
      *================================================================
      *  A dated feed is taken from the day after the source last
      *  posted - from the start of the period when it never has.
       START-BATCH.
           MOVE ZERO   TO WS-BL-CTR, WS-ENTRY-NO,
                          WS-BATCH-DEBITS, WS-BATCH-CREDITS.
           MOVE SPACES TO WS-BATCH-ERROR.
           MOVE 'N'    TO WS-FEED-SW, WS-ALREADY-SW.
           MOVE WS-GL-PERIOD TO WS-SINCE-DATE(1:6).
           MOVE '00'         TO WS-SINCE-DATE(7:2).
           SET PS-IDX TO 1.
           SEARCH WS-PS-ENTRY
               AT END
                   CONTINUE
               WHEN PS-IDX > WS-PS-CTR
                   CONTINUE
               WHEN WS-POSTED-SOURCE(PS-IDX) = WS-SOURCE
                   MOVE WS-POSTED-DATE(PS-IDX) TO WS-SINCE-DATE
                   IF WS-POSTED-DATE(PS-IDX) NOT < WS-TODAY-DATE
                       MOVE 'Y' TO WS-ALREADY-SW
                   END-IF
           END-SEARCH.
           IF WS-SOURCE-PARM NOT = SPACES
              AND WS-SOURCE-PARM NOT = WS-SOURCE
               MOVE 'X' TO WS-ALREADY-SW
           END-IF.
           MOVE WS-SOURCE      TO SH-SOURCE.
           MOVE WS-FEED-DDNAME TO SH-DDNAME.
           MOVE  SPACES TO JOURNAL-LISTING-REC.
           WRITE JOURNAL-LISTING-REC.
           WRITE JOURNAL-LISTING-REC FROM SOURCE-HEADING.
      *
      *  A zero line is dropped; a negative one posts to the other
      *  side.  The first unmapped component or unusable account
      *  condemns the batch.
       ADD-LINE.
           IF WS-LN-AMOUNT NOT = ZERO
               IF WS-LN-AMOUNT < ZERO
                   COMPUTE WS-LN-AMOUNT = ZERO - WS-LN-AMOUNT
                   IF WS-LN-SIDE = 'D'
                       MOVE 'C' TO WS-LN-SIDE
                   ELSE
                       MOVE 'D' TO WS-LN-SIDE
                   END-IF
               END-IF
               PERFORM LOOKUP-MAPPING
               IF WS-BL-CTR < WS-BL-MAX
                   ADD 1 TO WS-BL-CTR
                   SET BL-IDX TO WS-BL-CTR
                   MOVE WS-ENTRY-NO     TO WS-BL-ENTRY-NO(BL-IDX)
                   MOVE WS-LN-REFERENCE TO WS-BL-REFERENCE(BL-IDX)
                   MOVE WS-LN-COMPONENT TO WS-BL-COMPONENT(BL-IDX)
                   MOVE WS-LN-DEPT      TO WS-BL-DEPT(BL-IDX)
                   MOVE WS-LN-ACCOUNT   TO WS-BL-ACCOUNT(BL-IDX)
                   MOVE WS-LN-SIDE      TO WS-BL-SIDE(BL-IDX)
                   MOVE WS-LN-AMOUNT    TO WS-BL-AMOUNT(BL-IDX)
               ELSE
                   IF WS-BATCH-ERROR = SPACES
                       MOVE 'MORE JOURNAL LINES THAN ONE BATCH HOLDS'
                            TO WS-BATCH-ERROR
                   END-IF
               END-IF
               IF WS-LN-SIDE = 'D'
                   ADD WS-LN-AMOUNT TO WS-BATCH-DEBITS
               ELSE
                   ADD WS-LN-AMOUNT TO WS-BATCH-CREDITS
               END-IF
           END-IF.
      *
       LOOKUP-MAPPING.
           MOVE SPACES TO WS-LN-ACCOUNT.
           SET MAP-IDX TO 1.
           SEARCH WS-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN MAP-IDX > WS-MAP-CTR
                   CONTINUE
               WHEN WS-MAP-SOURCE(MAP-IDX)    = WS-SOURCE
                AND WS-MAP-COMPONENT(MAP-IDX) = WS-LN-COMPONENT
                   MOVE WS-MAP-ACCOUNT(MAP-IDX) TO WS-LN-ACCOUNT
           END-SEARCH.
           IF WS-LN-ACCOUNT = SPACES
               IF WS-BATCH-ERROR = SPACES
                   STRING 'NO GLMAP ACCOUNT FOR COMPONENT '
                                            DELIMITED BY SIZE
                          WS-LN-COMPONENT   DELIMITED BY SIZE
                       INTO WS-BATCH-ERROR
                   END-STRING
               END-IF
           ELSE
               PERFORM FIND-ACCOUNT
               IF COA-IDX > WS-COA-CTR
                   IF WS-BATCH-ERROR = SPACES
                       STRING 'ACCOUNT '     DELIMITED BY SIZE
                              WS-LN-ACCOUNT  DELIMITED BY SIZE
                              ' NOT ON THE CHART OF ACCOUNTS'
                                             DELIMITED BY SIZE
                           INTO WS-BATCH-ERROR
                       END-STRING
                   END-IF
               ELSE
                   IF WS-COA-STATUS(COA-IDX) NOT = 'A'
                      AND WS-BATCH-ERROR = SPACES
                       STRING 'ACCOUNT '     DELIMITED BY SIZE
                              WS-LN-ACCOUNT  DELIMITED BY SIZE
                              ' IS NOT ACTIVE' DELIMITED BY SIZE
                           INTO WS-BATCH-ERROR
                       END-STRING
                   END-IF
               END-IF
           END-IF.
      *
      *  Leaves COA-IDX on the account, or past WS-COA-CTR when it
      *  is not on the chart.
       FIND-ACCOUNT.
           SET COA-IDX TO 1.
           SEARCH WS-COA-ENTRY
               AT END
                   SET COA-IDX TO WS-COA-CTR
                   SET COA-IDX UP BY 1
               WHEN COA-IDX > WS-COA-CTR
                   CONTINUE
               WHEN WS-COA-ACCOUNT(COA-IDX) = WS-LN-ACCOUNT
                   CONTINUE
           END-SEARCH.
      *
       FINISH-BATCH.
           EVALUATE TRUE
               WHEN NOT-THIS-RUN
                   MOVE 'NOT THIS RUN''S SOURCE - SKIPPED' TO BS-TEXT
               WHEN ALREADY-POSTED
                   MOVE 'ALREADY POSTED FOR THIS DATE - SKIPPED'
                        TO BS-TEXT
               WHEN NOT FEED-PRESENT
                   MOVE 'NO FEED FILE - NOTHING POSTED' TO BS-TEXT
               WHEN WS-BL-CTR = ZERO AND WS-BATCH-ERROR = SPACES
                   MOVE 'NO NEW ENTRIES SINCE THE LAST POSTING'
                        TO BS-TEXT
               WHEN WS-BATCH-ERROR NOT = SPACES
                   PERFORM LIST-BATCH-LINES
                   STRING 'REJECTED - '      DELIMITED BY SIZE
                          WS-BATCH-ERROR     DELIMITED BY SIZE
                       INTO BS-TEXT
                   END-STRING
                   ADD 1 TO TOT-BATCHES-REJECTED
               WHEN WS-BATCH-DEBITS NOT = WS-BATCH-CREDITS
                   PERFORM LIST-BATCH-LINES
                   MOVE 'REJECTED - DEBITS DO NOT EQUAL CREDITS'
                        TO BS-TEXT
                   ADD 1 TO TOT-BATCHES-REJECTED
               WHEN OTHER
                   PERFORM LIST-BATCH-LINES
                   PERFORM POST-BATCH-LINE
                       VARYING BL-IDX FROM 1 BY 1
                       UNTIL BL-IDX > WS-BL-CTR
                   MOVE 'POSTED' TO BS-TEXT
                   ADD 1 TO TOT-BATCHES-POSTED
                   ADD WS-BATCH-DEBITS  TO TOT-POSTED-DEBITS
                   ADD WS-BATCH-CREDITS TO TOT-POSTED-CREDITS
           END-EVALUATE.
           WRITE JOURNAL-LISTING-REC FROM BATCH-STATUS-LINE.
      *
       LIST-BATCH-LINES.
           WRITE JOURNAL-LISTING-REC FROM JOURNAL-HEADING-2.
           PERFORM VARYING BL-IDX FROM 1 BY 1
                   UNTIL BL-IDX > WS-BL-CTR
               MOVE SPACES                   TO JOURNAL-DETAIL-LINE
               MOVE WS-BL-ENTRY-NO(BL-IDX)   TO JD-ENTRY-NO
               MOVE WS-BL-REFERENCE(BL-IDX)  TO JD-REFERENCE
               MOVE WS-BL-COMPONENT(BL-IDX)  TO JD-COMPONENT
               MOVE WS-BL-DEPT(BL-IDX)       TO JD-DEPT
               MOVE WS-BL-ACCOUNT(BL-IDX)    TO JD-ACCOUNT
               MOVE WS-BL-ACCOUNT(BL-IDX)    TO WS-LN-ACCOUNT
               MOVE '** NOT ON CHART **'     TO JD-ACCOUNT-NAME
               IF WS-LN-ACCOUNT NOT = SPACES
                   PERFORM FIND-ACCOUNT
                   IF COA-IDX NOT > WS-COA-CTR
                       MOVE WS-COA-NAME(COA-IDX) TO JD-ACCOUNT-NAME
                   END-IF
               ELSE
                   MOVE '** UNMAPPED **'     TO JD-ACCOUNT-NAME
               END-IF
               IF WS-BL-SIDE(BL-IDX) = 'D'
                   MOVE WS-BL-AMOUNT(BL-IDX) TO JD-DEBIT
               ELSE
                   MOVE WS-BL-AMOUNT(BL-IDX) TO JD-CREDIT
               END-IF
               WRITE JOURNAL-LISTING-REC FROM JOURNAL-DETAIL-LINE
           END-PERFORM.
           MOVE 'BATCH TOTALS'   TO BT-TEXT.
           MOVE WS-BATCH-DEBITS  TO BT-DEBITS.
           MOVE WS-BATCH-CREDITS TO BT-CREDITS.
           WRITE JOURNAL-LISTING-REC FROM BATCH-TOTAL-LINE.
      *
       POST-BATCH-LINE.
           MOVE SPACES                  TO JOURNAL-REC.
           MOVE WS-GL-PERIOD            TO JE-PERIOD.
           MOVE WS-SOURCE               TO JE-SOURCE.
           MOVE WS-BL-ENTRY-NO(BL-IDX)  TO JE-ENTRY-NO.
           MOVE WS-BL-REFERENCE(BL-IDX) TO JE-REFERENCE.
           MOVE WS-BL-COMPONENT(BL-IDX) TO JE-COMPONENT.
           MOVE WS-BL-DEPT(BL-IDX)      TO JE-DEPT.
           MOVE WS-BL-ACCOUNT(BL-IDX)   TO JE-ACCOUNT.
           MOVE WS-BL-SIDE(BL-IDX)      TO JE-SIDE.
           MOVE WS-BL-AMOUNT(BL-IDX)    TO JE-AMOUNT.
           MOVE WS-TODAY-DATE           TO JE-POST-DATE.
           WRITE JOURNAL-REC.
           ADD 1 TO TOT-LINES-POSTED.
           PERFORM FIND-BALANCE.
           IF GB-IDX NOT > WS-GB-CTR
               IF JE-DEBIT
                   ADD JE-AMOUNT TO WS-GB-DEBITS(GB-IDX)
               ELSE
                   ADD JE-AMOUNT TO WS-GB-CREDITS(GB-IDX)
               END-IF
           END-IF.
      *
      *  The account's balance for this period, added when it has
      *  none yet.
       FIND-BALANCE.
           SET GB-IDX TO 1.
           SEARCH WS-GB-ENTRY
               AT END
                   PERFORM NEW-BALANCE
               WHEN GB-IDX > WS-GB-CTR
                   PERFORM NEW-BALANCE
               WHEN WS-GB-ACCOUNT(GB-IDX) = JE-ACCOUNT
                AND WS-GB-PERIOD(GB-IDX)  = WS-GL-PERIOD
                   CONTINUE
           END-SEARCH.
      *
       NEW-BALANCE.
           IF WS-GB-CTR < WS-GB-MAX
               ADD 1 TO WS-GB-CTR
               SET GB-IDX TO WS-GB-CTR
               MOVE JE-ACCOUNT   TO WS-GB-ACCOUNT(GB-IDX)
               MOVE WS-GL-PERIOD TO WS-GB-PERIOD(GB-IDX)
               MOVE ZERO         TO WS-GB-DEBITS(GB-IDX),
                                    WS-GB-CREDITS(GB-IDX)
           ELSE
               DISPLAY 'GLPOST: BALANCE TABLE FULL - ' JE-ACCOUNT
                       ' NOT POSTED TO GLBALO'
               MOVE 16 TO RETURN-CODE
               SET GB-IDX TO WS-GB-MAX
               SET GB-IDX UP BY 1
           END-IF.
      *
       WRITE-JOURNAL-HEADING.
           MOVE WS-GL-PERIOD TO JH-PERIOD.
           WRITE JOURNAL-LISTING-REC FROM JOURNAL-HEADING-1.
      *
       WRITE-JOURNAL-SUMMARY.
           MOVE  SPACES TO JOURNAL-LISTING-REC.
           WRITE JOURNAL-LISTING-REC.
           MOVE  TOT-BATCHES-POSTED   TO SL-POSTED.
           WRITE JOURNAL-LISTING-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-BATCHES-REJECTED TO SL-REJECTED.
           WRITE JOURNAL-LISTING-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-LINES-POSTED     TO SL-LINES.
           WRITE JOURNAL-LISTING-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-POSTED-DEBITS    TO SL-DEBITS.
           WRITE JOURNAL-LISTING-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-POSTED-CREDITS   TO SL-CREDITS.
           WRITE JOURNAL-LISTING-REC FROM SUMMARY-LINE-5.
      *
       WRITE-BALANCE-FILE.
           PERFORM VARYING GB-IDX FROM 1 BY 1
                   UNTIL GB-IDX > WS-GB-CTR
               MOVE SPACES                 TO BALANCE-REC-OUT
               MOVE WS-GB-ACCOUNT(GB-IDX)  TO GBO-ACCOUNT
               MOVE WS-GB-PERIOD(GB-IDX)   TO GBO-PERIOD
               MOVE WS-GB-DEBITS(GB-IDX)   TO GBO-DEBITS
               MOVE WS-GB-CREDITS(GB-IDX)  TO GBO-CREDITS
               WRITE BALANCE-REC-OUT
           END-PERFORM.
      *
      *  Every account on the chart with activity this period or a
      *  balance to date; the balance is every period through this
      *  one, shown on its debit or credit side.
       WRITE-TRIAL-BALANCE.
           MOVE WS-GL-PERIOD TO TH-PERIOD.
           WRITE TRIAL-BALANCE-REC FROM TB-HEADING-1.
           MOVE  SPACES TO TRIAL-BALANCE-REC.
           WRITE TRIAL-BALANCE-REC.
           WRITE TRIAL-BALANCE-REC FROM TB-HEADING-2.
           PERFORM TRIAL-BALANCE-ACCOUNT
               VARYING COA-IDX FROM 1 BY 1
               UNTIL COA-IDX > WS-COA-CTR.
           MOVE  SPACES TO TRIAL-BALANCE-REC.
           WRITE TRIAL-BALANCE-REC.
           MOVE TOT-TB-PERIOD-DR  TO TT-PERIOD-DR.
           MOVE TOT-TB-PERIOD-CR  TO TT-PERIOD-CR.
           MOVE TOT-TB-BALANCE-DR TO TT-BALANCE-DR.
           MOVE TOT-TB-BALANCE-CR TO TT-BALANCE-CR.
           WRITE TRIAL-BALANCE-REC FROM TB-TOTAL-LINE.
           IF TOT-TB-PERIOD-DR = TOT-TB-PERIOD-CR
              AND TOT-TB-BALANCE-DR = TOT-TB-BALANCE-CR
               MOVE 'LEDGER IN BALANCE' TO TV-TEXT
           ELSE
               MOVE '*** LEDGER OUT OF BALANCE ***' TO TV-TEXT
           END-IF.
           WRITE TRIAL-BALANCE-REC FROM TB-VERDICT-LINE.
      *
       TRIAL-BALANCE-ACCOUNT.
           MOVE ZERO TO WS-TB-PERIOD-DR, WS-TB-PERIOD-CR, WS-TB-NET.
           PERFORM VARYING GB-IDX FROM 1 BY 1
                   UNTIL GB-IDX > WS-GB-CTR
               IF WS-GB-ACCOUNT(GB-IDX) = WS-COA-ACCOUNT(COA-IDX)
                  AND WS-GB-PERIOD(GB-IDX) NOT > WS-GL-PERIOD
                   ADD WS-GB-DEBITS(GB-IDX)      TO WS-TB-NET
                   SUBTRACT WS-GB-CREDITS(GB-IDX) FROM WS-TB-NET
                   IF WS-GB-PERIOD(GB-IDX) = WS-GL-PERIOD
                       ADD WS-GB-DEBITS(GB-IDX)  TO WS-TB-PERIOD-DR
                       ADD WS-GB-CREDITS(GB-IDX) TO WS-TB-PERIOD-CR
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TB-PERIOD-DR NOT = ZERO
              OR WS-TB-PERIOD-CR NOT = ZERO
              OR WS-TB-NET NOT = ZERO
               MOVE SPACES                  TO TB-DETAIL-LINE
               MOVE WS-COA-ACCOUNT(COA-IDX) TO TD-ACCOUNT
               MOVE WS-COA-NAME(COA-IDX)    TO TD-NAME
               MOVE WS-COA-TYPE(COA-IDX)    TO TD-TYPE
               MOVE WS-TB-PERIOD-DR         TO TD-PERIOD-DR
               MOVE WS-TB-PERIOD-CR         TO TD-PERIOD-CR
               ADD WS-TB-PERIOD-DR TO TOT-TB-PERIOD-DR
               ADD WS-TB-PERIOD-CR TO TOT-TB-PERIOD-CR
               IF WS-TB-NET < ZERO
                   COMPUTE WS-TB-NET = ZERO - WS-TB-NET
                   MOVE WS-TB-NET           TO TD-BALANCE-CR
                   ADD WS-TB-NET            TO TOT-TB-BALANCE-CR
               ELSE
                   MOVE WS-TB-NET           TO TD-BALANCE-DR
                   ADD WS-TB-NET            TO TOT-TB-BALANCE-DR
               END-IF
               WRITE TRIAL-BALANCE-REC FROM TB-DETAIL-LINE
           END-IF.
