      *    Applies the month's payments file against the     *
      *    active-loan master (the file MORTGAGE seeds with  *
      *    accepted quotes and this program carries forward). *
      *    Each payment's escrow portion (LM-ESCROW) is      *
      *    credited to the loan's escrow balance first; the   *
      *    rest splits into interest and principal            *
      *    the same way the amortization engine does -        *
      *    interest is the balance times the monthly rate -   *
      *    and a payment arriving past the grace period is   *
      *    loans with no payment this month are carried       *
      *    forward untouched (LOANAGE buckets the past-due    *
      *    ones).                                             *
      *                                                      *
      *    A payoff (PAY-TRAN-TYPE 'O') is checked against   *
      *    a fresh per-diem payoff figure as of its date -   *
      *    PAYOFFQT's arithmetic, plus any escrow advance    *
      *    outstanding.  Short funds are reported and not    *
      *    posted.  Good funds close the loan: it leaves the *
      *    master for the paid-in-full file (LOANPIF), any   *
      *    overpayment and the escrow balance are refunded,  *
      *    and the borrower gets a lien-release letter       *
      *    (LIENLTR) and a final payoff statement (PIFSTMT). *
      *                                                      *
      *    A regular payment short of the installment (P&I   *
      *    plus escrow deposit) is held in the loan's        *
      *    suspense balance, and applied as one installment  *
      *    once the suspense covers it.  A returned (NSF)    *
      *    payment (PAY-TRAN-TYPE 'R') is matched to the     *
      *    latest unreversed posting of that amount in       *
      *    LOANHIST and backed out - principal, escrow and   *
      *    fees restored, NEXT-DUE-DATE moved back a month   *
      *    so LOANAGE ages the loan again - and the NSF fee  *
      *    is added to the loan's fees due.                  *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-HISTORY    ASSIGN TO LOANHIST
               FILE STATUS IS WS-HIST-STATUS.
           SELECT POSTING-REPORT     ASSIGN TO POSTRPT.
           SELECT PAID-IN-FULL-FILE  ASSIGN TO LOANPIF
               FILE STATUS IS WS-PIF-STATUS.
           SELECT LIEN-RELEASE-LTRS  ASSIGN TO LIENLTR.
           SELECT PAYOFF-STATEMENTS  ASSIGN TO PIFSTMT.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOAN-MASTER-REC.
       01  LOAN-MASTER-REC.
      *    revised by the annual ESCROANL analysis.  Record widened
      *    70 -> 80 when this was added.
           05  LM-ESCROW                PIC S9(5)V99.
      *    Running escrow balance - credited here with the escrow
      *    portion of each payment, debited by ESCRDISB for the tax
      *    and insurance bills it pays.  Negative when the servicer
      *    has advanced a bill the balance couldn't cover, and the
      *    advance switch is then 'Y'.  Spaces (a loan boarded
      *    before the balance was carried) read as zero.
           05  LM-ESCROW-BAL            PIC S9(7)V99.
           05  LM-ESCROW-ADV-SW         PIC X(01).
               88  LM-ESCROW-ADVANCED   VALUE 'Y'.
           05  FILLER                   PIC X(02).
      *    Maturity date (last scheduled payment) and the
      *    adjustable-rate terms from the note.  A blank index code
      *    is a fixed-rate loan.  LM-ARM-NEXT-RESET starts as the
      *    first rate change date and ARMRESET moves it on by
      *    LM-ARM-RESET-MONTHS at each change; the life ceiling is
      *    the start rate plus the lifetime cap.  The pending rate
      *    and payment are what the change notice quoted, held
      *    until the change date.
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
      *    Partial payments held until a full installment (P&I
      *    plus the escrow deposit) accumulates, and fees owed but
      *    not yet collected - NSF fees, and late fees put back by
      *    a returned payment.  Collected from the next payment
      *    ahead of principal.
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
       FD  PAYMENTS-FILE
           RECORDING MODE IS F
           05  PAY-LOAN-ID              PIC X(07).
           05  PAY-DATE                 PIC 9(08).
           05  PAY-AMOUNT               PIC 9(07)V99.
           05  PAY-TRAN-TYPE            PIC X(01).
               88  PAY-REGULAR          VALUE SPACE 'P'.
               88  PAY-PAYOFF           VALUE 'O'.
               88  PAY-RETURNED         VALUE 'R'.
           05  FILLER                   PIC X(05).
      *
       FD  LOAN-MASTER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOAN-MASTER-OUT-REC.
       01  LOAN-MASTER-OUT-REC          PIC X(200).
      *
      *    One detail record per posted payment - the interest/
      *    principal/late-fee split used to be computed and thrown
           05  LH-INTEREST              PIC S9(7)V99.
           05  LH-PRINCIPAL             PIC S9(7)V99.
           05  LH-LATE-FEE              PIC S9(3)V99.
      *    'O' on the record that paid the loan off, 'S' for a
      *    partial payment put in suspense (no split), 'R' for a
      *    returned payment (the reversed split, negated).
           05  LH-TRAN-TYPE             PIC X(01).
               88  LH-SUSPENSE-HOLD     VALUE 'S'.
               88  LH-REVERSAL          VALUE 'R'.
           05  FILLER                   PIC X(02).
      *
       FD  POSTING-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSTING-REPORT-REC.
       01  POSTING-REPORT-REC           PIC X(132).
      *
      *    One record per loan paid off - the master record as it
      *    stood before the payoff, and how the funds were applied.
      *    Appended run over run.
       FD  PAID-IN-FULL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAID-IN-FULL-REC.
       01  PAID-IN-FULL-REC.
           05  PF-MASTER-IMAGE          PIC X(200).
           05  PF-PAYOFF-DATE           PIC 9(08).
           05  PF-AMOUNT-RECEIVED       PIC 9(07)V99.
           05  PF-PRINCIPAL-PAID        PIC S9(9)V99.
           05  PF-INTEREST-PAID         PIC S9(7)V99.
           05  PF-FEES-PAID             PIC S9(5)V99.
           05  PF-ESCROW-ADV-REPAID     PIC S9(7)V99.
           05  PF-ESCROW-REFUND         PIC S9(7)V99.
           05  PF-OVERAGE-REFUND        PIC S9(7)V99.
           05  FILLER                   PIC X(29).
      *
       FD  LIEN-RELEASE-LTRS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LIEN-RELEASE-REC.
       01  LIEN-RELEASE-REC             PIC X(132).
      *
       FD  PAYOFF-STATEMENTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYOFF-STMT-REC.
       01  PAYOFF-STMT-REC              PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  ACC-CTRS-SWITCHES.
           05  EOF-STAT                 PIC X       VALUE SPACE.
               88  END-OF-FILE          VALUE 'Y'.
           05  WS-PLAN-ACTIVE-SW        PIC X       VALUE 'N'.
               88  PLAN-ACTIVE          VALUE 'Y'.
           05  WS-CTR-LOANS             PIC 9(4)    VALUE ZERO.
           05  WS-CTR-POSTED            PIC 9(4)    VALUE ZERO.
           05  WS-CTR-UNMATCHED         PIC 9(4)    VALUE ZERO.
           05  WS-CTR-LATE-FEES         PIC 9(4)    VALUE ZERO.
           05  WS-CTR-ADV-CLEARED       PIC 9(4)    VALUE ZERO.
           05  WS-CTR-PAYOFFS           PIC 9(4)    VALUE ZERO.
           05  WS-CTR-PAYOFF-SHORT      PIC 9(4)    VALUE ZERO.
           05  WS-CTR-SUSPENSE          PIC 9(4)    VALUE ZERO.
           05  WS-CTR-RETURNS           PIC 9(4)    VALUE ZERO.
           05  WS-CTR-RETURN-REVIEW     PIC 9(4)    VALUE ZERO.
           05  WS-TOT-ESCROW            PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-REFUNDS           PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-NSF-FEES          PIC S9(7)V99 VALUE ZERO.
      *
      *    Grace period (in BUSINESS days now - weekends and the
      *    HOLIDAYS calendar don't count against the borrower, per
      *    the shared DATEEDIT subprogram) and the late fee.
       77  WS-GRACE-DAYS                PIC 9(2)     VALUE 15.
       77  WS-LATE-FEE                  PIC 9(3)V99  VALUE 25.00.
       77  WS-NSF-FEE                   PIC 9(3)V99  VALUE 30.00.
      *
      *    Shared date-validation parameter block (see DATEPARM.cpy).
       COPY DATEPARM.
               10  WS-LN-PAYMENT        PIC S9(7)V99.
               10  WS-LN-NEXT-DUE       PIC 9(08).
               10  WS-LN-ESCROW         PIC S9(5)V99.
               10  WS-LN-ESCROW-BAL     PIC S9(7)V99.
               10  WS-LN-ESCROW-ADV     PIC X(01).
      *        Carried through unchanged for ARMRESET.
               10  WS-LN-MATURITY       PIC 9(08).
               10  WS-LN-ARM-TERMS      PIC X(49).
               10  WS-LN-CLOSED-SW      PIC X(01).
                   88  WS-LN-PAID-OFF   VALUE 'Y'.
               10  WS-LN-SUSPENSE       PIC S9(7)V99.
               10  WS-LN-FEES-DUE       PIC S9(5)V99.
      *        Forbearance plan from LOANMOD.
               10  WS-LN-WORKOUT.
                   15  WS-LN-PLAN-TYPE      PIC X(01).
                       88  WS-LN-FORBEARANCE VALUE 'F'.
                   15  WS-LN-PLAN-START     PIC 9(08).
                   15  WS-LN-PLAN-RESUME    PIC 9(08).
                   15  WS-LN-PLAN-PAYMENT   PIC S9(7)V99.
                   15  FILLER               PIC X(10).
       01  WS-HIST-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PIF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-LOAN-CTR                  PIC S9(4) COMP VALUE ZERO.
       01  WS-LOAN-MAX                  PIC S9(4) COMP VALUE 500.
      *
      *    Payment history as it stood coming in, plus what this run
      *    posts - what a returned payment is matched against.
      *    Reversals already on file mark their postings as they
      *    load, by the same latest-unreversed rule used to post
      *    them.
       01  WS-HISTORY-TABLE.
           05  WS-HT-ENTRY OCCURS 5000 TIMES.
               10  WS-HT-LOAN-ID        PIC X(07).
               10  WS-HT-AMOUNT         PIC 9(07)V99.
               10  WS-HT-INTEREST       PIC S9(7)V99.
               10  WS-HT-PRINCIPAL      PIC S9(7)V99.
               10  WS-HT-LATE-FEE       PIC S9(3)V99.
               10  WS-HT-TRAN-TYPE      PIC X(01).
                   88  WS-HT-SUSPENSE-HOLD VALUE 'S'.
               10  WS-HT-REVERSED-SW    PIC X(01).
                   88  WS-HT-REVERSED   VALUE 'Y'.
       01  WS-HT-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-HT-MAX                    PIC S9(4) COMP VALUE 5000.
       01  WS-HT-SUB                    PIC S9(4) COMP VALUE ZERO.
       01  WS-HT-FOUND                  PIC S9(4) COMP VALUE ZERO.
       01  WS-HT-FULL-SW                PIC X(01) VALUE 'N'.
           88  WS-HT-FULL               VALUE 'Y'.
       01  WS-HT-KEY-LOAN-ID            PIC X(07) VALUE SPACES.
       01  WS-HT-KEY-AMOUNT             PIC 9(07)V99 VALUE ZERO.
      *
       01  POST-CALC-WS.
           05  WS-MONTHLY-RATE          PIC V9(8)    VALUE ZERO.
           05  WS-INTEREST-PORTION      PIC S9(7)V99 VALUE ZERO.
           05  WS-PRINCIPAL-PORTION     PIC S9(7)V99 VALUE ZERO.
           05  WS-FEE-ASSESSED          PIC S9(3)V99 VALUE ZERO.
           05  WS-ESCROW-PORTION        PIC S9(5)V99 VALUE ZERO.
           05  WS-PI-AMOUNT             PIC S9(7)V99 VALUE ZERO.
           05  WS-APPLY-AMOUNT          PIC 9(07)V99 VALUE ZERO.
           05  WS-APPLY-NOTE            PIC X(25)    VALUE SPACES.
           05  WS-INSTALLMENT           PIC S9(7)V99 VALUE ZERO.
           05  WS-FEES-AVAILABLE        PIC S9(7)V99 VALUE ZERO.
           05  WS-FEES-COLLECTED        PIC S9(5)V99 VALUE ZERO.
           05  WS-REV-ESCROW            PIC S9(7)V99 VALUE ZERO.
           05  INT-PAY-DATE             PIC 9(7)     VALUE ZERO.
           05  INT-DUE-DATE             PIC 9(7)     VALUE ZERO.
           05  WS-DAYS-PAST-DUE         PIC S9(5)    VALUE ZERO.
           05  WS-DUE-YEAR              PIC 9(4)     VALUE ZERO.
           05  WS-DUE-MONTH             PIC 9(2)     VALUE ZERO.
      *
      *    Payoff figure - the same per-diem arithmetic PAYOFFQT
      *    quotes with.
       01  PAYOFF-CALC-WS.
           05  WS-PAID-THRU-DATE        PIC 9(08)    VALUE ZERO.
           05  WS-PAID-THRU-PARTS REDEFINES WS-PAID-THRU-DATE.
               10  WS-PT-YEAR           PIC 9(04).
               10  WS-PT-MONTH          PIC 9(02).
               10  WS-PT-DAY            PIC 9(02).
           05  WS-ACCRUAL-DAYS          PIC S9(05)   VALUE ZERO.
           05  WS-CAL-DAYS-LATE         PIC S9(05)   VALUE ZERO.
           05  WS-MONTHS-LATE           PIC 9(03)    VALUE ZERO.
           05  WS-PER-DIEM              PIC S9(5)V99 VALUE ZERO.
           05  WS-ACCRUED-INT           PIC S9(7)V99 VALUE ZERO.
           05  WS-PAYOFF-FEES           PIC S9(5)V99 VALUE ZERO.
           05  WS-ESCROW-ADV-DUE        PIC S9(7)V99 VALUE ZERO.
           05  WS-SUSPENSE-CREDIT       PIC S9(7)V99 VALUE ZERO.
           05  WS-PAYOFF-DUE            PIC S9(9)V99 VALUE ZERO.
           05  WS-PAYOFF-SHORT          PIC S9(9)V99 VALUE ZERO.
           05  WS-ESCROW-REFUND         PIC S9(7)V99 VALUE ZERO.
           05  WS-OVERAGE-REFUND        PIC S9(7)V99 VALUE ZERO.
      *
       01  REPORT-HEADER-LINE-1.
           05  FILLER                   PIC X(30) VALUE
       01  REPORT-HEADER-LINE-2.
           05  FILLER                   PIC X(09) VALUE 'LOAN ID'.
           05  FILLER                   PIC X(12) VALUE 'PAY DATE'.
           05  FILLER                   PIC X(15) VALUE '       AMOUNT'.
           05  FILLER                   PIC X(12) VALUE '  INTEREST'.
           05  FILLER                   PIC X(15) VALUE '    PRINCIPAL'.
           05  FILLER                   PIC X(10) VALUE ' LATE FEE'.
           05  FILLER                   PIC X(11) VALUE '    ESCROW'.
           05  FILLER                   PIC X(14) VALUE
                     '   NEW BALANCE'.
      *
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PAY-DATE              PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-AMOUNT                PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-INTEREST              PIC $$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PRINCIPAL             PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-LATE-FEE              PIC $$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ESCROW                PIC $$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-NEW-BALANCE           PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-NOTE                  PIC X(25).
           05  FILLER                   PIC X(30) VALUE
                     'LATE FEES ASSESSED         : '.
           05  FL-LATE-FEES             PIC ZZZ9.
       01  FOOTER-LINE-5.
           05  FILLER                   PIC X(30) VALUE
                     'ESCROW DEPOSITED           : '.
           05  FL-ESCROW                PIC $$$,$$$,$$9.99.
       01  FOOTER-LINE-6.
           05  FILLER                   PIC X(30) VALUE
                     'ESCROW ADVANCES CLEARED    : '.
           05  FL-ADV-CLEARED           PIC ZZZ9.
       01  FOOTER-LINE-7.
           05  FILLER                   PIC X(30) VALUE
                     'LOANS PAID OFF AND CLOSED  : '.
           05  FL-PAYOFFS               PIC ZZZ9.
       01  FOOTER-LINE-8.
           05  FILLER                   PIC X(30) VALUE
                     'PAYOFFS SHORT - NOT POSTED : '.
           05  FL-PAYOFF-SHORT          PIC ZZZ9.
       01  FOOTER-LINE-9.
           05  FILLER                   PIC X(30) VALUE
                     'PAYOFF REFUNDS TO BORROWERS: '.
           05  FL-REFUNDS               PIC $$$,$$$,$$9.99.
       01  FOOTER-LINE-10.
           05  FILLER                   PIC X(30) VALUE
                     'PAYMENTS HELD IN SUSPENSE  : '.
           05  FL-SUSPENSE              PIC ZZZ9.
       01  FOOTER-LINE-11.
           05  FILLER                   PIC X(30) VALUE
                     'RETURNED PAYMENTS REVERSED : '.
           05  FL-RETURNS               PIC ZZZ9.
       01  FOOTER-LINE-12.
           05  FILLER                   PIC X(30) VALUE
                     'RETURNS FOR MANUAL REVIEW  : '.
           05  FL-RETURN-REVIEW         PIC ZZZ9.
       01  FOOTER-LINE-13.
           05  FILLER                   PIC X(30) VALUE
                     'NSF FEES ASSESSED          : '.
           05  FL-NSF-FEES              PIC $$$,$$$,$$9.99.
      *
       01  PAYOFF-SHORT-LINE.
           05  FILLER                   PIC X(21) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'PAYOFF DUE '.
           05  PS-DUE                   PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(08) VALUE '  SHORT '.
           05  PS-SHORT                 PIC $$$,$$$,$$9.99.
      *
       01  LETTER-SEPARATOR-LINE.
           05  FILLER                   PIC X(80) VALUE ALL '-'.
       01  LIEN-HEADER-LINE.
           05  FILLER                   PIC X(40) VALUE
               'RELEASE OF LIEN - LOAN PAID IN FULL'.
           05  FILLER                   PIC X(06) VALUE 'DATE: '.
           05  LL-DATE                  PIC XXXX/XX/XX.
       01  LIEN-NAME-LINE.
           05  FILLER                   PIC X(06) VALUE 'DEAR '.
           05  LL-MEMBER                PIC X(20).
       01  LIEN-LOAN-LINE.
           05  FILLER                   PIC X(13) VALUE
               'LOAN NUMBER: '.
           05  LL-LOAN-ID               PIC X(07).
           05  FILLER                   PIC X(20) VALUE
               '   PAID IN FULL ON: '.
           05  LL-PAID-DATE             PIC XXXX/XX/XX.
       01  LIEN-TEXT-LINE-1.
           05  FILLER                   PIC X(50) VALUE
               'YOUR LOAN HAS BEEN PAID IN FULL AND OUR LIEN ON'.
       01  LIEN-TEXT-LINE-2.
           05  FILLER                   PIC X(50) VALUE
               'THE PROPERTY SECURING IT IS RELEASED.  THE'.
       01  LIEN-TEXT-LINE-3.
           05  FILLER                   PIC X(50) VALUE
               'RELEASE WILL BE RECORDED WITH THE COUNTY.'.
       01  LIEN-TEXT-LINE-4.
           05  FILLER                   PIC X(50) VALUE
               'PLEASE KEEP THIS LETTER WITH YOUR PROPERTY PAPERS.'.
      *
       01  PIF-HEADER-LINE.
           05  FILLER                   PIC X(25) VALUE
                     'FINAL PAYOFF STATEMENT - '.
           05  PH-LOAN-ID               PIC X(07).
           05  FILLER                   PIC X(12) VALUE '   PAID ON: '.
           05  PH-PAID-DATE             PIC XXXX/XX/XX.
       01  PIF-MEMBER-LINE.
           05  FILLER                   PIC X(25) VALUE
                     'BORROWER               : '.
           05  PM-MEMBER                PIC X(20).
       01  PIF-AMOUNT-LINE.
           05  PA-LABEL                 PIC X(25).
           05  PA-AMOUNT                PIC $$$,$$$,$$9.99CR.
       01  PIF-DAYS-LINE.
           05  FILLER                   PIC X(25) VALUE
                     'PER-DIEM INTEREST DAYS : '.
           05  PD-DAYS                  PIC ZZZZ9.
           05  FILLER                   PIC X(14) VALUE
                     '  AT PER DIEM '.
           05  PD-PER-DIEM              PIC $$,$$9.99.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-PAYMENT-HISTORY.
           PERFORM OPEN-FILES.
           PERFORM LOAD-LOAN-MASTER.
           PERFORM WRITE-HEADINGS.
           PERFORM WRITE-FOOTERS.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
      *  Read before the history is reopened for this run's posts.
       LOAD-PAYMENT-HISTORY.
           OPEN INPUT PAYMENT-HISTORY.
           IF WS-HIST-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ PAYMENT-HISTORY
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM LOAD-ONE-HISTORY-REC UNTIL END-OF-FILE
               CLOSE PAYMENT-HISTORY
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
       LOAD-ONE-HISTORY-REC.
           EVALUATE TRUE
               WHEN LH-REVERSAL
                   MOVE LH-LOAN-ID TO WS-HT-KEY-LOAN-ID
                   MOVE LH-AMOUNT  TO WS-HT-KEY-AMOUNT
                   PERFORM FIND-RETURNED-POSTING
                   IF WS-HT-FOUND > ZERO
                       MOVE 'Y' TO WS-HT-REVERSED-SW(WS-HT-FOUND)
                   END-IF
               WHEN LH-TRAN-TYPE = 'O'
                   CONTINUE
               WHEN OTHER
                   PERFORM ADD-HISTORY-ENTRY
           END-EVALUATE.
           READ PAYMENT-HISTORY
               AT END MOVE 'Y' TO EOF-STAT.
      *
       OPEN-FILES.
           OPEN INPUT  LOAN-MASTER-IN, PAYMENTS-FILE.
           OPEN OUTPUT LOAN-MASTER-OUT, POSTING-REPORT,
                       LIEN-RELEASE-LTRS, PAYOFF-STATEMENTS.
           OPEN EXTEND PAYMENT-HISTORY.
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT PAYMENT-HISTORY
           END-IF.
           OPEN EXTEND PAID-IN-FULL-FILE.
           IF WS-PIF-STATUS NOT = '00'
               OPEN OUTPUT PAID-IN-FULL-FILE
           END-IF.
      *
       CLOSE-FILES.
           CLOSE LOAN-MASTER-IN, PAYMENTS-FILE, LOAN-MASTER-OUT,
                 PAYMENT-HISTORY, POSTING-REPORT, PAID-IN-FULL-FILE,
                 LIEN-RELEASE-LTRS, PAYOFF-STATEMENTS.
      *
       LOAD-LOAN-MASTER.
           MOVE 'N' TO EOF-STAT.
               MOVE LM-PAYMENT       TO WS-LN-PAYMENT(LN-IDX)
               MOVE LM-NEXT-DUE-DATE TO WS-LN-NEXT-DUE(LN-IDX)
               MOVE LM-ESCROW        TO WS-LN-ESCROW(LN-IDX)
               IF LM-ESCROW-BAL NUMERIC
                   MOVE LM-ESCROW-BAL    TO WS-LN-ESCROW-BAL(LN-IDX)
               ELSE
                   MOVE ZERO             TO WS-LN-ESCROW-BAL(LN-IDX)
               END-IF
               MOVE LM-ESCROW-ADV-SW TO WS-LN-ESCROW-ADV(LN-IDX)
               MOVE LM-MATURITY-DATE TO WS-LN-MATURITY(LN-IDX)
               MOVE LM-ARM-TERMS     TO WS-LN-ARM-TERMS(LN-IDX)
               MOVE SPACE            TO WS-LN-CLOSED-SW(LN-IDX)
               IF LM-SUSPENSE-BAL NUMERIC
                   MOVE LM-SUSPENSE-BAL  TO WS-LN-SUSPENSE(LN-IDX)
               ELSE
                   MOVE ZERO             TO WS-LN-SUSPENSE(LN-IDX)
               END-IF
               IF LM-FEES-DUE NUMERIC
                   MOVE LM-FEES-DUE      TO WS-LN-FEES-DUE(LN-IDX)
               ELSE
                   MOVE ZERO             TO WS-LN-FEES-DUE(LN-IDX)
               END-IF
               MOVE LM-WORKOUT-TERMS TO WS-LN-WORKOUT(LN-IDX)
               READ LOAN-MASTER-IN
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
                   MOVE 'NO LOAN ON MASTER' TO DL-NOTE
                   WRITE POSTING-REPORT-REC FROM POSTING-DETAIL-LINE
               WHEN WS-LN-LOAN-ID(LN-IDX) = PAY-LOAN-ID
                   EVALUATE TRUE
                       WHEN WS-LN-PAID-OFF(LN-IDX)
                           PERFORM REPORT-LOAN-CLOSED
                       WHEN PAY-PAYOFF
                           PERFORM POST-PAYOFF
                       WHEN PAY-RETURNED
                           PERFORM POST-RETURNED-PAYMENT
                       WHEN OTHER
                           PERFORM POST-REGULAR-PAYMENT
                   END-EVALUATE
           END-SEARCH.
           READ PAYMENTS-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
      *  Escrow first - the monthly deposit, or all of a payment
      *  too small to cover it - then interest at the loan's monthly
      *  rate (the same split the quote engine amortizes with), then
      *  the late fee if the payment landed past the grace period,
      *  then principal.
       APPLY-PAYMENT.
           ADD 1 TO WS-CTR-POSTED.
           MOVE SPACES TO POSTING-DETAIL-LINE.
           IF WS-APPLY-AMOUNT < WS-LN-ESCROW(LN-IDX)
               MOVE WS-APPLY-AMOUNT       TO WS-ESCROW-PORTION
           ELSE
               MOVE WS-LN-ESCROW(LN-IDX)  TO WS-ESCROW-PORTION
           END-IF.
           IF WS-ESCROW-PORTION < ZERO
               MOVE ZERO TO WS-ESCROW-PORTION
           END-IF.
           ADD WS-ESCROW-PORTION TO WS-LN-ESCROW-BAL(LN-IDX)
                                    WS-TOT-ESCROW.
      *    Deposits that repay an advance clear the advance switch.
           IF WS-LN-ESCROW-ADV(LN-IDX) = 'Y'
               AND WS-LN-ESCROW-BAL(LN-IDX) NOT < ZERO
               MOVE SPACE TO WS-LN-ESCROW-ADV(LN-IDX)
               ADD 1 TO WS-CTR-ADV-CLEARED
           END-IF.
           COMPUTE WS-PI-AMOUNT = WS-APPLY-AMOUNT - WS-ESCROW-PORTION.
           COMPUTE WS-MONTHLY-RATE =
                   (WS-LN-RATE(LN-IDX) / 100) / 12.
           COMPUTE WS-INTEREST-PORTION ROUNDED =
           MOVE PAY-DATE               TO DP-DATE-2.
           CALL 'DATEEDIT' USING DATE-EDIT-PARM.
           MOVE DP-DAYS-OUT TO WS-DAYS-PAST-DUE.
      *    No late fee while a forbearance plan is in force.
           PERFORM SET-PLAN-ACTIVE-SW.
           IF WS-DAYS-PAST-DUE > WS-GRACE-DAYS
              AND NOT PLAN-ACTIVE
               MOVE WS-LATE-FEE TO WS-FEE-ASSESSED
               ADD 1 TO WS-CTR-LATE-FEES
               MOVE 'LATE - FEE ASSESSED' TO DL-NOTE
           END-IF.
      *    Fees owed from earlier (NSF, or late fees a returned
      *    payment put back) come out ahead of principal.
           MOVE ZERO TO WS-FEES-COLLECTED.
           IF WS-LN-FEES-DUE(LN-IDX) > ZERO
               COMPUTE WS-FEES-AVAILABLE = WS-PI-AMOUNT
                       - WS-INTEREST-PORTION - WS-FEE-ASSESSED
               IF WS-FEES-AVAILABLE > WS-LN-FEES-DUE(LN-IDX)
                   MOVE WS-LN-FEES-DUE(LN-IDX) TO WS-FEES-AVAILABLE
               END-IF
               IF WS-FEES-AVAILABLE > 999.99 - WS-FEE-ASSESSED
                   COMPUTE WS-FEES-AVAILABLE = 999.99 - WS-FEE-ASSESSED
               END-IF
               IF WS-FEES-AVAILABLE > ZERO
                   MOVE WS-FEES-AVAILABLE TO WS-FEES-COLLECTED
                   SUBTRACT WS-FEES-COLLECTED
                       FROM WS-LN-FEES-DUE(LN-IDX)
                   ADD WS-FEES-COLLECTED TO WS-FEE-ASSESSED
               END-IF
           END-IF.
           COMPUTE WS-PRINCIPAL-PORTION = WS-PI-AMOUNT
                   - WS-INTEREST-PORTION - WS-FEE-ASSESSED.
      *    A reduced plan payment can fall short of the month's
      *    interest; the shortfall is forgone, not added to the
      *    balance.
           IF WS-PRINCIPAL-PORTION < ZERO
               ADD WS-PRINCIPAL-PORTION TO WS-INTEREST-PORTION
               MOVE ZERO TO WS-PRINCIPAL-PORTION
           END-IF.
           IF WS-PRINCIPAL-PORTION > WS-LN-BALANCE(LN-IDX)
               MOVE WS-LN-BALANCE(LN-IDX) TO WS-PRINCIPAL-PORTION
           END-IF.
      *
           MOVE PAY-LOAN-ID            TO DL-LOAN-ID.
           MOVE PAY-DATE               TO DL-PAY-DATE.
           MOVE WS-APPLY-AMOUNT        TO DL-AMOUNT.
           MOVE WS-INTEREST-PORTION    TO DL-INTEREST.
           MOVE WS-PRINCIPAL-PORTION   TO DL-PRINCIPAL.
           MOVE WS-FEE-ASSESSED        TO DL-LATE-FEE.
           MOVE WS-ESCROW-PORTION      TO DL-ESCROW.
           MOVE WS-LN-BALANCE(LN-IDX)  TO DL-NEW-BALANCE.
           IF DL-NOTE = SPACES
               MOVE WS-APPLY-NOTE      TO DL-NOTE
           END-IF.
           WRITE POSTING-REPORT-REC FROM POSTING-DETAIL-LINE.
      *    The split survives the run on the payment-history detail.
           MOVE SPACES               TO PAYMENT-HISTORY-REC.
           MOVE PAY-LOAN-ID          TO LH-LOAN-ID.
           MOVE PAY-DATE             TO LH-PAY-DATE.
           MOVE WS-APPLY-AMOUNT      TO LH-AMOUNT.
           MOVE WS-INTEREST-PORTION  TO LH-INTEREST.
           MOVE WS-PRINCIPAL-PORTION TO LH-PRINCIPAL.
           MOVE WS-FEE-ASSESSED      TO LH-LATE-FEE.
           WRITE PAYMENT-HISTORY-REC.
           PERFORM ADD-HISTORY-ENTRY.
      *
      *  A payment short of the installment waits in suspense; once
      *  the suspense covers an installment, one is applied from it.
      *  Under a reduced-payment plan the installment is the plan
      *  payment until the plan's resume date.
       POST-REGULAR-PAYMENT.
           PERFORM SET-PLAN-ACTIVE-SW.
           IF PLAN-ACTIVE
              AND WS-LN-PLAN-PAYMENT(LN-IDX) > ZERO
               MOVE WS-LN-PLAN-PAYMENT(LN-IDX) TO WS-INSTALLMENT
           ELSE
               COMPUTE WS-INSTALLMENT = WS-LN-PAYMENT(LN-IDX)
                                      + WS-LN-ESCROW(LN-IDX)
           END-IF.
           IF PAY-AMOUNT < WS-INSTALLMENT
               PERFORM HOLD-IN-SUSPENSE
           ELSE
               MOVE PAY-AMOUNT TO WS-APPLY-AMOUNT
               MOVE SPACES     TO WS-APPLY-NOTE
               PERFORM APPLY-PAYMENT
           END-IF.
      *
      *  A plan is in force for payments dated before its resume
      *  date.
       SET-PLAN-ACTIVE-SW.
           IF WS-LN-FORBEARANCE(LN-IDX)
              AND WS-LN-PLAN-RESUME(LN-IDX) NUMERIC
              AND PAY-DATE < WS-LN-PLAN-RESUME(LN-IDX)
               MOVE 'Y' TO WS-PLAN-ACTIVE-SW
           ELSE
               MOVE 'N' TO WS-PLAN-ACTIVE-SW
           END-IF.
      *
       HOLD-IN-SUSPENSE.
           ADD 1 TO WS-CTR-SUSPENSE.
           ADD PAY-AMOUNT TO WS-LN-SUSPENSE(LN-IDX).
           MOVE SPACES                TO POSTING-DETAIL-LINE.
           MOVE PAY-LOAN-ID           TO DL-LOAN-ID.
           MOVE PAY-DATE              TO DL-PAY-DATE.
           MOVE PAY-AMOUNT            TO DL-AMOUNT.
           MOVE WS-LN-BALANCE(LN-IDX) TO DL-NEW-BALANCE.
           MOVE 'HELD IN SUSPENSE'    TO DL-NOTE.
           WRITE POSTING-REPORT-REC FROM POSTING-DETAIL-LINE.
           MOVE SPACES                TO PAYMENT-HISTORY-REC.
           MOVE PAY-LOAN-ID           TO LH-LOAN-ID.
           MOVE PAY-DATE              TO LH-PAY-DATE.
           MOVE PAY-AMOUNT            TO LH-AMOUNT.
           MOVE ZERO                  TO LH-INTEREST LH-PRINCIPAL
                                         LH-LATE-FEE.
           MOVE 'S'                   TO LH-TRAN-TYPE.
           WRITE PAYMENT-HISTORY-REC.
           PERFORM ADD-HISTORY-ENTRY.
           IF WS-LN-SUSPENSE(LN-IDX) NOT < WS-INSTALLMENT
               SUBTRACT WS-INSTALLMENT FROM WS-LN-SUSPENSE(LN-IDX)
               MOVE WS-INSTALLMENT    TO WS-APPLY-AMOUNT
               MOVE 'APPLIED FROM SUSPENSE' TO WS-APPLY-NOTE
               PERFORM APPLY-PAYMENT
           END-IF.
      *
      *  A returned payment backs out the latest posting of that
      *  amount not already reversed.  A partial still sitting in
      *  suspense just leaves it; one already swept into an applied
      *  installment, or a return with no posting to match, is left
      *  for manual review.
       POST-RETURNED-PAYMENT.
           MOVE PAY-LOAN-ID TO WS-HT-KEY-LOAN-ID.
           MOVE PAY-AMOUNT  TO WS-HT-KEY-AMOUNT.
           PERFORM FIND-RETURNED-POSTING.
           MOVE SPACES      TO POSTING-DETAIL-LINE.
           MOVE PAY-LOAN-ID TO DL-LOAN-ID.
           MOVE PAY-DATE    TO DL-PAY-DATE.
           MOVE PAY-AMOUNT  TO DL-AMOUNT.
           EVALUATE TRUE
               WHEN WS-HT-FOUND = ZERO
                   ADD 1 TO WS-CTR-RETURN-REVIEW
                   MOVE 'RETURN - NO POSTING FOUND' TO DL-NOTE
                   WRITE POSTING-REPORT-REC FROM POSTING-DETAIL-LINE
               WHEN WS-HT-SUSPENSE-HOLD(WS-HT-FOUND)
                AND WS-LN-SUSPENSE(LN-IDX) < PAY-AMOUNT
                   ADD 1 TO WS-CTR-RETURN-REVIEW
                   MOVE 'RETURN - SUSPENSE APPLIED' TO DL-NOTE
                   WRITE POSTING-REPORT-REC FROM POSTING-DETAIL-LINE
               WHEN OTHER
                   PERFORM REVERSE-POSTING
           END-EVALUATE.
      *
       REVERSE-POSTING.
           ADD 1 TO WS-CTR-RETURNS.
           MOVE 'Y' TO WS-HT-REVERSED-SW(WS-HT-FOUND).
           MOVE ZERO TO WS-REV-ESCROW.
           IF WS-HT-SUSPENSE-HOLD(WS-HT-FOUND)
               SUBTRACT PAY-AMOUNT FROM WS-LN-SUSPENSE(LN-IDX)
           ELSE
               ADD WS-HT-PRINCIPAL(WS-HT-FOUND)
                   TO WS-LN-BALANCE(LN-IDX)
               COMPUTE WS-REV-ESCROW = WS-HT-AMOUNT(WS-HT-FOUND)
                     - WS-HT-INTEREST(WS-HT-FOUND)
                     - WS-HT-PRINCIPAL(WS-HT-FOUND)
                     - WS-HT-LATE-FEE(WS-HT-FOUND)
               SUBTRACT WS-REV-ESCROW FROM WS-LN-ESCROW-BAL(LN-IDX)
                                           WS-TOT-ESCROW
               IF WS-LN-ESCROW-BAL(LN-IDX) < ZERO
                   MOVE 'Y' TO WS-LN-ESCROW-ADV(LN-IDX)
               END-IF
               ADD WS-HT-LATE-FEE(WS-HT-FOUND)
                   TO WS-LN-FEES-DUE(LN-IDX)
               PERFORM BACK-UP-NEXT-DUE
           END-IF.
           ADD WS-NSF-FEE TO WS-LN-FEES-DUE(LN-IDX)
                             WS-TOT-NSF-FEES.
           MOVE WS-HT-INTEREST(WS-HT-FOUND)  TO DL-INTEREST.
           MOVE WS-HT-PRINCIPAL(WS-HT-FOUND) TO DL-PRINCIPAL.
           MOVE WS-NSF-FEE                   TO DL-LATE-FEE.
           MOVE WS-REV-ESCROW                TO DL-ESCROW.
           MOVE WS-LN-BALANCE(LN-IDX)        TO DL-NEW-BALANCE.
           MOVE 'RETURNED NSF - REVERSED'    TO DL-NOTE.
           WRITE POSTING-REPORT-REC FROM POSTING-DETAIL-LINE.
           MOVE SPACES                TO PAYMENT-HISTORY-REC.
           MOVE PAY-LOAN-ID           TO LH-LOAN-ID.
           MOVE PAY-DATE              TO LH-PAY-DATE.
           MOVE PAY-AMOUNT            TO LH-AMOUNT.
           COMPUTE LH-INTEREST  = ZERO - WS-HT-INTEREST(WS-HT-FOUND).
           COMPUTE LH-PRINCIPAL = ZERO - WS-HT-PRINCIPAL(WS-HT-FOUND).
           COMPUTE LH-LATE-FEE  = ZERO - WS-HT-LATE-FEE(WS-HT-FOUND).
           MOVE 'R'                   TO LH-TRAN-TYPE.
           WRITE PAYMENT-HISTORY-REC.
      *
      *  The reversed payment no longer pays the month it paid.
       BACK-UP-NEXT-DUE.
           COMPUTE WS-DUE-YEAR  = WS-LN-NEXT-DUE(LN-IDX) / 10000.
           COMPUTE WS-DUE-MONTH =
                   FUNCTION MOD(WS-LN-NEXT-DUE(LN-IDX) / 100, 100)
                   - 1.
           IF WS-DUE-MONTH = ZERO
               MOVE 12 TO WS-DUE-MONTH
               SUBTRACT 1 FROM WS-DUE-YEAR
           END-IF.
           COMPUTE WS-LN-NEXT-DUE(LN-IDX) =
                   (WS-DUE-YEAR * 10000) + (WS-DUE-MONTH * 100) + 1.
      *
      *  Latest posting for the key loan and amount not yet reversed.
       FIND-RETURNED-POSTING.
           MOVE ZERO TO WS-HT-FOUND.
           PERFORM VARYING WS-HT-SUB FROM WS-HT-CTR BY -1
                   UNTIL WS-HT-SUB < 1 OR WS-HT-FOUND > ZERO
               IF WS-HT-LOAN-ID(WS-HT-SUB) = WS-HT-KEY-LOAN-ID
                  AND WS-HT-AMOUNT(WS-HT-SUB) = WS-HT-KEY-AMOUNT
                  AND NOT WS-HT-REVERSED(WS-HT-SUB)
                   MOVE WS-HT-SUB TO WS-HT-FOUND
               END-IF
           END-PERFORM.
      *
       ADD-HISTORY-ENTRY.
           IF WS-HT-CTR < WS-HT-MAX
               ADD 1 TO WS-HT-CTR
               MOVE LH-LOAN-ID    TO WS-HT-LOAN-ID(WS-HT-CTR)
               MOVE LH-AMOUNT     TO WS-HT-AMOUNT(WS-HT-CTR)
               MOVE LH-INTEREST   TO WS-HT-INTEREST(WS-HT-CTR)
               MOVE LH-PRINCIPAL  TO WS-HT-PRINCIPAL(WS-HT-CTR)
               MOVE LH-LATE-FEE   TO WS-HT-LATE-FEE(WS-HT-CTR)
               MOVE LH-TRAN-TYPE  TO WS-HT-TRAN-TYPE(WS-HT-CTR)
               MOVE 'N'           TO WS-HT-REVERSED-SW(WS-HT-CTR)
           ELSE
               IF NOT WS-HT-FULL
                   MOVE 'Y' TO WS-HT-FULL-SW
                   DISPLAY 'WARNING: PAYMENT HISTORY HAS MORE THAN '
                           WS-HT-MAX
                           ' POSTINGS - REMAINING ROWS IGNORED'
               END-IF
           END-IF.
      *
       REPORT-LOAN-CLOSED.
           ADD 1 TO WS-CTR-UNMATCHED.
           MOVE SPACES      TO POSTING-DETAIL-LINE.
           MOVE PAY-LOAN-ID TO DL-LOAN-ID.
           MOVE PAY-DATE    TO DL-PAY-DATE.
           MOVE PAY-AMOUNT  TO DL-AMOUNT.
           MOVE 'LOAN ALREADY PAID OFF' TO DL-NOTE.
           WRITE POSTING-REPORT-REC FROM POSTING-DETAIL-LINE.
      *
      *  Funds short of the payoff figure are not posted - the loan
      *  stays as it was and the shortage is reported for follow-up.
       POST-PAYOFF.
           PERFORM COMPUTE-PAYOFF-DUE.
           MOVE SPACES      TO POSTING-DETAIL-LINE.
           MOVE PAY-LOAN-ID TO DL-LOAN-ID.
           MOVE PAY-DATE    TO DL-PAY-DATE.
           MOVE PAY-AMOUNT  TO DL-AMOUNT.
           IF PAY-AMOUNT < WS-PAYOFF-DUE
               ADD 1 TO WS-CTR-PAYOFF-SHORT
               COMPUTE WS-PAYOFF-SHORT = WS-PAYOFF-DUE - PAY-AMOUNT
               MOVE WS-LN-BALANCE(LN-IDX) TO DL-NEW-BALANCE
               MOVE 'PAYOFF SHORT - NOT POSTED' TO DL-NOTE
               WRITE POSTING-REPORT-REC FROM POSTING-DETAIL-LINE
               MOVE WS-PAYOFF-DUE   TO PS-DUE
               MOVE WS-PAYOFF-SHORT TO PS-SHORT
               WRITE POSTING-REPORT-REC FROM PAYOFF-SHORT-LINE
           ELSE
               PERFORM CLOSE-PAID-OFF-LOAN
           END-IF.
      *
      *  Paid through one month before the next due date; interest
      *  accrues per diem from there to the payoff date, a payoff
      *  past the grace period owes the late fee for each month
      *  behind, and an escrow advance still outstanding is due.
       COMPUTE-PAYOFF-DUE.
           MOVE WS-LN-NEXT-DUE(LN-IDX) TO WS-PAID-THRU-DATE.
           IF WS-PT-MONTH = 1
               SUBTRACT 1 FROM WS-PT-YEAR
               MOVE 12 TO WS-PT-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PT-MONTH
           END-IF.
           COMPUTE WS-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(PAY-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-PAID-THRU-DATE).
           IF WS-ACCRUAL-DAYS < ZERO
               MOVE ZERO TO WS-ACCRUAL-DAYS
           END-IF.
           COMPUTE WS-PER-DIEM ROUNDED =
                   (WS-LN-BALANCE(LN-IDX) *
                    (WS-LN-RATE(LN-IDX) / 100)) / 365.
           COMPUTE WS-ACCRUED-INT ROUNDED =
                   WS-PER-DIEM * WS-ACCRUAL-DAYS.
           SET DP-BUSINESS-DAYS TO TRUE.
           MOVE WS-LN-NEXT-DUE(LN-IDX) TO DP-DATE-IN.
           MOVE PAY-DATE               TO DP-DATE-2.
           CALL 'DATEEDIT' USING DATE-EDIT-PARM.
           MOVE ZERO TO WS-PAYOFF-FEES.
           IF DP-DAYS-OUT > WS-GRACE-DAYS
               COMPUTE WS-CAL-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE(PAY-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-LN-NEXT-DUE(LN-IDX))
               COMPUTE WS-MONTHS-LATE = (WS-CAL-DAYS-LATE / 30) + 1
               COMPUTE WS-PAYOFF-FEES = WS-MONTHS-LATE * WS-LATE-FEE
           END-IF.
           ADD WS-LN-FEES-DUE(LN-IDX) TO WS-PAYOFF-FEES.
           IF WS-LN-ESCROW-BAL(LN-IDX) < ZERO
               COMPUTE WS-ESCROW-ADV-DUE = ZERO
                                         - WS-LN-ESCROW-BAL(LN-IDX)
           ELSE
               MOVE ZERO TO WS-ESCROW-ADV-DUE
           END-IF.
           MOVE WS-LN-SUSPENSE(LN-IDX) TO WS-SUSPENSE-CREDIT.
           COMPUTE WS-PAYOFF-DUE = WS-LN-BALANCE(LN-IDX)
                 + WS-ACCRUED-INT + WS-PAYOFF-FEES + WS-ESCROW-ADV-DUE
                 - WS-SUSPENSE-CREDIT.
      *
      *  The master record as it stood goes to the paid-in-full file
      *  before the loan is zeroed and flagged so the rewrite drops
      *  it; whatever was sent over the payoff figure and any escrow
      *  left on deposit go back to the borrower.
       CLOSE-PAID-OFF-LOAN.
           ADD 1 TO WS-CTR-PAYOFFS.
           COMPUTE WS-OVERAGE-REFUND = PAY-AMOUNT - WS-PAYOFF-DUE.
           IF WS-LN-ESCROW-BAL(LN-IDX) > ZERO
               MOVE WS-LN-ESCROW-BAL(LN-IDX) TO WS-ESCROW-REFUND
           ELSE
               MOVE ZERO TO WS-ESCROW-REFUND
           END-IF.
           ADD WS-OVERAGE-REFUND WS-ESCROW-REFUND TO WS-TOT-REFUNDS.
           PERFORM BUILD-MASTER-RECORD.
           MOVE SPACES                 TO PAID-IN-FULL-REC.
           MOVE LOAN-MASTER-REC        TO PF-MASTER-IMAGE.
           MOVE PAY-DATE               TO PF-PAYOFF-DATE.
           MOVE PAY-AMOUNT             TO PF-AMOUNT-RECEIVED.
           MOVE WS-LN-BALANCE(LN-IDX)  TO PF-PRINCIPAL-PAID.
           MOVE WS-ACCRUED-INT         TO PF-INTEREST-PAID.
           MOVE WS-PAYOFF-FEES         TO PF-FEES-PAID.
           MOVE WS-ESCROW-ADV-DUE      TO PF-ESCROW-ADV-REPAID.
           MOVE WS-ESCROW-REFUND       TO PF-ESCROW-REFUND.
           MOVE WS-OVERAGE-REFUND      TO PF-OVERAGE-REFUND.
           WRITE PAID-IN-FULL-REC.
           MOVE SPACES                 TO PAYMENT-HISTORY-REC.
           MOVE PAY-LOAN-ID            TO LH-LOAN-ID.
           MOVE PAY-DATE               TO LH-PAY-DATE.
           MOVE PAY-AMOUNT             TO LH-AMOUNT.
           MOVE WS-ACCRUED-INT         TO LH-INTEREST.
           MOVE WS-LN-BALANCE(LN-IDX)  TO LH-PRINCIPAL.
           MOVE WS-PAYOFF-FEES         TO LH-LATE-FEE.
           MOVE 'O'                    TO LH-TRAN-TYPE.
           WRITE PAYMENT-HISTORY-REC.
           PERFORM WRITE-LIEN-RELEASE.
           PERFORM WRITE-PAYOFF-STATEMENT.
           MOVE WS-ACCRUED-INT         TO DL-INTEREST.
           MOVE WS-LN-BALANCE(LN-IDX)  TO DL-PRINCIPAL.
           MOVE WS-PAYOFF-FEES         TO DL-LATE-FEE.
           MOVE ZERO                   TO DL-NEW-BALANCE.
           MOVE 'PAID IN FULL - CLOSED' TO DL-NOTE.
           WRITE POSTING-REPORT-REC FROM POSTING-DETAIL-LINE.
           MOVE ZERO TO WS-LN-BALANCE(LN-IDX)
                        WS-LN-ESCROW-BAL(LN-IDX)
                        WS-LN-SUSPENSE(LN-IDX)
                        WS-LN-FEES-DUE(LN-IDX).
           MOVE 'Y'  TO WS-LN-CLOSED-SW(LN-IDX).
      *
       WRITE-LIEN-RELEASE.
           WRITE LIEN-RELEASE-REC FROM LETTER-SEPARATOR-LINE.
           MOVE PAY-DATE               TO LL-DATE LL-PAID-DATE.
           WRITE LIEN-RELEASE-REC FROM LIEN-HEADER-LINE.
           MOVE SPACES TO LIEN-RELEASE-REC.
           WRITE LIEN-RELEASE-REC.
           MOVE WS-LN-MEMBER(LN-IDX)   TO LL-MEMBER.
           WRITE LIEN-RELEASE-REC FROM LIEN-NAME-LINE.
           MOVE PAY-LOAN-ID            TO LL-LOAN-ID.
           WRITE LIEN-RELEASE-REC FROM LIEN-LOAN-LINE.
           MOVE SPACES TO LIEN-RELEASE-REC.
           WRITE LIEN-RELEASE-REC.
           WRITE LIEN-RELEASE-REC FROM LIEN-TEXT-LINE-1.
           WRITE LIEN-RELEASE-REC FROM LIEN-TEXT-LINE-2.
           WRITE LIEN-RELEASE-REC FROM LIEN-TEXT-LINE-3.
           WRITE LIEN-RELEASE-REC FROM LIEN-TEXT-LINE-4.
           MOVE SPACES TO LIEN-RELEASE-REC.
           WRITE LIEN-RELEASE-REC.
      *
       WRITE-PAYOFF-STATEMENT.
           WRITE PAYOFF-STMT-REC FROM LETTER-SEPARATOR-LINE.
           MOVE PAY-LOAN-ID            TO PH-LOAN-ID.
           MOVE PAY-DATE               TO PH-PAID-DATE.
           WRITE PAYOFF-STMT-REC FROM PIF-HEADER-LINE.
           MOVE WS-LN-MEMBER(LN-IDX)   TO PM-MEMBER.
           WRITE PAYOFF-STMT-REC FROM PIF-MEMBER-LINE.
           MOVE SPACES TO PAYOFF-STMT-REC.
           WRITE PAYOFF-STMT-REC.
           MOVE 'PRINCIPAL BALANCE      : ' TO PA-LABEL.
           MOVE WS-LN-BALANCE(LN-IDX)  TO PA-AMOUNT.
           WRITE PAYOFF-STMT-REC FROM PIF-AMOUNT-LINE.
           MOVE WS-ACCRUAL-DAYS        TO PD-DAYS.
           MOVE WS-PER-DIEM            TO PD-PER-DIEM.
           WRITE PAYOFF-STMT-REC FROM PIF-DAYS-LINE.
           MOVE 'ACCRUED INTEREST       : ' TO PA-LABEL.
           MOVE WS-ACCRUED-INT         TO PA-AMOUNT.
           WRITE PAYOFF-STMT-REC FROM PIF-AMOUNT-LINE.
           MOVE 'LATE AND OTHER FEES    : ' TO PA-LABEL.
           MOVE WS-PAYOFF-FEES         TO PA-AMOUNT.
           WRITE PAYOFF-STMT-REC FROM PIF-AMOUNT-LINE.
           MOVE 'ESCROW ADVANCE REPAID  : ' TO PA-LABEL.
           MOVE WS-ESCROW-ADV-DUE      TO PA-AMOUNT.
           WRITE PAYOFF-STMT-REC FROM PIF-AMOUNT-LINE.
           IF WS-SUSPENSE-CREDIT NOT = ZERO
               MOVE 'LESS FUNDS IN SUSPENSE : ' TO PA-LABEL
               COMPUTE PA-AMOUNT = ZERO - WS-SUSPENSE-CREDIT
               WRITE PAYOFF-STMT-REC FROM PIF-AMOUNT-LINE
           END-IF.
           MOVE 'TOTAL PAYOFF           : ' TO PA-LABEL.
           MOVE WS-PAYOFF-DUE          TO PA-AMOUNT.
           WRITE PAYOFF-STMT-REC FROM PIF-AMOUNT-LINE.
           MOVE 'FUNDS RECEIVED         : ' TO PA-LABEL.
           MOVE PAY-AMOUNT             TO PA-AMOUNT.
           WRITE PAYOFF-STMT-REC FROM PIF-AMOUNT-LINE.
           MOVE SPACES TO PAYOFF-STMT-REC.
           WRITE PAYOFF-STMT-REC.
           MOVE 'OVERPAYMENT REFUNDED   : ' TO PA-LABEL.
           MOVE WS-OVERAGE-REFUND      TO PA-AMOUNT.
           WRITE PAYOFF-STMT-REC FROM PIF-AMOUNT-LINE.
           MOVE 'ESCROW BALANCE REFUNDED: ' TO PA-LABEL.
           MOVE WS-ESCROW-REFUND       TO PA-AMOUNT.
           WRITE PAYOFF-STMT-REC FROM PIF-AMOUNT-LINE.
           MOVE SPACES TO PAYOFF-STMT-REC.
           WRITE PAYOFF-STMT-REC.
      *
      *  Loans paid off this run are left off the new master.
       WRITE-UPDATED-MASTER.
           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-LOAN-CTR
               IF NOT WS-LN-PAID-OFF(LN-IDX)
                   PERFORM BUILD-MASTER-RECORD
                   WRITE LOAN-MASTER-OUT-REC FROM LOAN-MASTER-REC
               END-IF
           END-PERFORM.
      *
       BUILD-MASTER-RECORD.
           MOVE SPACES                TO LOAN-MASTER-REC
           MOVE WS-LN-LOAN-ID(LN-IDX) TO LM-LOAN-ID
           MOVE WS-LN-MEMBER(LN-IDX)  TO LM-MEMBER-NAME
           MOVE WS-LN-BALANCE(LN-IDX) TO LM-BALANCE
           MOVE WS-LN-RATE(LN-IDX)    TO LM-ANNUAL-RATE
           MOVE WS-LN-PAYMENT(LN-IDX) TO LM-PAYMENT
           MOVE WS-LN-NEXT-DUE(LN-IDX) TO LM-NEXT-DUE-DATE
           MOVE WS-LN-ESCROW(LN-IDX)   TO LM-ESCROW
           MOVE WS-LN-ESCROW-BAL(LN-IDX) TO LM-ESCROW-BAL
           MOVE WS-LN-ESCROW-ADV(LN-IDX) TO LM-ESCROW-ADV-SW
           MOVE WS-LN-MATURITY(LN-IDX)   TO LM-MATURITY-DATE
           MOVE WS-LN-ARM-TERMS(LN-IDX)  TO LM-ARM-TERMS
           MOVE WS-LN-SUSPENSE(LN-IDX)   TO LM-SUSPENSE-BAL
           MOVE WS-LN-FEES-DUE(LN-IDX)   TO LM-FEES-DUE
           MOVE WS-LN-WORKOUT(LN-IDX)    TO LM-WORKOUT-TERMS.
      *
       WRITE-HEADINGS.
           WRITE POSTING-REPORT-REC FROM REPORT-HEADER-LINE-1.
           WRITE POSTING-REPORT-REC FROM FOOTER-LINE-3.
           MOVE  WS-CTR-LATE-FEES TO FL-LATE-FEES.
           WRITE POSTING-REPORT-REC FROM FOOTER-LINE-4.
           MOVE  WS-TOT-ESCROW    TO FL-ESCROW.
           WRITE POSTING-REPORT-REC FROM FOOTER-LINE-5.
           MOVE  WS-CTR-ADV-CLEARED TO FL-ADV-CLEARED.
           WRITE POSTING-REPORT-REC FROM FOOTER-LINE-6.
           MOVE  WS-CTR-PAYOFFS   TO FL-PAYOFFS.
           WRITE POSTING-REPORT-REC FROM FOOTER-LINE-7.
           MOVE  WS-CTR-PAYOFF-SHORT TO FL-PAYOFF-SHORT.
           WRITE POSTING-REPORT-REC FROM FOOTER-LINE-8.
           MOVE  WS-TOT-REFUNDS   TO FL-REFUNDS.
           WRITE POSTING-REPORT-REC FROM FOOTER-LINE-9.
           MOVE  WS-CTR-SUSPENSE  TO FL-SUSPENSE.
           WRITE POSTING-REPORT-REC FROM FOOTER-LINE-10.
           MOVE  WS-CTR-RETURNS   TO FL-RETURNS.
           WRITE POSTING-REPORT-REC FROM FOOTER-LINE-11.
           MOVE  WS-CTR-RETURN-REVIEW TO FL-RETURN-REVIEW.
           WRITE POSTING-REPORT-REC FROM FOOTER-LINE-12.
           MOVE  WS-TOT-NSF-FEES  TO FL-NSF-FEES.
           WRITE POSTING-REPORT-REC FROM FOOTER-LINE-13.
