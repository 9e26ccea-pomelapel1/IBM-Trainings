      *    RUNDATE override honored) to the portfolio-       *
      *    history file LOANPORT, then lists every month on  *
      *    file so a creeping delinquency rate is visible    *
      *    the month it starts moving.  Loans in a           *
      *    forbearance plan age against the plan, as LOANAGE *
      *    ages them.                                        *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  LOAN-MASTER-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOAN-MASTER-REC.
       01  LOAN-MASTER-REC.
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
      *    One snapshot record per month-end close.
       FD  PORTFOLIO-HISTORY
       01  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
       01  WS-PERIOD                    PIC 9(06) VALUE ZERO.
       01  WS-DAYS-PAST-DUE             PIC S9(5) VALUE ZERO.
       01  WS-AGE-FROM-DATE             PIC 9(08) VALUE ZERO.
      *
      *    Shared date parameter block - days past due count BUSINESS
      *    days through DATEEDIT's 'B' function, so the snapshot's
           ADD LM-BALANCE TO WS-TOTAL-BALANCE.
           COMPUTE WS-RATE-WEIGHT-SUM = WS-RATE-WEIGHT-SUM
                 + (LM-BALANCE * LM-ANNUAL-RATE).
      *    Suspended plan payments don't fall due until the
      *    plan's resume date.
           MOVE LM-NEXT-DUE-DATE TO WS-AGE-FROM-DATE.
           IF LM-FORBEARANCE-PLAN
              AND LM-PLAN-RESUME-DATE NUMERIC
              AND WS-BUSINESS-DATE < LM-PLAN-RESUME-DATE
              AND LM-PLAN-PAYMENT = ZERO
              AND LM-NEXT-DUE-DATE < LM-PLAN-RESUME-DATE
               MOVE LM-PLAN-RESUME-DATE TO WS-AGE-FROM-DATE
           END-IF.
           SET DP-BUSINESS-DAYS TO TRUE.
           MOVE WS-AGE-FROM-DATE TO DP-DATE-IN.
           MOVE WS-BUSINESS-DATE TO DP-DATE-2.
           CALL 'DATEEDIT' USING DATE-EDIT-PARM.
           MOVE DP-DAYS-OUT TO WS-DAYS-PAST-DUE.
