      *    (ESCRODSB - loan id, T tax / I insurance, the     *
      *    month due as YYYYMM, amount) and projects each    *
      *    loan's escrow balance month by month across the   *
      *    coming twelve months from the balance actually    *
      *    in escrow (LM-ESCROW-BAL, net of what ESCRDISB    *
      *    has paid): the current LM-ESCROW deposit in, the  *
      *    scheduled disbursements out.                      *
      *    The deepest projected deficit is the shortage;    *
      *    spread over twelve payments it becomes the new    *
      *    monthly escrow, and the borrower-facing analysis  *
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
       FD  DISBURSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISBURSE-REC.
      *    Widened 30 -> 70 for the payee and the paid stamp
      *    ESCRDISB puts on a bill when it cuts the check.
       01  DISBURSE-REC.
           05  DB-LOAN-ID               PIC X(07).
           05  DB-TYPE                  PIC X(01).
               88  DB-INSURANCE         VALUE 'I'.
           05  DB-DUE-MONTH             PIC 9(06).
           05  DB-AMOUNT                PIC 9(05)V99.
           05  DB-PAYEE                 PIC X(25).
           05  DB-PAID-DATE             PIC X(08).
           05  DB-CHECK-NO              PIC X(06).
           05  FILLER                   PIC X(10).
      *
       FD  LOAN-MASTER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOAN-MASTER-OUT-REC.
       01  LOAN-MASTER-OUT-REC          PIC X(200).
      *
       FD  ANALYSIS-STMTS
           RECORDING MODE IS F
           05  SH-LOAN-ID               PIC X(07).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SH-MEMBER                PIC X(20).
       01  STMT-OPENING-LINE.
           05  FILLER                   PIC X(28) VALUE
                     'ESCROW BALANCE TODAY      : '.
           05  SO-BALANCE               PIC $$$,$$9.99CR.
           05  SO-ADVANCE-NOTE          PIC X(30).
       01  STMT-COLUMN-LINE.
           05  FILLER                   PIC X(09) VALUE 'MONTH'.
           05  FILLER                   PIC X(12) VALUE '   DEPOSIT'.
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
      *  Twelve-month projection from today's escrow balance (an
      *  advance outstanding starts it negative): the current
      *  deposit in each month, that month's scheduled
      *  disbursements out.  The deepest deficit is the shortage.
       ANALYZE-ONE-LOAN.
           ADD 1 TO WS-CTR-LOANS.
                 AFTER ADVANCING PAGE.
           MOVE SPACES TO ANALYSIS-STMT-REC.
           WRITE ANALYSIS-STMT-REC.
           MOVE ZERO TO WS-PROJ-BALANCE WS-DEEPEST-DEFICIT.
           IF LM-ESCROW-BAL NUMERIC
               MOVE LM-ESCROW-BAL TO WS-PROJ-BALANCE
           END-IF.
           IF WS-PROJ-BALANCE < ZERO
               MOVE WS-PROJ-BALANCE TO WS-DEEPEST-DEFICIT
           END-IF.
           MOVE WS-PROJ-BALANCE TO SO-BALANCE.
           IF LM-ESCROW-ADVANCED
               MOVE '  INCLUDES A SERVICER ADVANCE' TO SO-ADVANCE-NOTE
           ELSE
               MOVE SPACES TO SO-ADVANCE-NOTE
           END-IF.
           WRITE ANALYSIS-STMT-REC FROM STMT-OPENING-LINE.
           MOVE SPACES TO ANALYSIS-STMT-REC.
           WRITE ANALYSIS-STMT-REC.
           WRITE ANALYSIS-STMT-REC FROM STMT-COLUMN-LINE.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-PROJ-MONTH.
           PERFORM PROJECT-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
