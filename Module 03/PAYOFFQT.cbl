      *    NEXT-DUE-DATE) to the payoff date; a payoff past  *
      *    the grace period adds the standard late fee per   *
      *    delinquent month (LOANPOST's posting policy).     *
      *    An escrow advance still outstanding is added to   *
      *    the payoff, and escrow on deposit is shown as the *
      *    refund LOANPOST makes when the payoff posts.      *
      *    Fees still owed are added, and funds held in      *
      *    suspense are credited.                            *
      *    The printed statement is dated and carries a      *
      *    quote-expiry date ten days out - the same kind of *
      *    single-subject utility PARTINQ is for parts.      *
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
       FD  PAYOFF-STMT
           RECORDING MODE IS F
           05  WS-CAL-DAYS-LATE         PIC S9(05)   VALUE ZERO.
           05  WS-MONTHS-LATE           PIC 9(03)    VALUE ZERO.
           05  WS-LATE-FEES-DUE         PIC S9(5)V99 VALUE ZERO.
           05  WS-ESCROW-ADV-DUE        PIC S9(7)V99 VALUE ZERO.
           05  WS-ESCROW-REFUND         PIC S9(7)V99 VALUE ZERO.
           05  WS-OTHER-FEES-DUE        PIC S9(5)V99 VALUE ZERO.
           05  WS-SUSPENSE-CREDIT       PIC S9(7)V99 VALUE ZERO.
           05  WS-PAYOFF-AMOUNT         PIC S9(9)V99 VALUE ZERO.
           05  WS-EXPIRY-DATE           PIC 9(08)    VALUE ZERO.
      *
           ELSE
               MOVE ZERO TO WS-LATE-FEES-DUE
           END-IF.
           MOVE ZERO TO WS-ESCROW-ADV-DUE WS-ESCROW-REFUND.
           IF LM-ESCROW-BAL NUMERIC
               IF LM-ESCROW-BAL < ZERO
                   COMPUTE WS-ESCROW-ADV-DUE = ZERO - LM-ESCROW-BAL
               ELSE
                   MOVE LM-ESCROW-BAL TO WS-ESCROW-REFUND
               END-IF
           END-IF.
           MOVE ZERO TO WS-OTHER-FEES-DUE WS-SUSPENSE-CREDIT.
           IF LM-FEES-DUE NUMERIC
               MOVE LM-FEES-DUE TO WS-OTHER-FEES-DUE
           END-IF.
           IF LM-SUSPENSE-BAL NUMERIC
               MOVE LM-SUSPENSE-BAL TO WS-SUSPENSE-CREDIT
           END-IF.
           COMPUTE WS-PAYOFF-AMOUNT = LM-BALANCE
                 + WS-ACCRUED-INT + WS-LATE-FEES-DUE
                 + WS-OTHER-FEES-DUE + WS-ESCROW-ADV-DUE
                 - WS-SUSPENSE-CREDIT.
           COMPUTE INT-TODAY =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
           MOVE 'LATE FEES DUE          : ' TO SA-LABEL.
           MOVE WS-LATE-FEES-DUE TO SA-AMOUNT.
           WRITE PAYOFF-STMT-REC FROM STMT-AMOUNT-LINE.
           IF WS-OTHER-FEES-DUE NOT = ZERO
               MOVE 'OTHER FEES DUE         : ' TO SA-LABEL
               MOVE WS-OTHER-FEES-DUE TO SA-AMOUNT
               WRITE PAYOFF-STMT-REC FROM STMT-AMOUNT-LINE
           END-IF.
           IF WS-ESCROW-ADV-DUE NOT = ZERO
               MOVE 'ESCROW ADVANCE DUE     : ' TO SA-LABEL
               MOVE WS-ESCROW-ADV-DUE TO SA-AMOUNT
               WRITE PAYOFF-STMT-REC FROM STMT-AMOUNT-LINE
           END-IF.
           IF WS-SUSPENSE-CREDIT NOT = ZERO
               MOVE 'LESS FUNDS IN SUSPENSE : ' TO SA-LABEL
               COMPUTE SA-AMOUNT = ZERO - WS-SUSPENSE-CREDIT
               WRITE PAYOFF-STMT-REC FROM STMT-AMOUNT-LINE
           END-IF.
           MOVE SPACES TO PAYOFF-STMT-REC.
           WRITE PAYOFF-STMT-REC.
           MOVE 'TOTAL TO PAY OFF       : ' TO SA-LABEL.
           MOVE WS-PAYOFF-AMOUNT TO SA-AMOUNT.
           WRITE PAYOFF-STMT-REC FROM STMT-AMOUNT-LINE.
           IF WS-ESCROW-REFUND NOT = ZERO
               MOVE 'ESCROW TO BE REFUNDED  : ' TO SA-LABEL
               MOVE WS-ESCROW-REFUND TO SA-AMOUNT
               WRITE PAYOFF-STMT-REC FROM STMT-AMOUNT-LINE
           END-IF.
           MOVE SPACES TO PAYOFF-STMT-REC.
           WRITE PAYOFF-STMT-REC.
           MOVE WS-PAYOFF-DATE TO SD-PAYOFF-DATE.
