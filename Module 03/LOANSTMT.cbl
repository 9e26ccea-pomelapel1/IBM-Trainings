           05  LH-INTEREST              PIC S9(7)V99.
           05  LH-PRINCIPAL             PIC S9(7)V99.
           05  LH-LATE-FEE              PIC S9(3)V99.
           05  LH-TRAN-TYPE             PIC X(01).
               88  LH-SUSPENSE-HOLD     VALUE 'S'.
               88  LH-REVERSAL          VALUE 'R'.
           05  FILLER                   PIC X(02).
      *
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
       FD  STATEMENT-FILE
           RECORDING MODE IS F
           READ PAYMENT-HISTORY
               AT END MOVE 'Y' TO EOF-STAT.
      *
      *  A partial held in suspense is counted when the installment
      *  it helps make up is applied; a returned payment carries its
      *  split negated and takes back its count.
       POST-TO-TOTALS.
           EVALUATE TRUE
               WHEN LH-SUSPENSE-HOLD
                   CONTINUE
               WHEN LH-REVERSAL
                   IF WS-LT-PAYMENTS(LT-IDX) > ZERO
                       SUBTRACT 1 FROM WS-LT-PAYMENTS(LT-IDX)
                   END-IF
               WHEN OTHER
                   ADD 1    TO WS-LT-PAYMENTS(LT-IDX)
           END-EVALUATE.
           ADD LH-INTEREST  TO WS-LT-INTEREST(LT-IDX).
           ADD LH-PRINCIPAL TO WS-LT-PRINCIPAL(LT-IDX).
           ADD LH-LATE-FEE  TO WS-LT-LATE-FEES(LT-IDX).
