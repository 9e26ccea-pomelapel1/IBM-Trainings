      *    letter produced; a loan that already received its *
      *    letter for the bucket it still sits in is skipped *
      *    instead of being dunned twice.                    *
      *                                                      *
      *    A loan in a forbearance plan (see LOANMOD) gets   *
      *    no letter until the plan's resume date.           *
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
       FD  MESSAGE-TABLE-FILE
           RECORDING MODE IS F
               88  END-OF-FILE          VALUE 'Y'.
           05  WS-CTR-LETTERS           PIC 9(4)  VALUE ZERO.
           05  WS-CTR-SUPPRESSED        PIC 9(4)  VALUE ZERO.
           05  WS-CTR-IN-PLAN           PIC 9(4)  VALUE ZERO.
      *
       01  DATE-VARS.
           05  WS-TODAY-DATE            PIC 9(8)  VALUE ZERO.
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM CHECK-ONE-LOAN UNTIL END-OF-FILE.
           DISPLAY 'DLQLTRS: ' WS-CTR-LETTERS ' LETTERS PRODUCED, '
                   WS-CTR-SUPPRESSED ' SUPPRESSED AS ALREADY SENT, '
                   WS-CTR-IN-PLAN ' SKIPPED IN A FORBEARANCE PLAN'.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
           END-IF.
      *
       CHECK-ONE-LOAN.
           IF LM-FORBEARANCE-PLAN
              AND LM-PLAN-RESUME-DATE NUMERIC
              AND WS-TODAY-DATE < LM-PLAN-RESUME-DATE
               ADD 1 TO WS-CTR-IN-PLAN
           ELSE
               PERFORM CHECK-LOAN-BUCKET
           END-IF.
           READ LOAN-MASTER-IN
               AT END MOVE 'Y' TO EOF-STAT.
      *
       CHECK-LOAN-BUCKET.
           SET DP-BUSINESS-DAYS TO TRUE.
           MOVE LM-NEXT-DUE-DATE TO DP-DATE-IN.
           MOVE WS-TODAY-DATE    TO DP-DATE-2.
                   PERFORM RECORD-LETTER-SENT
               END-IF
           END-IF.
      *
       CHECK-ALREADY-SENT.
           MOVE 'N' TO WS-ALREADY-SENT-SW.
