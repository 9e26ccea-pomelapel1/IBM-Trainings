      *    NEXT-DUE-DATE - 1-30 / 31-60 / 61-90 / 90+ days - *
      *    the same way CLAIMAGE buckets policy renewals.    *
      *    Current loans are counted but not listed.         *
      *                                                      *
      *    A loan in a forbearance plan (see LOANMOD) ages   *
      *    against the plan: while payments are suspended    *
      *    nothing falls due before the plan's resume date,  *
      *    and under a reduced plan NEXT-DUE-DATE moves on   *
      *    with each plan payment LOANPOST posts.            *
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
      *    revised by the annual ESCROANL analysis.  Record widened
      *    70 -> 80 when this was added.
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
       FD  AGING-REPORT
           RECORDING MODE IS F
      *
       01  DATE-VARS.
           05  WS-TODAY-DATE            PIC 9(8)  VALUE ZERO.
           05  WS-AGE-FROM-DATE         PIC 9(8)  VALUE ZERO.
       01  WS-DAYS-PAST-DUE             PIC S9(5) VALUE ZERO.
      *
      *    Shared date parameter block - the aging buckets count
           05  WS-CTR-31-60             PIC 9(4)  VALUE ZERO.
           05  WS-CTR-61-90             PIC 9(4)  VALUE ZERO.
           05  WS-CTR-91-PLUS           PIC 9(4)  VALUE ZERO.
           05  WS-CTR-IN-PLAN           PIC 9(4)  VALUE ZERO.
      *
       01  HEADER-LINE-1.
           05  FILLER                   PIC X(30) VALUE
           05  FILLER                   PIC X(30) VALUE
                     'PAST DUE OVER 90 DAYS      : '.
           05  FL-91-PLUS               PIC ZZZ9.
       01  FOOTER-LINE-6.
           05  FILLER                   PIC X(30) VALUE
                     'IN A FORBEARANCE PLAN      : '.
           05  FL-IN-PLAN               PIC ZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           CLOSE LOAN-MASTER-IN, AGING-REPORT.
      *
       AGE-ONE-LOAN.
           MOVE LM-NEXT-DUE-DATE TO WS-AGE-FROM-DATE.
           IF LM-FORBEARANCE-PLAN
              AND LM-PLAN-RESUME-DATE NUMERIC
              AND WS-TODAY-DATE < LM-PLAN-RESUME-DATE
               ADD 1 TO WS-CTR-IN-PLAN
               IF LM-PLAN-PAYMENT = ZERO
                  AND LM-NEXT-DUE-DATE < LM-PLAN-RESUME-DATE
                   MOVE LM-PLAN-RESUME-DATE TO WS-AGE-FROM-DATE
               END-IF
           END-IF.
           SET DP-BUSINESS-DAYS TO TRUE.
           MOVE WS-AGE-FROM-DATE TO DP-DATE-IN.
           MOVE WS-TODAY-DATE    TO DP-DATE-2.
           CALL 'DATEEDIT' USING DATE-EDIT-PARM.
           MOVE DP-DAYS-OUT TO WS-DAYS-PAST-DUE.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE-4.
           MOVE  WS-CTR-91-PLUS TO FL-91-PLUS.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE-5.
           MOVE  WS-CTR-IN-PLAN TO FL-IN-PLAN.
           WRITE AGING-REPORT-REC FROM FOOTER-LINE-6.
           SET RH-TRAILER TO TRUE.
           COMPUTE RH-FINAL-COUNT = WS-CTR-CURRENT + WS-CTR-1-30
                 + WS-CTR-31-60 + WS-CTR-61-90 + WS-CTR-91-PLUS.
