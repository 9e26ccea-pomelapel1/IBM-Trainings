       FD  PAYMENTS-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYMENT-EXTRACT-REC.
       01  PAYMENT-EXTRACT-REC.
      *    carrier was primary, with the amount they paid.
           05  PAY-COB-IND              PIC X(01).
           05  PAY-PRIMARY-PAID         PIC S9(5)V99.
      *    Fee-schedule repricing - the procedure billed and the part
      *    of the billed amount above the provider's allowed amount,
      *    which the plan does not pay and the insured does not owe.
           05  PAY-PROCEDURE-CODE       PIC X(05).
           05  PAY-DISALLOWED           PIC S9(7)V99.
      *    Who the claim was for and the business date it was paid
      *    - what FRAUDSCR needs to see repeat billing over time.
           05  PAY-MEMBER-ID            PIC X(02).
           05  PAY-PAID-DATE            PIC 9(08).
      *    Part of PAY-CLAIM-PAID kept back against an open
      *    overpayment recovery (OVPRECV); the check is the rest.
           05  PAY-RECOVERY-OFFSET      PIC S9(7)V99.
      *    'P' - paid to the provider on its consolidated check.
           05  PAY-PAY-TO               PIC X(01).
               88  PAY-PROVIDER-PAID    VALUE 'P'.
      *    Date of service - paid date less this is the claim's lag.
           05  PAY-SERVICE-DATE         PIC 9(08).
           05  FILLER                   PIC X(04).
      *
       FD  PROVIDER-MASTER-FILE
           RECORDING MODE IS F
