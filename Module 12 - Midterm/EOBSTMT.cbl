      *   a)  Reads the payments extract MIDTERM writes and produces
      *       one formatted EOB statement per paid claim, showing
      *       how the payment was computed: claim amount, the
      *       amount above the provider's fee schedule, the
      *       deductible applied, the insured's coinsurance share
      *       and the net paid - so "why was my check short" is
      *       answered by the statement instead of a phone call.
      *       A payment partly kept back against an overpayment
      *       the insured owes shows the amount kept back and the
      *       check actually mailed.  One paid to the provider says
      *       so, since no check comes to the insured.
      *
      *   The customer-facing wording comes from the EOBMSG message
      *   table (same table-driven convention as DENIALLT's MSGTBL):
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
       FD  MESSAGE-TABLE-FILE
           RECORDING MODE IS F
           MOVE 'AMOUNT OF CLAIM        :' TO SA-LABEL.
           MOVE PAY-CLAIM-AMOUNT TO SA-AMOUNT.
           WRITE STATEMENT-REC FROM STMT-AMOUNT-LINE.
           MOVE 'AMOUNT NOT ALLOWED     :' TO SA-LABEL.
           MOVE PAY-DISALLOWED   TO SA-AMOUNT.
           WRITE STATEMENT-REC FROM STMT-AMOUNT-LINE.
           MOVE 'DEDUCTIBLE APPLIED     :' TO SA-LABEL.
           MOVE PAY-DED-APPLIED  TO SA-AMOUNT.
           WRITE STATEMENT-REC FROM STMT-AMOUNT-LINE.
           MOVE 'AMOUNT WE PAID         :' TO SA-LABEL.
           MOVE PAY-CLAIM-PAID   TO SA-AMOUNT.
           WRITE STATEMENT-REC FROM STMT-AMOUNT-LINE.
      *    Part of the payment kept back against an overpayment the
      *    insured still owes - the check is only the remainder.
           IF PAY-RECOVERY-OFFSET NUMERIC
              AND PAY-RECOVERY-OFFSET > ZERO
               MOVE 'APPLIED TO AMOUNT OWED :' TO SA-LABEL
               MOVE PAY-RECOVERY-OFFSET TO SA-AMOUNT
               WRITE STATEMENT-REC FROM STMT-AMOUNT-LINE
               MOVE 'AMOUNT OF YOUR CHECK   :' TO SA-LABEL
               COMPUTE SA-AMOUNT =
                       PAY-CLAIM-PAID - PAY-RECOVERY-OFFSET
               WRITE STATEMENT-REC FROM STMT-AMOUNT-LINE
           END-IF.
           IF PAY-PROVIDER-PAID
               MOVE  SPACES TO STATEMENT-REC
               WRITE STATEMENT-REC
               MOVE 'THIS AMOUNT WAS PAID DIRECTLY TO YOUR PROVIDER.'
                    TO SM-TEXT
               WRITE STATEMENT-REC FROM STMT-MESSAGE-LINE
           END-IF.
           MOVE  SPACES TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE 2 TO WS-WANTED-CODE.
