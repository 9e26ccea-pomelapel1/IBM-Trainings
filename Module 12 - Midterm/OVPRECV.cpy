      *--------------------------------------------------------------
      *   Overpayment recovery receivable record layout - COPY'd
      *   into the OVPRECV FD by MIDTERM (which opens receivables on
      *   reversals of claims already paid by check, offsets later
      *   payments against them, and rewrites the file), RCVLTR
      *   (which mails the recovery letter) and RCVAGE (which ages
      *   what is still owed).  One record per reversed payment,
      *   kept until the balance is recovered in full.
       01  CLAIM-RECOVERY-REC.
           05  RCV-POLICY-NO            PIC 9(07).
           05  RCV-LAST-NAME            PIC X(15).
           05  RCV-FIRST-NAME           PIC X(10).
      *    The mailed check that paid the claim now reversed.
           05  RCV-CHECK-NO             PIC 9(06).
           05  RCV-OPEN-DATE            PIC 9(08).
           05  RCV-ORIGINAL-AMT         PIC S9(7)V99.
           05  RCV-BALANCE              PIC S9(7)V99.
      *    Business date of the latest offset against a payment.
           05  RCV-LAST-OFFSET-DATE     PIC 9(08).
      *    Business date RCVLTR mailed the recovery letter; zero
      *    until it has.
           05  RCV-LETTER-DATE          PIC 9(08).
           05  FILLER                   PIC X(20).
