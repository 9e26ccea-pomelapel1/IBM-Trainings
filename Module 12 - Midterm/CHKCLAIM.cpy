      *--------------------------------------------------------------
      *   Check-to-claim link record layout - COPY'd into the
      *   CHKCLAIM FD by CHKREG (which appends one record per claim
      *   paid, naming the check that paid it) and CHKRECON (which
      *   lists and re-opens the claims behind a check).  A member
      *   reimbursement check has one link; a provider's
      *   consolidated check has one per claim on its remittance
      *   advice.  Appended run over run, like ISSUEDCK.
       01  CHECK-CLAIM-REC.
           05  CC-CHECK-NO              PIC 9(06).
      *    Blank for a member reimbursement check.
           05  CC-PROVIDER-CODE         PIC X(04).
           05  CC-POLICY-NO             PIC 9(07).
           05  CC-MEMBER-ID             PIC X(02).
           05  CC-LAST-NAME             PIC X(15).
           05  CC-FIRST-NAME            PIC X(10).
           05  CC-PROCEDURE-CODE        PIC X(05).
           05  CC-PAID-DATE             PIC 9(08).
           05  CC-CLAIM-AMOUNT          PIC S9(7)V99.
           05  CC-CLAIM-PAID            PIC S9(7)V99.
      *    This claim's share of the check - paid less any
      *    recovery offset kept back.
           05  CC-CHECK-AMOUNT          PIC S9(7)V99.
           05  FILLER                   PIC X(16).
