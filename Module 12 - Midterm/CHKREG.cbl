      *       numbers never repeat across runs) and writes one
      *       issued-check record per payment to ISSUEDCK - the file
      *       CHKRECON matches the bank statement against.
      *   c)  A payment MIDTERM kept back (all or part) against an
      *       open overpayment recovery is cut for the net amount
      *       only; one kept back in full gets no check at all.
      *       The hash total stays on the paid amounts, so it still
      *       balances to the extract.
      *   d)  Member reimbursements are still cut one check per
      *       claim.  Claims paid to the provider (PAY-PAY-TO 'P')
      *       are consolidated into one check per provider per run,
      *       payable to the provider named on PROVMSTR, with a
      *       remittance advice (REMITADV) listing every claim on
      *       it - insured, member, billed, not allowed and paid.
      *   e)  Every claim a check pays gets a check-to-claim link
      *       record (CHKCLAIM) so CHKRECON can tie a check back to
      *       the claims behind it.
      *   f)  Every check cut is also sent to the bank on the
      *       positive-pay issue file (POSPAY) - number, amount,
      *       issue date and payee, with a trailer count and total -
      *       so a forged or altered check is stopped before it
      *       clears instead of found by CHKRECON after.
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-ISSUED-STATUS.
           SELECT RUN-DATE-FILE    ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT PROVIDER-MASTER-FILE ASSIGN TO PROVMSTR.
           SELECT CHECK-CLAIM-FILE ASSIGN TO CHKCLAIM
               FILE STATUS IS WS-LINK-STATUS.
           SELECT CHECK-REGISTER   ASSIGN TO CHECKREG.
           SELECT REMITTANCE-FILE  ASSIGN TO REMITADV.
           SELECT POSITIVE-PAY-FILE ASSIGN TO POSPAY.
       DATA DIVISION.
       FILE SECTION.
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
      *    One-record control file carrying the last check number
      *    used - read at startup, written back at end of run.
      *
      *    One record per check issued - the system's memory of the
      *    checkbook.  Appended run over run; CHKRECON marks them
      *    cleared/void and reports the outstanding ones, STALECHK
      *    stale-dates the ones never cashed.
       FD  ISSUED-CHECK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
               88  CK-CLEARED           VALUE 'C'.
               88  CK-VOIDED            VALUE 'V'.
               88  CK-STOPPED           VALUE 'S'.
               88  CK-STALE-DATED       VALUE 'D'.
               88  CK-UNCLAIMED         VALUE 'U'.
      *    Set on a provider's consolidated check (policy is zero);
      *    blank on a member reimbursement check.
           05  CK-PROVIDER-CODE         PIC X(04).
      *
      *    Business-date override - the same one-record control file
      *    the supplier suite reads, so an overridden rerun's heading
       01  RUN-DATE-REC.
           05  RD-BUSINESS-DATE         PIC 9(08).
           05  FILLER                   PIC X(72).
      *
      *    Provider names/tax ids - the payee of a provider check.
       FD  PROVIDER-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROVIDER-MASTER-REC.
       01  PROVIDER-MASTER-REC.
           05  PRV-CODE                 PIC X(04).
           05  PRV-NAME                 PIC X(25).
           05  PRV-TAX-ID               PIC X(09).
           05  PRV-STATUS               PIC X(01).
           05  FILLER                   PIC X(01).
      *
       FD  CHECK-CLAIM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECK-CLAIM-REC.
           COPY CHKCLAIM.
      *
       FD  CHECK-REGISTER
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECK-REGISTER-REC.
       01  CHECK-REGISTER-REC           PIC X(132).
      *
       FD  REMITTANCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMITTANCE-REC.
       01  REMITTANCE-REC               PIC X(132).
      *
      *    Positive-pay issue file for the bank - this run's checks.
       FD  POSITIVE-PAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSITIVE-PAY-REC.
           COPY POSPAY.
      *
       WORKING-STORAGE SECTION.
      *    Shared report-heading block (see RPTPARM.cpy) - company,
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-CTL-STATUS                PIC X(02)    VALUE SPACES.
       01  WS-ISSUED-STATUS             PIC X(02)    VALUE SPACES.
       01  WS-LINK-STATUS               PIC X(02)    VALUE SPACES.
       01  WS-CHECK-NO                  PIC 9(06)    VALUE ZERO.
       01  WS-ISSUE-DATE                PIC 9(08)    VALUE ZERO.
       01  WS-PAYEE                     PIC X(25)    VALUE SPACES.
       01  WS-CHECK-AMOUNT              PIC S9(7)V99 VALUE ZERO.
       01  WS-PROVIDER-PAYEE            PIC X(25)    VALUE SPACES.
       01  WS-PROVIDER-TAX-ID           PIC X(09)    VALUE SPACES.
       01  WS-PP-FULL-SW                PIC X        VALUE 'N'.
           88  PROVIDER-PAY-TABLE-FULL  VALUE 'Y'.
      *
      *    Provider names/tax ids for the payee and remittance.
       01  WS-PROVIDER-TABLE.
           05  WS-PRV-ENTRIES OCCURS 200 TIMES
                   INDEXED BY PRV-IDX.
               10  WS-PRV-CODE          PIC X(04).
               10  WS-PRV-NAME          PIC X(25).
               10  WS-PRV-TAX-ID        PIC X(09).
       01  WS-PROVIDER-CTR              PIC S9(4) COMP VALUE ZERO.
       01  WS-PROVIDER-MAX              PIC S9(4) COMP VALUE 200.
      *
      *    Provider-paid claims totalled per provider on a first
      *    pass of the extract - one check per entry.
       01  WS-PROVIDER-PAY-TABLE.
           05  WS-PP-ENTRY OCCURS 200 TIMES
                   INDEXED BY PP-IDX.
               10  WS-PP-CODE           PIC X(04).
               10  WS-PP-CLAIMS         PIC 9(05).
               10  WS-PP-CLAIMED        PIC S9(9)V99.
               10  WS-PP-DISALLOWED     PIC S9(9)V99.
               10  WS-PP-PAID           PIC S9(9)V99.
               10  WS-PP-OFFSET         PIC S9(9)V99.
               10  WS-PP-NET            PIC S9(9)V99.
       01  WS-PP-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-PP-MAX                    PIC S9(4) COMP VALUE 200.
      *
       01  ACC-CTRS.
           05  TOT-PAYMENTS             PIC 9(5)     VALUE ZERO.
           05  TOT-PAID-HASH            PIC S9(9)V99 VALUE ZERO.
           05  TOT-CHECKS               PIC 9(5)     VALUE ZERO.
           05  TOT-CHECK-AMOUNT         PIC S9(9)V99 VALUE ZERO.
           05  TOT-OFFSET               PIC S9(9)V99 VALUE ZERO.
           05  TOT-PROVIDER-CHECKS      PIC 9(5)     VALUE ZERO.
      *
       01  HEADER-LINE-1.
           05  FILLER                   PIC X(30) VALUE
                     '    CLAIM AMOUNT'.
           05  FILLER                   PIC X(16) VALUE
                     '     AMOUNT PAID'.
           05  FILLER                   PIC X(14) VALUE
                     '  RECOV OFFSET'.
           05  FILLER                   PIC X(14) VALUE
                     '  CHECK AMOUNT'.
      *
       01  DETAIL-LINE.
           05  DL-CHECK-NO              PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-POLICY-NO             PIC 9(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CLAIM-AMOUNT          PIC $$,$$$,$$$.99CR.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CLAIM-PAID            PIC $$,$$$,$$$.99CR.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-OFFSET                PIC $$$,$$$.99CR.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CHECK-AMOUNT          PIC $$$,$$$.99CR.
      *
       01  PROVIDER-SECTION-LINE.
           05  FILLER                   PIC X(50) VALUE
                     'PAYMENTS TO PROVIDERS - ONE CHECK PER PROVIDER'.
       01  PROVIDER-TOTAL-LINE.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'PROVIDER '.
           05  PT-PROVIDER-CODE         PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PT-PROVIDER-NAME         PIC X(25).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'CLAIMS: '.
           05  PT-CLAIMS                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(38) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
                     '  CHECK TOTAL '.
           05  PT-CHECK-AMOUNT          PIC $$,$$$,$$$.99CR.
      *
      *    Remittance advice - one per provider check, listing
      *    every claim the check pays.
       01  REMIT-SEPARATOR-LINE.
           05  FILLER                   PIC X(107) VALUE ALL '-'.
       01  REMIT-HEADER-1.
           05  FILLER                   PIC X(40) VALUE
                     'REMITTANCE ADVICE'.
       01  REMIT-DATE-LINE.
           05  FILLER                   PIC X(06) VALUE 'DATE: '.
           05  RA-DATE                  PIC 9999/99/99.
           05  FILLER                   PIC X(19) VALUE
                     '     CHECK NUMBER: '.
           05  RA-CHECK-NO              PIC X(06).
       01  REMIT-PAYEE-LINE.
           05  FILLER                   PIC X(08) VALUE 'PAY TO: '.
           05  RA-PAYEE                 PIC X(25).
           05  FILLER                   PIC X(12) VALUE
                     '  PROVIDER: '.
           05  RA-PROVIDER-CODE         PIC X(04).
           05  FILLER                   PIC X(10) VALUE
                     '  TAX ID: '.
           05  RA-TAX-ID                PIC X(09).
       01  REMIT-HEADER-2.
           05  FILLER                   PIC X(09) VALUE 'POLICY #'.
           05  FILLER                   PIC X(04) VALUE 'MBR'.
           05  FILLER                   PIC X(29) VALUE 'INSURED'.
           05  FILLER                   PIC X(06) VALUE 'PROC'.
           05  FILLER                   PIC X(11) VALUE 'PAID DATE'.
           05  FILLER                   PIC X(16) VALUE
                     '         BILLED '.
           05  FILLER                   PIC X(16) VALUE
                     '    NOT ALLOWED '.
           05  FILLER                   PIC X(15) VALUE
                     '           PAID'.
       01  REMIT-DETAIL-LINE.
           05  RD-POLICY-NO             PIC 9(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-MEMBER-ID             PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-LAST-NAME             PIC X(15).
           05  FILLER                   PIC X(02) VALUE ', '.
           05  RD-FIRST-NAME            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-PROCEDURE-CODE        PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RD-PAID-DATE             PIC 9999/99/99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RD-CLAIM-AMOUNT          PIC $$,$$$,$$9.99CR.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RD-DISALLOWED            PIC $$,$$$,$$9.99CR.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RD-CLAIM-PAID            PIC $$,$$$,$$9.99CR.
       01  REMIT-TOTAL-LINE.
           05  FILLER                   PIC X(20) VALUE
                     'TOTAL THIS PAYMENT: '.
           05  RT-CLAIMS                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(07) VALUE ' CLAIMS'.
           05  FILLER                   PIC X(26) VALUE SPACES.
           05  RT-CLAIM-AMOUNT          PIC $$,$$$,$$9.99CR.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RT-DISALLOWED            PIC $$,$$$,$$9.99CR.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RT-CLAIM-PAID            PIC $$,$$$,$$9.99CR.
       01  REMIT-AMOUNT-LINE.
           05  RM-LABEL                 PIC X(26).
           05  RM-AMOUNT                PIC $$,$$$,$$9.99CR.
      *
       01  FOOTER-LINE-1.
           05  FILLER                   PIC X(30) VALUE
           05  FILLER                   PIC X(30) VALUE
                     'HASH TOTAL OF PAID AMOUNTS  : '.
           05  FL-HASH                  PIC $$$$,$$$,$$$.99CR.
       01  FOOTER-LINE-3.
           05  FILLER                   PIC X(30) VALUE
                     'KEPT BACK FOR RECOVERIES    : '.
           05  FL-OFFSET                PIC $$$$,$$$,$$$.99CR.
       01  FOOTER-LINE-4.
           05  FILLER                   PIC X(30) VALUE
                     'CHECKS ISSUED               : '.
           05  FL-CHECKS                PIC ZZ,ZZ9.
       01  FOOTER-LINE-5.
           05  FILLER                   PIC X(30) VALUE
                     'TOTAL OF CHECKS ISSUED      : '.
           05  FL-CHECK-AMOUNT          PIC $$$$,$$$,$$$.99CR.
       01  FOOTER-LINE-6.
           05  FILLER                   PIC X(30) VALUE
                     'PROVIDER CHECKS (REMITTANCE): '.
           05  FL-PROVIDER-CHECKS       PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-PROVIDER-MASTER.
           PERFORM TOTAL-PROVIDER-PAYMENTS.
           IF PROVIDER-PAY-TABLE-FULL
               DISPLAY 'CHKREG: MORE THAN 200 PROVIDERS TO PAY'
                       ' - RUN REFUSED, NO CHECKS CUT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
           READ PAYMENTS-EXTRACT
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM LIST-ONE-PAYMENT UNTIL END-OF-FILE.
           IF WS-PP-CTR > ZERO
               MOVE  SPACES TO CHECK-REGISTER-REC
               WRITE CHECK-REGISTER-REC
               WRITE CHECK-REGISTER-REC FROM PROVIDER-SECTION-LINE
               PERFORM PAY-ONE-PROVIDER
                   VARYING PP-IDX FROM 1 BY 1
                   UNTIL PP-IDX > WS-PP-CTR
           END-IF.
           PERFORM WRITE-FOOTERS.
           PERFORM CLOSE-FILES.
           GOBACK.
           IF WS-ISSUED-STATUS NOT = '00'
               OPEN OUTPUT ISSUED-CHECK-FILE
           END-IF.
           OPEN EXTEND CHECK-CLAIM-FILE.
           IF WS-LINK-STATUS NOT = '00'
               OPEN OUTPUT CHECK-CLAIM-FILE
           END-IF.
           OPEN OUTPUT REMITTANCE-FILE.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ISSUE-DATE.
      *    Pick up the last check number used; a missing control
      *    file starts the sequence at zero.
           MOVE WS-CHECK-NO TO CTL-LAST-CHECK-NO.
           WRITE CHECK-CONTROL-REC.
           CLOSE CHECK-CONTROL.
           PERFORM WRITE-POSITIVE-PAY-TRAILER.
           CLOSE PAYMENTS-EXTRACT, ISSUED-CHECK-FILE,
                 CHECK-CLAIM-FILE, CHECK-REGISTER, REMITTANCE-FILE,
                 POSITIVE-PAY-FILE.
      *
       LOAD-PROVIDER-MASTER.
           OPEN INPUT PROVIDER-MASTER-FILE.
           MOVE 'N' TO EOF-STAT.
           READ PROVIDER-MASTER-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING PRV-IDX FROM 1 BY 1 UNTIL
                   PRV-IDX > WS-PROVIDER-MAX OR END-OF-FILE
               ADD 1 TO WS-PROVIDER-CTR
               MOVE PRV-CODE   TO WS-PRV-CODE(PRV-IDX)
               MOVE PRV-NAME   TO WS-PRV-NAME(PRV-IDX)
               MOVE PRV-TAX-ID TO WS-PRV-TAX-ID(PRV-IDX)
               READ PROVIDER-MASTER-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           CLOSE PROVIDER-MASTER-FILE.
           MOVE 'N' TO EOF-STAT.
      *
      *  First pass - what each provider is owed this run, so its
      *  check number and amount are known before its claims are
      *  listed.  Refused whole if the table overflows: no check
      *  is cut for anyone until every provider can be paid.
       TOTAL-PROVIDER-PAYMENTS.
           OPEN INPUT PAYMENTS-EXTRACT.
           MOVE 'N' TO EOF-STAT.
           READ PAYMENTS-EXTRACT AT END MOVE 'Y' TO EOF-STAT.
           PERFORM TOTAL-ONE-PAYMENT
               UNTIL END-OF-FILE OR PROVIDER-PAY-TABLE-FULL.
           CLOSE PAYMENTS-EXTRACT.
           MOVE 'N' TO EOF-STAT.
      *
       TOTAL-ONE-PAYMENT.
           IF PAY-PROVIDER-PAID
               IF PAY-RECOVERY-OFFSET NOT NUMERIC
                   MOVE ZERO TO PAY-RECOVERY-OFFSET
               END-IF
               SET PP-IDX TO 1
               SEARCH WS-PP-ENTRY
                   AT END
                       IF WS-PP-CTR < WS-PP-MAX
                           ADD 1 TO WS-PP-CTR
                           SET PP-IDX TO WS-PP-CTR
                           MOVE PAY-PROVIDER-CODE
                                TO WS-PP-CODE(PP-IDX)
                           MOVE ZERO TO WS-PP-CLAIMS(PP-IDX)
                                        WS-PP-CLAIMED(PP-IDX)
                                        WS-PP-DISALLOWED(PP-IDX)
                                        WS-PP-PAID(PP-IDX)
                                        WS-PP-OFFSET(PP-IDX)
                                        WS-PP-NET(PP-IDX)
                           PERFORM TOTAL-TO-PROVIDER
                       ELSE
                           SET PROVIDER-PAY-TABLE-FULL TO TRUE
                       END-IF
                   WHEN WS-PP-CODE(PP-IDX) = PAY-PROVIDER-CODE
                       PERFORM TOTAL-TO-PROVIDER
               END-SEARCH
           END-IF.
           READ PAYMENTS-EXTRACT
               AT END MOVE 'Y' TO EOF-STAT.
      *
       TOTAL-TO-PROVIDER.
           ADD 1                   TO WS-PP-CLAIMS(PP-IDX).
           ADD PAY-CLAIM-AMOUNT    TO WS-PP-CLAIMED(PP-IDX).
           ADD PAY-DISALLOWED      TO WS-PP-DISALLOWED(PP-IDX).
           ADD PAY-CLAIM-PAID      TO WS-PP-PAID(PP-IDX).
           ADD PAY-RECOVERY-OFFSET TO WS-PP-OFFSET(PP-IDX).
           COMPUTE WS-PP-NET(PP-IDX) = WS-PP-NET(PP-IDX)
                   + PAY-CLAIM-PAID - PAY-RECOVERY-OFFSET.
      *
      *  Member reimbursements - one check per claim, as always.
      *  Provider-paid claims wait for PAY-ONE-PROVIDER.
       LIST-ONE-PAYMENT.
           IF PAY-PROVIDER-PAID
               READ PAYMENTS-EXTRACT
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           ELSE
               PERFORM LIST-MEMBER-PAYMENT
           END-IF.
      *
       LIST-MEMBER-PAYMENT.
           ADD 1 TO TOT-PAYMENTS.
           ADD PAY-CLAIM-PAID TO TOT-PAID-HASH.
           IF PAY-RECOVERY-OFFSET NOT NUMERIC
               MOVE ZERO TO PAY-RECOVERY-OFFSET
           END-IF.
           COMPUTE WS-CHECK-AMOUNT =
                   PAY-CLAIM-PAID - PAY-RECOVERY-OFFSET.
           ADD PAY-RECOVERY-OFFSET TO TOT-OFFSET.
           IF WS-CHECK-AMOUNT > ZERO
               ADD 1 TO WS-CHECK-NO
               MOVE WS-CHECK-NO  TO DL-CHECK-NO
           ELSE
               MOVE 'OFFSET'     TO DL-CHECK-NO
           END-IF.
           PERFORM FILL-PAYMENT-DETAIL.
           WRITE CHECK-REGISTER-REC FROM DETAIL-LINE.
           IF WS-CHECK-AMOUNT > ZERO
               PERFORM WRITE-ISSUED-CHECK
               PERFORM WRITE-CHECK-CLAIM-LINK
           END-IF.
           READ PAYMENTS-EXTRACT
               AT END MOVE 'Y' TO EOF-STAT.
      *
       FILL-PAYMENT-DETAIL.
           MOVE PAY-POLICY-NO    TO DL-POLICY-NO.
           MOVE PAY-LAST-NAME    TO DL-LAST-NAME.
           MOVE PAY-FIRST-NAME   TO DL-FIRST-NAME.
           END-EVALUATE.
           MOVE PAY-CLAIM-AMOUNT TO DL-CLAIM-AMOUNT.
           MOVE PAY-CLAIM-PAID   TO DL-CLAIM-PAID.
           MOVE PAY-RECOVERY-OFFSET TO DL-OFFSET.
           MOVE WS-CHECK-AMOUNT  TO DL-CHECK-AMOUNT.
      *
      *  One check for everything a provider is paid this run, with
      *  its remittance advice.  The extract is read again for the
      *  provider's claims, so they list in the order MIDTERM paid
      *  them.
       PAY-ONE-PROVIDER.
           MOVE SPACES TO WS-PROVIDER-PAYEE WS-PROVIDER-TAX-ID.
           SET PRV-IDX TO 1.
           SEARCH WS-PRV-ENTRIES
               AT END
                   STRING 'PROVIDER '          DELIMITED BY SIZE
                          WS-PP-CODE(PP-IDX)   DELIMITED BY SIZE
                       INTO WS-PROVIDER-PAYEE
               WHEN WS-PRV-CODE(PRV-IDX) = WS-PP-CODE(PP-IDX)
                   MOVE WS-PRV-NAME(PRV-IDX)   TO WS-PROVIDER-PAYEE
                   MOVE WS-PRV-TAX-ID(PRV-IDX) TO WS-PROVIDER-TAX-ID
           END-SEARCH.
           IF WS-PP-NET(PP-IDX) > ZERO
               ADD 1 TO WS-CHECK-NO
               MOVE WS-CHECK-NO  TO DL-CHECK-NO
           ELSE
               MOVE 'OFFSET'     TO DL-CHECK-NO
           END-IF.
           PERFORM WRITE-REMITTANCE-HEADING.
           CLOSE PAYMENTS-EXTRACT.
           OPEN INPUT PAYMENTS-EXTRACT.
           MOVE 'N' TO EOF-STAT.
           READ PAYMENTS-EXTRACT AT END MOVE 'Y' TO EOF-STAT.
           PERFORM LIST-PROVIDER-CLAIM UNTIL END-OF-FILE.
           MOVE WS-PP-CODE(PP-IDX)     TO PT-PROVIDER-CODE.
           MOVE WS-PROVIDER-PAYEE      TO PT-PROVIDER-NAME.
           MOVE WS-PP-CLAIMS(PP-IDX)   TO PT-CLAIMS.
           MOVE WS-PP-NET(PP-IDX)      TO PT-CHECK-AMOUNT.
           WRITE CHECK-REGISTER-REC FROM PROVIDER-TOTAL-LINE.
           MOVE  SPACES TO CHECK-REGISTER-REC.
           WRITE CHECK-REGISTER-REC.
           PERFORM WRITE-REMITTANCE-TOTALS.
           IF WS-PP-NET(PP-IDX) > ZERO
               MOVE SPACES               TO ISSUED-CHECK-REC
               MOVE WS-CHECK-NO          TO CK-CHECK-NO
               MOVE ZERO                 TO CK-POLICY-NO
               MOVE WS-PROVIDER-PAYEE    TO CK-PAYEE
               MOVE WS-PP-NET(PP-IDX)    TO CK-AMOUNT
               MOVE WS-ISSUE-DATE        TO CK-ISSUE-DATE
               MOVE SPACE                TO CK-STATUS
               MOVE WS-PP-CODE(PP-IDX)   TO CK-PROVIDER-CODE
               WRITE ISSUED-CHECK-REC
               PERFORM WRITE-POSITIVE-PAY-ISSUE
               ADD 1                     TO TOT-CHECKS
                                            TOT-PROVIDER-CHECKS
               ADD WS-PP-NET(PP-IDX)     TO TOT-CHECK-AMOUNT
           END-IF.
      *
       LIST-PROVIDER-CLAIM.
           IF PAY-PROVIDER-PAID
              AND PAY-PROVIDER-CODE = WS-PP-CODE(PP-IDX)
               ADD 1 TO TOT-PAYMENTS
               ADD PAY-CLAIM-PAID TO TOT-PAID-HASH
               IF PAY-RECOVERY-OFFSET NOT NUMERIC
                   MOVE ZERO TO PAY-RECOVERY-OFFSET
               END-IF
               COMPUTE WS-CHECK-AMOUNT =
                       PAY-CLAIM-PAID - PAY-RECOVERY-OFFSET
               ADD PAY-RECOVERY-OFFSET TO TOT-OFFSET
               PERFORM FILL-PAYMENT-DETAIL
               WRITE CHECK-REGISTER-REC FROM DETAIL-LINE
               PERFORM WRITE-REMITTANCE-DETAIL
               IF WS-PP-NET(PP-IDX) > ZERO
                   PERFORM WRITE-CHECK-CLAIM-LINK
               END-IF
           END-IF.
           READ PAYMENTS-EXTRACT
               AT END MOVE 'Y' TO EOF-STAT.
      *
      *  Ties the claim in the extract record to the check just cut.
       WRITE-CHECK-CLAIM-LINK.
           MOVE SPACES               TO CHECK-CLAIM-REC.
           MOVE WS-CHECK-NO          TO CC-CHECK-NO.
           IF PAY-PROVIDER-PAID
               MOVE PAY-PROVIDER-CODE TO CC-PROVIDER-CODE
           END-IF.
           MOVE PAY-POLICY-NO        TO CC-POLICY-NO.
           MOVE PAY-MEMBER-ID        TO CC-MEMBER-ID.
           MOVE PAY-LAST-NAME        TO CC-LAST-NAME.
           MOVE PAY-FIRST-NAME       TO CC-FIRST-NAME.
           MOVE PAY-PROCEDURE-CODE   TO CC-PROCEDURE-CODE.
           MOVE PAY-PAID-DATE        TO CC-PAID-DATE.
           MOVE PAY-CLAIM-AMOUNT     TO CC-CLAIM-AMOUNT.
           MOVE PAY-CLAIM-PAID       TO CC-CLAIM-PAID.
           MOVE WS-CHECK-AMOUNT      TO CC-CHECK-AMOUNT.
           WRITE CHECK-CLAIM-REC.
      *
       WRITE-REMITTANCE-HEADING.
           WRITE REMITTANCE-REC FROM REMIT-SEPARATOR-LINE.
           WRITE REMITTANCE-REC FROM REMIT-HEADER-1.
           MOVE WS-JOB-DATE          TO RA-DATE.
           IF WS-PP-NET(PP-IDX) > ZERO
               MOVE WS-CHECK-NO      TO RA-CHECK-NO
           ELSE
               MOVE 'NONE'           TO RA-CHECK-NO
           END-IF.
           WRITE REMITTANCE-REC FROM REMIT-DATE-LINE.
           MOVE WS-PROVIDER-PAYEE    TO RA-PAYEE.
           MOVE WS-PP-CODE(PP-IDX)   TO RA-PROVIDER-CODE.
           MOVE WS-PROVIDER-TAX-ID   TO RA-TAX-ID.
           WRITE REMITTANCE-REC FROM REMIT-PAYEE-LINE.
           MOVE  SPACES TO REMITTANCE-REC.
           WRITE REMITTANCE-REC.
           WRITE REMITTANCE-REC FROM REMIT-HEADER-2.
      *
       WRITE-REMITTANCE-DETAIL.
           MOVE PAY-POLICY-NO        TO RD-POLICY-NO.
           MOVE PAY-MEMBER-ID        TO RD-MEMBER-ID.
           MOVE PAY-LAST-NAME        TO RD-LAST-NAME.
           MOVE PAY-FIRST-NAME       TO RD-FIRST-NAME.
           MOVE PAY-PROCEDURE-CODE   TO RD-PROCEDURE-CODE.
           MOVE PAY-PAID-DATE        TO RD-PAID-DATE.
           MOVE PAY-CLAIM-AMOUNT     TO RD-CLAIM-AMOUNT.
           MOVE PAY-DISALLOWED       TO RD-DISALLOWED.
           MOVE PAY-CLAIM-PAID       TO RD-CLAIM-PAID.
           WRITE REMITTANCE-REC FROM REMIT-DETAIL-LINE.
      *
       WRITE-REMITTANCE-TOTALS.
           MOVE  SPACES TO REMITTANCE-REC.
           WRITE REMITTANCE-REC.
           MOVE WS-PP-CLAIMS(PP-IDX)     TO RT-CLAIMS.
           MOVE WS-PP-CLAIMED(PP-IDX)    TO RT-CLAIM-AMOUNT.
           MOVE WS-PP-DISALLOWED(PP-IDX) TO RT-DISALLOWED.
           MOVE WS-PP-PAID(PP-IDX)       TO RT-CLAIM-PAID.
           WRITE REMITTANCE-REC FROM REMIT-TOTAL-LINE.
           IF WS-PP-OFFSET(PP-IDX) NOT = ZERO
               MOVE 'KEPT BACK FOR RECOVERIES:' TO RM-LABEL
               MOVE WS-PP-OFFSET(PP-IDX)        TO RM-AMOUNT
               WRITE REMITTANCE-REC FROM REMIT-AMOUNT-LINE
           END-IF.
           MOVE 'AMOUNT OF THIS PAYMENT  :'    TO RM-LABEL.
           MOVE WS-PP-NET(PP-IDX)              TO RM-AMOUNT.
           WRITE REMITTANCE-REC FROM REMIT-AMOUNT-LINE.
           MOVE  SPACES TO REMITTANCE-REC.
           WRITE REMITTANCE-REC.
      *
       WRITE-ISSUED-CHECK.
           MOVE SPACES TO WS-PAYEE.
           MOVE WS-CHECK-NO    TO CK-CHECK-NO.
           MOVE PAY-POLICY-NO  TO CK-POLICY-NO.
           MOVE WS-PAYEE       TO CK-PAYEE.
           MOVE WS-CHECK-AMOUNT TO CK-AMOUNT.
           MOVE WS-ISSUE-DATE  TO CK-ISSUE-DATE.
           MOVE SPACE          TO CK-STATUS.
           MOVE SPACES         TO CK-PROVIDER-CODE.
           WRITE ISSUED-CHECK-REC.
           PERFORM WRITE-POSITIVE-PAY-ISSUE.
           ADD 1               TO TOT-CHECKS.
           ADD WS-CHECK-AMOUNT TO TOT-CHECK-AMOUNT.
      *
      *  The check just written to ISSUEDCK, as the bank sees it.
       WRITE-POSITIVE-PAY-ISSUE.
           MOVE SPACES              TO POSITIVE-PAY-REC.
           SET PPF-ISSUE            TO TRUE.
           MOVE CK-CHECK-NO         TO PPF-CHECK-NO.
           MOVE CK-AMOUNT           TO PPF-AMOUNT.
           MOVE CK-ISSUE-DATE       TO PPF-ISSUE-DATE.
           MOVE CK-PAYEE            TO PPF-PAYEE.
           MOVE ZERO                TO PPF-ITEM-COUNT
                                       PPF-TOTAL-AMOUNT.
           WRITE POSITIVE-PAY-REC.
      *
      *  Written even when no check was cut, so the bank always
      *  gets a file that balances (zero items, zero total).
       WRITE-POSITIVE-PAY-TRAILER.
           MOVE SPACES              TO POSITIVE-PAY-REC.
           SET PPF-TRAILER          TO TRUE.
           MOVE ZERO                TO PPF-CHECK-NO PPF-AMOUNT
                                       PPF-ISSUE-DATE.
           MOVE TOT-CHECKS          TO PPF-ITEM-COUNT.
           MOVE TOT-CHECK-AMOUNT    TO PPF-TOTAL-AMOUNT.
           WRITE POSITIVE-PAY-REC.
      *
       WRITE-HEADINGS.
           PERFORM GET-JOB-DATE.
           WRITE CHECK-REGISTER-REC FROM FOOTER-LINE-1.
           MOVE  TOT-PAID-HASH TO FL-HASH.
           WRITE CHECK-REGISTER-REC FROM FOOTER-LINE-2.
           MOVE  TOT-OFFSET    TO FL-OFFSET.
           WRITE CHECK-REGISTER-REC FROM FOOTER-LINE-3.
           MOVE  TOT-CHECKS    TO FL-CHECKS.
           WRITE CHECK-REGISTER-REC FROM FOOTER-LINE-4.
           MOVE  TOT-CHECK-AMOUNT TO FL-CHECK-AMOUNT.
           WRITE CHECK-REGISTER-REC FROM FOOTER-LINE-5.
           MOVE  TOT-PROVIDER-CHECKS TO FL-PROVIDER-CHECKS.
           WRITE CHECK-REGISTER-REC FROM FOOTER-LINE-6.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-PAYMENTS TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
