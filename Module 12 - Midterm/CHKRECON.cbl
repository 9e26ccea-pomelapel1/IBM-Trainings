      *       issued that has neither cleared nor been voided - so
      *       a lost check is a report line, not a printout dig.
      *
      *   c)  A provider's consolidated check is tied back to the
      *       claims it paid through CHKREG's check-to-claim links
      *       (CHKCLAIM): the outstanding report lists them under
      *       the check, and voiding or stopping it writes one
      *       REISSUE record per claim, so each claim is re-opened
      *       on its own policy.
      *
      *   d)  A check STALECHK has stale-dated ('D') or reported to
      *       the state as unclaimed property ('U') is dead: the
      *       bank presenting it is an exception (not cleared), and
      *       it can no longer be voided, stopped or reissued.
      *
      *   e)  Positive pay: each check voided or stopped here goes
      *       to the bank as a cancel record (POSPAYC, trailer count
      *       and total), and the exception items the bank returns
      *       (PPEXCP - checks presented that did not match an issue
      *       record) are listed against the checkbook with a
      *       recommended pay or return, for finance's decision.
      *
      *   The updated issued-check file is written back whole
      *   (the LOANPOST master-out convention) to ISSUEDCKO.
      *
           SELECT VOID-TRANS-FILE    ASSIGN TO CHKVOID.
           SELECT ISSUED-CHECK-OUT   ASSIGN TO ISSUEDCKO.
           SELECT REISSUE-FILE       ASSIGN TO REISSUE.
           SELECT CHECK-CLAIM-FILE   ASSIGN TO CHKCLAIM
               FILE STATUS IS WS-LINK-STATUS.
           SELECT POSITIVE-PAY-FILE  ASSIGN TO POSPAYC.
           SELECT PP-EXCEPTION-FILE  ASSIGN TO PPEXCP
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT RECON-REPORT       ASSIGN TO RECONRPT.
       DATA DIVISION.
       FILE SECTION.
           05  CK-AMOUNT                PIC S9(7)V99.
           05  CK-ISSUE-DATE            PIC 9(08).
           05  CK-STATUS                PIC X(01).
      *    Blank on a member reimbursement check.
           05  CK-PROVIDER-CODE         PIC X(04).
      *
       FD  CLEARED-FILE
           RECORDING MODE IS F
           05  RI-PAYEE                 PIC X(25).
           05  RI-AMOUNT                PIC S9(7)V99.
           05  RI-OLD-CHECK-NO          PIC 9(06).
      *    Set when the old check was a provider's consolidated
      *    payment - the claim re-opens to that provider.
           05  RI-PROVIDER-CODE         PIC X(04).
           05  RI-MEMBER-ID             PIC X(02).
           05  FILLER                   PIC X(07).
      *
      *     Which claims each check paid - written by CHKREG.
      *     A missing file ties nothing, and a voided provider check
      *     re-opens as one amount.
       FD  CHECK-CLAIM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECK-CLAIM-REC.
           COPY CHKCLAIM.
      *
      *     Positive-pay cancels for the bank - this run's voids
      *     and stop-pays.
       FD  POSITIVE-PAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSITIVE-PAY-REC.
           COPY POSPAY.
      *
      *     Positive-pay exception items from the bank - checks
      *     presented that it could not match to an issue record,
      *     held for our pay/return decision.  Missing means none.
       FD  PP-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PP-EXCEPTION-REC.
       01  PP-EXCEPTION-REC.
           05  EX-CHECK-NO              PIC 9(06).
           05  EX-AMOUNT                PIC 9(7)V99.
           05  EX-PRESENTED-DATE        PIC 9(08).
      *    Payee as the bank read it off the item, when it did.
           05  EX-PAYEE                 PIC X(25).
           05  EX-REASON                PIC X(02).
               88  EX-NOT-ISSUED        VALUE 'NI'.
               88  EX-AMOUNT-DIFFERS    VALUE 'AM'.
               88  EX-PAYEE-DIFFERS     VALUE 'PN'.
               88  EX-CANCELLED         VALUE 'CX'.
               88  EX-DUPLICATE         VALUE 'DP'.
               88  EX-STALE             VALUE 'SD'.
           05  FILLER                   PIC X(30).
      *
       FD  RECON-REPORT
           RECORDING MODE IS F
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-FOUND-SW                  PIC X     VALUE 'N'.
           88  CHECK-FOUND              VALUE 'Y'.
       01  WS-LINK-STATUS               PIC X(02) VALUE SPACES.
       01  WS-LINK-EOF-SW               PIC X     VALUE 'N'.
           88  END-OF-LINKS             VALUE 'Y'.
       01  WS-LINK-REISSUE-SW           PIC X     VALUE 'N'.
           88  REISSUE-LINKED-CLAIMS    VALUE 'Y'.
       01  WS-LINKS-FOUND               PIC 9(4)  VALUE ZERO.
       01  WS-EXCP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-DECISION                  PIC X(01) VALUE SPACE.
           88  DECIDE-PAY               VALUE 'P'.
           88  DECIDE-RETURN            VALUE 'R'.
           88  DECIDE-REVIEW            VALUE 'V'.
      *
      *    The whole checkbook in storage for the run.
       01  WS-CHECK-TABLE.
               10  WS-CK-AMOUNT         PIC S9(7)V99.
               10  WS-CK-ISSUE-DATE     PIC 9(08).
               10  WS-CK-STATUS         PIC X(01).
               10  WS-CK-PROVIDER-CODE  PIC X(04).
       01  WS-CK-CTR                    PIC 9(4)  VALUE ZERO.
       01  WS-CK-MAX                    PIC 9(4)  VALUE 1000.
      *
           05  TOT-VOIDED               PIC 9(5)  VALUE ZERO.
           05  TOT-OUTSTANDING          PIC 9(5)  VALUE ZERO.
           05  TOT-OUTSTANDING-AMT      PIC S9(9)V99 VALUE ZERO.
           05  TOT-CANCEL-AMT           PIC S9(9)V99 VALUE ZERO.
           05  TOT-EXCEPTIONS           PIC 9(5)  VALUE ZERO.
           05  TOT-EXCP-PAY             PIC 9(5)  VALUE ZERO.
           05  TOT-EXCP-RETURN          PIC 9(5)  VALUE ZERO.
           05  TOT-EXCP-REVIEW          PIC 9(5)  VALUE ZERO.
      *
       01  HEADER-LINE-1.
           05  FILLER                   PIC X(40) VALUE
           05  DL-ISSUE-DATE            PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-NOTE                  PIC X(35).
      *
      *    A claim paid by the check on the line above.
       01  CLAIM-LINK-LINE.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'CLAIM: '.
           05  CL-POLICY-NO             PIC 9(07).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  CL-MEMBER-ID             PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-LAST-NAME             PIC X(15).
           05  FILLER                   PIC X(02) VALUE ', '.
           05  CL-FIRST-NAME            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-PROCEDURE-CODE        PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-PAID-DATE             PIC 9999/99/99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-AMOUNT                PIC $$,$$$,$$9.99CR.
      *
      *    A positive-pay exception item against our issue record.
       01  EXCEPTION-HEADER-LINE.
           05  FILLER                   PIC X(08) VALUE 'CHECK'.
           05  FILLER                   PIC X(15) VALUE
                     '      PRESENTED'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE
                     '         ISSUED'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'PRESENTED'.
           05  FILLER                   PIC X(18) VALUE 'BANK REASON'.
           05  FILLER                   PIC X(31) VALUE
                     'RECOMMENDATION'.
           05  FILLER                   PIC X(08) VALUE 'DECISION'.
       01  EXCEPTION-LINE.
           05  EL-CHECK-NO              PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-PRESENTED-AMT         PIC $$,$$$,$$9.99CR.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-ISSUED-AMT            PIC $$,$$$,$$9.99CR.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-PRESENTED-DATE        PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-REASON                PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-RECOMMEND             PIC X(29).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-DECISION              PIC X(10) VALUE ALL '_'.
       01  EXCEPTION-PAYEE-LINE.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE
                     'PAYEE ISSUED'.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  EP-ISSUED-PAYEE          PIC X(25).
           05  FILLER                   PIC X(13) VALUE
                     '  PRESENTED: '.
           05  EP-PRESENTED-PAYEE       PIC X(25).
      *
       01  FOOTER-LINE-1.
           05  FILLER                   PIC X(30) VALUE
           05  FILLER                   PIC X(30) VALUE
                     'OUTSTANDING AMOUNT         : '.
           05  FL-OUT-AMT               PIC $$$$,$$$,$$9.99CR.
       01  FOOTER-LINE-7.
           05  FILLER                   PIC X(30) VALUE
                     'POSITIVE-PAY EXCEPTIONS    : '.
           05  FL-EXCEPTIONS            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(08) VALUE '   PAY: '.
           05  FL-EXCP-PAY              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(11) VALUE '   RETURN: '.
           05  FL-EXCP-RETURN           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(11) VALUE '   REVIEW: '.
           05  FL-EXCP-REVIEW           PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM WRITE-HEADINGS.
           PERFORM APPLY-CLEARED-CHECKS.
           PERFORM APPLY-VOID-TRANSACTIONS.
           PERFORM LIST-PP-EXCEPTIONS.
           PERFORM WRITE-OUTSTANDING-SECTION.
           PERFORM REWRITE-CHECK-FILE.
           PERFORM WRITE-FOOTERS.
           OPEN INPUT  ISSUED-CHECK-FILE, CLEARED-FILE,
                       VOID-TRANS-FILE.
           OPEN OUTPUT ISSUED-CHECK-OUT, REISSUE-FILE,
                       POSITIVE-PAY-FILE, RECON-REPORT.
      *
       CLOSE-FILES.
           PERFORM WRITE-POSITIVE-PAY-TRAILER.
           CLOSE ISSUED-CHECK-FILE, CLEARED-FILE, VOID-TRANS-FILE,
                 ISSUED-CHECK-OUT, REISSUE-FILE, POSITIVE-PAY-FILE,
                 RECON-REPORT.
      *
       LOAD-ISSUED-CHECKS.
           MOVE 'N' TO EOF-STAT.
               MOVE CK-AMOUNT     TO WS-CK-AMOUNT(CK-IDX)
               MOVE CK-ISSUE-DATE TO WS-CK-ISSUE-DATE(CK-IDX)
               MOVE CK-STATUS     TO WS-CK-STATUS(CK-IDX)
               MOVE CK-PROVIDER-CODE
                                  TO WS-CK-PROVIDER-CODE(CK-IDX)
               READ ISSUED-CHECK-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               WHEN WS-CK-CHECK-NO(CK-IDX) = CLR-CHECK-NO
                   SET CHECK-FOUND TO TRUE
           END-SEARCH.
           EVALUATE TRUE
               WHEN NOT CHECK-FOUND
                   MOVE SPACES       TO DETAIL-LINE
                   MOVE CLR-CHECK-NO TO DL-CHECK-NO
                   MOVE CLR-AMOUNT   TO DL-AMOUNT
                   MOVE 'CLEARED CHECK NOT ON ISSUE FILE'
                        TO DL-NOTE
                   WRITE RECON-REPORT-REC FROM DETAIL-LINE
               WHEN WS-CK-STATUS(CK-IDX) = 'D' OR 'U'
                   PERFORM FILL-DETAIL-FROM-ENTRY
                   MOVE '** STALE-DATED - DO NOT HONOR **'
                        TO DL-NOTE
                   WRITE RECON-REPORT-REC FROM DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO TOT-CLEARED
                   MOVE 'C' TO WS-CK-STATUS(CK-IDX)
                   IF CLR-AMOUNT NOT = WS-CK-AMOUNT(CK-IDX)
                       ADD 1 TO TOT-AMT-MISMATCH
                       PERFORM FILL-DETAIL-FROM-ENTRY
                       MOVE '** CLEARED AMOUNT DIFFERS **'
                            TO DL-NOTE
                       WRITE RECON-REPORT-REC FROM DETAIL-LINE
                   END-IF
           END-EVALUATE.
           READ CLEARED-FILE AT END MOVE 'Y' TO EOF-STAT.
      *
       APPLY-VOID-TRANSACTIONS.
                   MOVE 'REJECTED - CHECK ALREADY CLEARED'
                        TO DL-NOTE
                   WRITE RECON-REPORT-REC FROM DETAIL-LINE
               WHEN WS-CK-STATUS(CK-IDX) = 'D' OR 'U'
                   PERFORM FILL-DETAIL-FROM-ENTRY
                   MOVE 'REJECTED - CHECK IS STALE-DATED'
                        TO DL-NOTE
                   WRITE RECON-REPORT-REC FROM DETAIL-LINE
               WHEN OTHER
                   MOVE VT-ACTION TO WS-CK-STATUS(CK-IDX)
                   ADD 1 TO TOT-VOIDED
                   PERFORM FILL-DETAIL-FROM-ENTRY
                   IF VT-VOID
                       MOVE 'VOIDED - AMOUNT RE-OPENED'
                            TO DL-NOTE
                   END-IF
                   WRITE RECON-REPORT-REC FROM DETAIL-LINE
                   PERFORM WRITE-POSITIVE-PAY-CANCEL
      *            A provider check re-opens claim by claim; with no
      *            links on file it re-opens as the one amount.
                   MOVE ZERO TO WS-LINKS-FOUND
                   IF WS-CK-PROVIDER-CODE(CK-IDX) NOT = SPACES
                       SET REISSUE-LINKED-CLAIMS TO TRUE
                       PERFORM LIST-CHECK-CLAIMS
                       MOVE 'N' TO WS-LINK-REISSUE-SW
                   END-IF
                   IF WS-LINKS-FOUND = ZERO
                       PERFORM WRITE-REISSUE-RECORD
                   END-IF
           END-EVALUATE.
           READ VOID-TRANS-FILE AT END MOVE 'Y' TO EOF-STAT.
      *
           MOVE WS-CK-PAYEE(CK-IDX)     TO RI-PAYEE.
           MOVE WS-CK-AMOUNT(CK-IDX)    TO RI-AMOUNT.
           MOVE WS-CK-CHECK-NO(CK-IDX)  TO RI-OLD-CHECK-NO.
           MOVE WS-CK-PROVIDER-CODE(CK-IDX) TO RI-PROVIDER-CODE.
           WRITE REISSUE-REC.
      *
      *  Scans the check-to-claim links for the check at CK-IDX,
      *  printing a line per claim (and re-opening each one when
      *  REISSUE-LINKED-CLAIMS is on).  Read start to finish per
      *  check, the way MIDTERM reads ISSUEDCK per reversal.
       LIST-CHECK-CLAIMS.
           OPEN INPUT CHECK-CLAIM-FILE.
           IF WS-LINK-STATUS = '00'
               MOVE 'N' TO WS-LINK-EOF-SW
               READ CHECK-CLAIM-FILE
                   AT END SET END-OF-LINKS TO TRUE
               END-READ
               PERFORM LIST-ONE-CHECK-CLAIM UNTIL END-OF-LINKS
               CLOSE CHECK-CLAIM-FILE
           END-IF.
      *
       LIST-ONE-CHECK-CLAIM.
           IF CC-CHECK-NO = WS-CK-CHECK-NO(CK-IDX)
               ADD 1 TO WS-LINKS-FOUND
               MOVE CC-POLICY-NO      TO CL-POLICY-NO
               MOVE CC-MEMBER-ID      TO CL-MEMBER-ID
               MOVE CC-LAST-NAME      TO CL-LAST-NAME
               MOVE CC-FIRST-NAME     TO CL-FIRST-NAME
               MOVE CC-PROCEDURE-CODE TO CL-PROCEDURE-CODE
               MOVE CC-PAID-DATE      TO CL-PAID-DATE
               MOVE CC-CHECK-AMOUNT   TO CL-AMOUNT
               WRITE RECON-REPORT-REC FROM CLAIM-LINK-LINE
               IF REISSUE-LINKED-CLAIMS
                   MOVE SPACES                 TO REISSUE-REC
                   MOVE CC-POLICY-NO           TO RI-POLICY-NO
                   MOVE WS-CK-PAYEE(CK-IDX)    TO RI-PAYEE
                   MOVE CC-CHECK-AMOUNT        TO RI-AMOUNT
                   MOVE WS-CK-CHECK-NO(CK-IDX) TO RI-OLD-CHECK-NO
                   MOVE CC-PROVIDER-CODE       TO RI-PROVIDER-CODE
                   MOVE CC-MEMBER-ID           TO RI-MEMBER-ID
                   WRITE REISSUE-REC
               END-IF
           END-IF.
           READ CHECK-CLAIM-FILE
               AT END SET END-OF-LINKS TO TRUE.
      *
      *  The check just voided/stopped, as the bank knows it, so
      *  the bank returns it if it is ever presented.
       WRITE-POSITIVE-PAY-CANCEL.
           MOVE SPACES                   TO POSITIVE-PAY-REC.
           SET PPF-CANCEL                TO TRUE.
           MOVE WS-CK-CHECK-NO(CK-IDX)   TO PPF-CHECK-NO.
           MOVE WS-CK-AMOUNT(CK-IDX)     TO PPF-AMOUNT.
           MOVE WS-CK-ISSUE-DATE(CK-IDX) TO PPF-ISSUE-DATE.
           MOVE WS-CK-PAYEE(CK-IDX)      TO PPF-PAYEE.
           MOVE ZERO                     TO PPF-ITEM-COUNT
                                            PPF-TOTAL-AMOUNT.
           WRITE POSITIVE-PAY-REC.
           ADD WS-CK-AMOUNT(CK-IDX)      TO TOT-CANCEL-AMT.
      *
       WRITE-POSITIVE-PAY-TRAILER.
           MOVE SPACES                   TO POSITIVE-PAY-REC.
           SET PPF-TRAILER               TO TRUE.
           MOVE ZERO                     TO PPF-CHECK-NO PPF-AMOUNT
                                            PPF-ISSUE-DATE.
           MOVE TOT-VOIDED               TO PPF-ITEM-COUNT.
           MOVE TOT-CANCEL-AMT           TO PPF-TOTAL-AMOUNT.
           WRITE POSITIVE-PAY-REC.
      *
      *  Nothing is decided here - each item is listed with what
      *  the checkbook says about it and a recommendation; finance
      *  gives the bank the pay/return decision by its deadline.
       LIST-PP-EXCEPTIONS.
           MOVE SPACES TO RECON-REPORT-REC.
           WRITE RECON-REPORT-REC.
           MOVE 'POSITIVE-PAY EXCEPTIONS - PAY / RETURN DECISION'
                TO SC-TITLE.
           WRITE RECON-REPORT-REC FROM SECTION-LINE.
           WRITE RECON-REPORT-REC FROM EXCEPTION-HEADER-LINE.
           OPEN INPUT PP-EXCEPTION-FILE.
           IF WS-EXCP-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ PP-EXCEPTION-FILE AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM LIST-ONE-PP-EXCEPTION UNTIL END-OF-FILE
               CLOSE PP-EXCEPTION-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       LIST-ONE-PP-EXCEPTION.
           ADD 1 TO TOT-EXCEPTIONS.
           MOVE 'N' TO WS-FOUND-SW.
           SET CK-IDX TO 1.
           SEARCH WS-CK-ENTRIES
               AT END
                   CONTINUE
               WHEN WS-CK-CHECK-NO(CK-IDX) = EX-CHECK-NO
                   SET CHECK-FOUND TO TRUE
           END-SEARCH.
           MOVE SPACES            TO EXCEPTION-LINE.
           MOVE ALL '_'           TO EL-DECISION.
           MOVE EX-CHECK-NO       TO EL-CHECK-NO.
           MOVE EX-AMOUNT         TO EL-PRESENTED-AMT.
           MOVE EX-PRESENTED-DATE TO EL-PRESENTED-DATE.
           EVALUATE TRUE
               WHEN EX-NOT-ISSUED     MOVE 'NOT ISSUED'  TO EL-REASON
               WHEN EX-AMOUNT-DIFFERS MOVE 'AMOUNT DIFFERS'
                                                         TO EL-REASON
               WHEN EX-PAYEE-DIFFERS  MOVE 'PAYEE DIFFERS' TO EL-REASON
               WHEN EX-CANCELLED      MOVE 'CANCELLED'   TO EL-REASON
               WHEN EX-DUPLICATE      MOVE 'DUPLICATE'   TO EL-REASON
               WHEN EX-STALE          MOVE 'STALE-DATED' TO EL-REASON
               WHEN OTHER             MOVE EX-REASON     TO EL-REASON
           END-EVALUATE.
           IF CHECK-FOUND
               MOVE WS-CK-AMOUNT(CK-IDX) TO EL-ISSUED-AMT
           END-IF.
           EVALUATE TRUE
               WHEN NOT CHECK-FOUND
                   SET DECIDE-RETURN TO TRUE
                   MOVE 'RETURN - NEVER ISSUED' TO EL-RECOMMEND
               WHEN WS-CK-STATUS(CK-IDX) = 'C'
                   SET DECIDE-RETURN TO TRUE
                   MOVE 'RETURN - ALREADY PAID' TO EL-RECOMMEND
               WHEN WS-CK-STATUS(CK-IDX) = 'V' OR 'S'
                   SET DECIDE-RETURN TO TRUE
                   MOVE 'RETURN - VOIDED / STOPPED'
                        TO EL-RECOMMEND
               WHEN WS-CK-STATUS(CK-IDX) = 'D' OR 'U'
                   SET DECIDE-RETURN TO TRUE
                   MOVE 'RETURN - STALE-DATED' TO EL-RECOMMEND
               WHEN EX-AMOUNT NOT = WS-CK-AMOUNT(CK-IDX)
                   SET DECIDE-RETURN TO TRUE
                   MOVE 'RETURN - AMOUNT ALTERED' TO EL-RECOMMEND
               WHEN EX-PAYEE NOT = SPACES
                AND EX-PAYEE NOT = WS-CK-PAYEE(CK-IDX)
                   SET DECIDE-REVIEW TO TRUE
                   MOVE 'REVIEW - PAYEE NAME DIFFERS' TO EL-RECOMMEND
               WHEN OTHER
                   SET DECIDE-PAY TO TRUE
                   MOVE 'PAY - MATCHES ISSUE RECORD' TO EL-RECOMMEND
           END-EVALUATE.
           EVALUATE TRUE
               WHEN DECIDE-PAY    ADD 1 TO TOT-EXCP-PAY
               WHEN DECIDE-RETURN ADD 1 TO TOT-EXCP-RETURN
               WHEN OTHER         ADD 1 TO TOT-EXCP-REVIEW
           END-EVALUATE.
           WRITE RECON-REPORT-REC FROM EXCEPTION-LINE.
           IF CHECK-FOUND AND EX-PAYEE NOT = SPACES
               MOVE WS-CK-PAYEE(CK-IDX) TO EP-ISSUED-PAYEE
               MOVE EX-PAYEE            TO EP-PRESENTED-PAYEE
               WRITE RECON-REPORT-REC FROM EXCEPTION-PAYEE-LINE
           END-IF.
           READ PP-EXCEPTION-FILE AT END MOVE 'Y' TO EOF-STAT.
      *
       WRITE-OUTSTANDING-SECTION.
           MOVE SPACES TO RECON-REPORT-REC.
                       TO TOT-OUTSTANDING-AMT
                   PERFORM FILL-DETAIL-FROM-ENTRY
                   MOVE SPACES TO DL-NOTE
                   IF WS-CK-PROVIDER-CODE(CK-IDX) NOT = SPACES
                       MOVE 'PROVIDER PAYMENT - CLAIMS PAID:'
                            TO DL-NOTE
                   END-IF
                   WRITE RECON-REPORT-REC FROM DETAIL-LINE
                   IF WS-CK-PROVIDER-CODE(CK-IDX) NOT = SPACES
                       PERFORM LIST-CHECK-CLAIMS
                   END-IF
               END-IF
           END-PERFORM.
      *
               MOVE WS-CK-AMOUNT(CK-IDX)     TO CK-AMOUNT
               MOVE WS-CK-ISSUE-DATE(CK-IDX) TO CK-ISSUE-DATE
               MOVE WS-CK-STATUS(CK-IDX)     TO CK-STATUS
               MOVE WS-CK-PROVIDER-CODE(CK-IDX)
                                             TO CK-PROVIDER-CODE
               WRITE ISSUED-CHECK-OUT-REC FROM ISSUED-CHECK-REC
           END-PERFORM.
      *
           WRITE RECON-REPORT-REC FROM FOOTER-LINE-5.
           MOVE  TOT-OUTSTANDING-AMT TO FL-OUT-AMT.
           WRITE RECON-REPORT-REC FROM FOOTER-LINE-6.
           MOVE  TOT-EXCEPTIONS      TO FL-EXCEPTIONS.
           MOVE  TOT-EXCP-PAY        TO FL-EXCP-PAY.
           MOVE  TOT-EXCP-RETURN     TO FL-EXCP-RETURN.
           MOVE  TOT-EXCP-REVIEW     TO FL-EXCP-REVIEW.
           WRITE RECON-REPORT-REC FROM FOOTER-LINE-7.
