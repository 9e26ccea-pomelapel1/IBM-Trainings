       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDSCR.
      *
      ********** Workshop 12  -   Production Support    ************
      *
      *   Claims Fraud and Abuse Screening.
      *   a)  Looks across claims for the patterns the recovery unit
      *       otherwise finds only by accident, and writes one
      *       prioritized referral list - largest amount paid at
      *       stake first - instead of leaving them in the daily
      *       reports:
      *
      *       SPLIT BILLING   - two or more claims from the same
      *                         provider for the same policy member,
      *                         each billed just under the prior-
      *                         authorization threshold (AUTHLIM),
      *                         paid within a short window of each
      *                         other.  Read from the payments
      *                         extract - concatenate the daily
      *                         extracts to screen more than one run.
      *       OVER-UTILIZER   - a member whose YTDCLAIM claim count
      *                         is far above the norm for the
      *                         policy type: the year's paid claims
      *                         for the type (CLMHIST, business-year
      *                         runs; YTDCLAIM itself when the
      *                         history has none) per member of that
      *                         type on YTDCLAIM.
      *       PROVIDER OUTLIER- a provider whose average paid amount
      *                         or claim volume on the extract is a
      *                         statistical outlier against the other
      *                         providers of its fee-schedule class
      *                         (PROVMSTR): more than the configured
      *                         number of standard deviations above
      *                         their mean.
      *
      *   The screening limits are a one-record control file
      *   (FRAUDPRM) so the recovery unit can tighten or loosen them
      *   without a recompile; missing or invalid fields fall back to
      *   the defaults shown against each field.
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENTS-EXTRACT     ASSIGN TO PAYMENTS
               FILE STATUS IS WS-PAY-STATUS.
           SELECT RUN-HISTORY-FILE     ASSIGN TO CLMHIST
               FILE STATUS IS WS-HIST-STATUS.
           SELECT YTD-CLAIMS-FILE      ASSIGN TO YTDCLAIM
               FILE STATUS IS WS-YTD-STATUS.
           SELECT POLICY-MASTER-FILE   ASSIGN TO POLMSTR.
           SELECT PROVIDER-MASTER-FILE ASSIGN TO PROVMSTR.
           SELECT AUTH-LIMIT-FILE      ASSIGN TO AUTHLIM
               FILE STATUS IS WS-AUTHLIM-STATUS.
           SELECT SCREEN-PARM-FILE     ASSIGN TO FRAUDPRM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-DATE-FILE        ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT REFERRAL-REPORT      ASSIGN TO FRAUDRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENTS-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYMENT-EXTRACT-REC.
       01  PAYMENT-EXTRACT-REC.
           05  PAY-POLICY-NO            PIC 9(07).
           05  PAY-LAST-NAME            PIC X(15).
           05  PAY-FIRST-NAME           PIC X(10).
           05  PAY-POLICY-TYPE          PIC 9(01).
           05  PAY-CLAIM-AMOUNT         PIC S9(7)V99.
           05  PAY-CLAIM-PAID           PIC S9(7)V99.
           05  PAY-PROVIDER-CODE        PIC X(04).
           05  PAY-DED-APPLIED          PIC S9(04).
           05  PAY-COINS-AMT            PIC S9(5)V99.
           05  PAY-COB-IND              PIC X(01).
           05  PAY-PRIMARY-PAID         PIC S9(5)V99.
           05  PAY-PROCEDURE-CODE       PIC X(05).
           05  PAY-DISALLOWED           PIC S9(7)V99.
           05  PAY-MEMBER-ID            PIC X(02).
           05  PAY-PAID-DATE            PIC 9(08).
           05  PAY-RECOVERY-OFFSET      PIC S9(7)V99.
      *    'P' - paid to the provider on its consolidated check.
           05  PAY-PAY-TO               PIC X(01).
               88  PAY-PROVIDER-PAID    VALUE 'P'.
      *    Date of service - paid date less this is the claim's lag.
           05  PAY-SERVICE-DATE         PIC 9(08).
           05  FILLER                   PIC X(04).
      *
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-HISTORY-REC.
       01  RUN-HISTORY-REC.
           05  RH-RUN-DATE              PIC 9(08).
           05  RH-TYPE-SUMMARY OCCURS 3 TIMES.
               10  RH-CLAIM-COUNT       PIC 9(05).
               10  RH-CLAIM-AMOUNT      PIC S9(9)V99.
               10  RH-CLAIM-PAID        PIC S9(9)V99.
           05  RH-REJECT-COUNT          PIC 9(05).
           05  RH-BATCH-COUNT           PIC 9(06).
           05  RH-BATCH-HASH            PIC 9(11)V99.
           05  FILLER                   PIC X(07).
      *
       FD  YTD-CLAIMS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS YTD-CLAIMS-REC.
       01  YTD-CLAIMS-REC.
           05  YTD-POLICY-NO            PIC 9(07).
           05  YTD-MEMBER-ID            PIC X(02).
           05  YTD-DED-PAID             PIC S9(04).
           05  YTD-CLAIMS-PAID          PIC S9(9)V99.
           05  YTD-CLAIM-COUNT          PIC 9(05).
           05  YTD-OOP-PAID             PIC S9(06).
           05  FILLER                   PIC X(05).
      *
       FD  POLICY-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POLICY-MASTER-REC.
       01  POLICY-MASTER-REC.
           05  POL-POLICY-NO            PIC 9(07).
           05  POL-LAST-NAME            PIC X(15).
           05  POL-FIRST-NAME           PIC X(10).
           05  POL-POLICY-TYPE          PIC 9(01).
           05  POL-BENEFIT-DATE         PIC 9(08).
           05  POL-AMOUNT               PIC S9(7)V99.
           05  POL-DEDUCTIBLE-PAID      PIC S9(04).
           05  POL-MEMBER-ROSTER.
               10  POL-MEMBER-ID        PIC X(02) OCCURS 6 TIMES.
           05  FILLER                   PIC X(14).
      *
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
           05  PRV-CLASS                PIC X(01).
      *
      *     Prior-authorization threshold - the same one-record
      *     control file MIDTERM holds claims against; missing falls
      *     back to 5000.00, as in MIDTERM.
       FD  AUTH-LIMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUTH-LIMIT-REC.
       01  AUTH-LIMIT-REC.
           05  AL-THRESHOLD             PIC 9(07)V99.
           05  FILLER                   PIC X(71).
      *
      *     Screening limits.
       FD  SCREEN-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SCREEN-PARM-REC.
       01  SCREEN-PARM-REC.
      *    Days apart two near-threshold claims may be paid (30).
           05  FP-WINDOW-DAYS           PIC 9(03).
      *    Percent of the threshold a claim must reach to count as
      *    "just under" it (80).
           05  FP-NEAR-PCT              PIC 9(03).
      *    Multiple of the policy type's norm a member's YTD claim
      *    count must reach (3.0), and the fewest claims that can
      *    ever be referred (6).
           05  FP-UTIL-FACTOR           PIC 9(02)V9.
           05  FP-UTIL-MIN-COUNT        PIC 9(03).
      *    Standard deviations above the peers' mean (2.0), and the
      *    fewest other providers in a class for a comparison (3).
           05  FP-OUTLIER-SD            PIC 9(01)V9.
           05  FP-MIN-PEERS             PIC 9(02).
           05  FILLER                   PIC X(64).
      *
      *    Business-date override - a one-record control file read at
      *    startup so a missed batch window can be rerun as-of the
      *    correct date; missing or invalid falls back to the
      *    machine's CURRENT-DATE.
       FD  RUN-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-DATE-REC.
       01  RUN-DATE-REC.
           05  RD-BUSINESS-DATE         PIC 9(08).
           05  FILLER                   PIC X(72).
      *
       FD  REFERRAL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REFERRAL-REPORT-REC.
       01  REFERRAL-REPORT-REC          PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-PAY-STATUS                PIC X(02)   VALUE SPACES.
       01  WS-HIST-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-YTD-STATUS                PIC X(02)   VALUE SPACES.
       01  WS-AUTHLIM-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02)   VALUE SPACES.
      *
       01  WS-TODAY-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-AUTH-THRESHOLD            PIC 9(07)V99 VALUE 5000.00.
       01  WS-NEAR-FLOOR                PIC 9(07)V99 VALUE ZERO.
       01  WS-WINDOW-DAYS               PIC 9(03)   VALUE 30.
       01  WS-NEAR-PCT                  PIC 9(03)   VALUE 80.
       01  WS-UTIL-FACTOR               PIC 9(02)V9 VALUE 3.0.
       01  WS-UTIL-MIN-COUNT            PIC 9(03)   VALUE 6.
       01  WS-OUTLIER-SD                PIC 9(01)V9 VALUE 2.0.
       01  WS-MIN-PEERS                 PIC 9(02)   VALUE 3.
      *
      *    Policy master - policy type and policyholder name for
      *    the members on YTDCLAIM.
       01  WS-POL-TABLE.
           05  WS-POL-ENTRIES OCCURS 500 TIMES
                   INDEXED BY POL-IDX.
               10  WS-POL-POLICY-NO     PIC 9(07).
               10  WS-POL-LAST-NAME     PIC X(15).
               10  WS-POL-FIRST-NAME    PIC X(10).
               10  WS-POL-POLICY-TYPE   PIC 9(01).
       01  WS-POL-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-POL-MAX                   PIC S9(4) COMP VALUE 500.
      *
      *    Providers - the master's name and class, plus what the
      *    extract paid each of them.
       01  WS-PRV-TABLE.
           05  WS-PRV-ENTRIES OCCURS 200 TIMES
                   INDEXED BY PRV-IDX PEER-IDX.
               10  WS-PRV-CODE          PIC X(04).
               10  WS-PRV-NAME          PIC X(25).
               10  WS-PRV-CLASS         PIC X(01).
               10  WS-PRV-CLAIMS        PIC 9(05).
               10  WS-PRV-PAID          PIC S9(9)V99.
               10  WS-PRV-AVG-PAID      PIC S9(7)V99.
       01  WS-PRV-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-PRV-MAX                   PIC S9(4) COMP VALUE 200.
      *
      *    Claims billed just under the authorization threshold.
       01  WS-NEAR-TABLE.
           05  WS-NEAR-ENTRIES OCCURS 2000 TIMES
                   INDEXED BY NR-IDX NR-IDX2.
               10  WS-NR-PROVIDER       PIC X(04).
               10  WS-NR-POLICY-NO      PIC 9(07).
               10  WS-NR-MEMBER-ID      PIC X(02).
               10  WS-NR-LAST-NAME      PIC X(15).
               10  WS-NR-FIRST-NAME     PIC X(10).
               10  WS-NR-DAY-NO         PIC 9(07).
               10  WS-NR-PAID           PIC S9(7)V99.
               10  WS-NR-USED-SW        PIC X(01).
                   88  NR-USED          VALUE 'Y'.
       01  WS-NEAR-CTR                  PIC S9(4) COMP VALUE ZERO.
       01  WS-NEAR-MAX                  PIC S9(4) COMP VALUE 2000.
      *
      *    Per policy type: the year's paid claims from the run
      *    history and from the accumulator, members on the
      *    accumulator, and the resulting claims-per-member norm.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRIES OCCURS 3 TIMES.
               10  WS-TYPE-HIST-CLAIMS  PIC 9(07).
               10  WS-TYPE-YTD-CLAIMS   PIC 9(07).
               10  WS-TYPE-MEMBERS      PIC 9(05).
               10  WS-TYPE-NORM         PIC 9(05)V99.
       01  WS-TYPE-SUB                  PIC 9(01)   VALUE ZERO.
      *
      *    Referrals, kept in priority order as they are found.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRIES OCCURS 500 TIMES
                   INDEXED BY REF-IDX.
               10  WS-REF-AMOUNT        PIC S9(9)V99.
               10  WS-REF-PATTERN       PIC X(16).
               10  WS-REF-PROVIDER      PIC X(04).
               10  WS-REF-POLICY-NO     PIC X(07).
               10  WS-REF-MEMBER-ID     PIC X(02).
               10  WS-REF-NAME          PIC X(25).
               10  WS-REF-DETAIL        PIC X(44).
       01  WS-REF-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-REF-MAX                   PIC S9(4) COMP VALUE 500.
       01  WS-REF-SUB                   PIC S9(4) COMP VALUE ZERO.
       01  WS-REF-INSERT-AT             PIC S9(4) COMP VALUE ZERO.
      *
      *    The referral being built.
       01  WS-NEW-REFERRAL.
           05  WS-NEW-AMOUNT            PIC S9(9)V99.
           05  WS-NEW-PATTERN           PIC X(16).
           05  WS-NEW-PROVIDER          PIC X(04).
           05  WS-NEW-POLICY-NO         PIC X(07).
           05  WS-NEW-MEMBER-ID         PIC X(02).
           05  WS-NEW-NAME              PIC X(25).
           05  WS-NEW-DETAIL            PIC X(44).
      *
      *    Work fields for the screens.
       01  WS-DAY-NO                    PIC 9(07)   VALUE ZERO.
       01  WS-DAYS-APART                PIC S9(07)  VALUE ZERO.
       01  WS-CLUSTER-CTR               PIC 9(05)   VALUE ZERO.
       01  WS-CLUSTER-PAID              PIC S9(9)V99 VALUE ZERO.
       01  WS-CLUSTER-FIRST             PIC 9(07)   VALUE ZERO.
       01  WS-CLUSTER-LAST              PIC 9(07)   VALUE ZERO.
       01  WS-CLUSTER-SPAN              PIC 9(05)   VALUE ZERO.
       01  WS-UTIL-LIMIT                PIC 9(07)V99 VALUE ZERO.
       01  WS-PEER-CTR                  PIC 9(05)   VALUE ZERO.
       01  WS-PEER-SUM                  PIC S9(11)V99 VALUE ZERO.
       01  WS-PEER-SUMSQ                PIC S9(15)V99 VALUE ZERO.
       01  WS-PEER-MEAN                 PIC S9(9)V99 VALUE ZERO.
       01  WS-PEER-VAR                  PIC S9(15)V99 VALUE ZERO.
       01  WS-PEER-SD                   PIC S9(9)V99 VALUE ZERO.
       01  WS-PEER-LIMIT                PIC S9(9)V99 VALUE ZERO.
       01  WS-SUBJECT-VALUE             PIC S9(9)V99 VALUE ZERO.
       01  WS-MEASURE-SW                PIC X(01)   VALUE SPACE.
           88  MEASURE-AVG-PAID         VALUE 'A'.
           88  MEASURE-VOLUME           VALUE 'V'.
      *
      *    Edited fields for the detail text.
       01  WS-EDIT-COUNT                PIC Z(4)9.
       01  WS-EDIT-DAYS                 PIC ZZ9.
       01  WS-EDIT-NORM                 PIC Z(4)9.9.
       01  WS-EDIT-AMT-1                PIC $$$$,$$9.99.
       01  WS-EDIT-AMT-2                PIC $$$$,$$9.99.
      *
       01  ACC-CTRS-SWITCHES.
           05  EOF-STAT                 PIC X        VALUE SPACE.
               88  END-OF-FILE          VALUE 'Y'.
           05  WS-FOUND-SW              PIC X        VALUE 'N'.
               88  ENTRY-FOUND          VALUE 'Y'.
           05  TOT-PAYMENTS-READ        PIC 9(7)     VALUE ZERO.
           05  TOT-NEAR-LIMIT           PIC 9(7)     VALUE ZERO.
           05  TOT-NEAR-IGNORED         PIC 9(7)     VALUE ZERO.
           05  TOT-MEMBERS-SCREENED     PIC 9(7)     VALUE ZERO.
           05  TOT-MEMBERS-UNTYPED      PIC 9(7)     VALUE ZERO.
           05  TOT-PROVIDERS-SCREENED   PIC 9(7)     VALUE ZERO.
           05  TOT-REF-SPLIT            PIC 9(5)     VALUE ZERO.
           05  TOT-REF-UTIL             PIC 9(5)     VALUE ZERO.
           05  TOT-REF-PROVIDER         PIC 9(5)     VALUE ZERO.
           05  TOT-REF-NOT-LISTED       PIC 9(5)     VALUE ZERO.
           05  TOT-REF-AMOUNT           PIC S9(11)V99 VALUE ZERO.
      *
       01  HEADER-LINE-1.
           05  FILLER                   PIC X(40) VALUE
                     'CLAIMS FRAUD AND ABUSE REFERRAL LIST'.
           05  FILLER                   PIC X(10) VALUE 'DATE: '.
           05  WS-CURR-YEAROUT          PIC 9(4).
           05  FILLER                   PIC X     VALUE '/'.
           05  WS-CURR-MONTHOUT         PIC 9(2).
           05  FILLER                   PIC X     VALUE '/'.
           05  WS-CURR-DAYOUT           PIC 9(2).
      *
       01  HEADER-LINE-2.
           05  FILLER                   PIC X(18) VALUE
                     'AUTH THRESHOLD: '.
           05  HL-THRESHOLD-OUT         PIC $$$$,$$9.99.
           05  FILLER                   PIC X(10) VALUE '   NEAR: '.
           05  HL-NEAR-PCT-OUT          PIC ZZ9.
           05  FILLER                   PIC X(13) VALUE '%   WINDOW: '.
           05  HL-WINDOW-OUT            PIC ZZ9.
           05  FILLER                   PIC X(15) VALUE
                     ' DAYS   UTIL X'.
           05  HL-UTIL-FACTOR-OUT       PIC Z9.9.
           05  FILLER                   PIC X(14) VALUE
                     '   OUTLIER: '.
           05  HL-OUTLIER-SD-OUT        PIC 9.9.
           05  FILLER                   PIC X(03) VALUE ' SD'.
      *
       01  HEADER-LINE-3.
           05  FILLER                   PIC X(06) VALUE 'RANK'.
           05  FILLER                   PIC X(18) VALUE 'PATTERN'.
           05  FILLER                   PIC X(06) VALUE 'PROV'.
           05  FILLER                   PIC X(11) VALUE 'POLICY MBR'.
           05  FILLER                   PIC X(27) VALUE 'NAME'.
           05  FILLER                   PIC X(46) VALUE 'FINDING'.
           05  FILLER                   PIC X(16) VALUE
                     ' PAID AT STAKE'.
      *
       01  REFERRAL-DETAIL-LINE.
           05  RANK-OUT                 PIC ZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PATTERN-OUT              PIC X(16).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PROVIDER-OUT             PIC X(04).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  POLICY-NO-OUT            PIC X(07).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  MEMBER-ID-OUT            PIC X(02).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  NAME-OUT                 PIC X(25).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DETAIL-OUT               PIC X(44).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  AMOUNT-OUT               PIC $$$,$$$,$$9.99CR.
      *
       01  NO-REFERRALS-LINE.
           05  FILLER                   PIC X(44) VALUE
                     '** NO CLAIMS MET ANY SCREENING PATTERN **'.
      *
       01  FOOTER-LINE-0.
           05  FILLER                   PIC X(70) VALUE SPACES.
           05  FILLER                   PIC X(50) VALUE
                "************  Nothing follows  *****************".
      *
       01  FOOTER-LINE-1.
           05  FILLER                   PIC X(34) VALUE
                 'PAYMENTS SCREENED             : '.
           05  FL-PAYMENTS-OUT          PIC Z,ZZZ,ZZ9.
       01  FOOTER-LINE-2.
           05  FILLER                   PIC X(34) VALUE
                 'CLAIMS JUST UNDER THRESHOLD   : '.
           05  FL-NEAR-OUT              PIC Z,ZZZ,ZZ9.
       01  FOOTER-LINE-3.
           05  FILLER                   PIC X(34) VALUE
                 'MEMBERS SCREENED              : '.
           05  FL-MEMBERS-OUT           PIC Z,ZZZ,ZZ9.
       01  FOOTER-LINE-4.
           05  FILLER                   PIC X(34) VALUE
                 'MEMBERS WITH NO POLICY TYPE   : '.
           05  FL-UNTYPED-OUT           PIC Z,ZZZ,ZZ9.
       01  FOOTER-LINE-5.
           05  FILLER                   PIC X(34) VALUE
                 'PROVIDERS SCREENED            : '.
           05  FL-PROVIDERS-OUT         PIC Z,ZZZ,ZZ9.
       01  FOOTER-LINE-6.
           05  FILLER                   PIC X(34) VALUE
                 'SPLIT BILLING REFERRALS       : '.
           05  FL-REF-SPLIT-OUT         PIC Z,ZZZ,ZZ9.
       01  FOOTER-LINE-7.
           05  FILLER                   PIC X(34) VALUE
                 'OVER-UTILIZER REFERRALS       : '.
           05  FL-REF-UTIL-OUT          PIC Z,ZZZ,ZZ9.
       01  FOOTER-LINE-8.
           05  FILLER                   PIC X(34) VALUE
                 'PROVIDER OUTLIER REFERRALS    : '.
           05  FL-REF-PROVIDER-OUT      PIC Z,ZZZ,ZZ9.
       01  FOOTER-LINE-9.
           05  FILLER                   PIC X(34) VALUE
                 'PAID AT STAKE, ALL REFERRALS  : '.
           05  FL-REF-AMOUNT-OUT        PIC $$$,$$$,$$$,$$9.99CR.
       01  FOOTER-LINE-10.
           05  FILLER                   PIC X(34) VALUE
                 'REFERRALS NOT LISTED (FULL)   : '.
           05  FL-NOT-LISTED-OUT        PIC Z,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-AUTH-THRESHOLD.
           PERFORM LOAD-SCREEN-PARMS.
           PERFORM LOAD-POLICY-MASTER.
           PERFORM LOAD-PROVIDER-MASTER.
           PERFORM LOAD-PAYMENTS.
           PERFORM LOAD-TYPE-NORMS.
           PERFORM SCREEN-SPLIT-BILLING.
           PERFORM SCREEN-OVER-UTILIZERS.
           PERFORM SCREEN-PROVIDER-OUTLIERS.
           OPEN OUTPUT REFERRAL-REPORT.
           PERFORM DISPLAY-HEADINGS.
           PERFORM WRITE-REFERRAL-LINES.
           PERFORM DISPLAY-FOOTERS.
           CLOSE REFERRAL-REPORT.
           GOBACK.
      *
       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN INPUT RUN-DATE-FILE.
           IF WS-RUNDATE-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ RUN-DATE-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   AND RD-BUSINESS-DATE NUMERIC
                   AND RD-BUSINESS-DATE > ZERO
                   MOVE RD-BUSINESS-DATE TO WS-TODAY-DATE
               END-IF
               CLOSE RUN-DATE-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       LOAD-AUTH-THRESHOLD.
           OPEN INPUT AUTH-LIMIT-FILE.
           IF WS-AUTHLIM-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ AUTH-LIMIT-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   AND AL-THRESHOLD NUMERIC
                   AND AL-THRESHOLD > ZERO
                   MOVE AL-THRESHOLD TO WS-AUTH-THRESHOLD
               END-IF
               CLOSE AUTH-LIMIT-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *    Each limit is taken only when it is present and sensible;
      *    anything else keeps its default.
       LOAD-SCREEN-PARMS.
           OPEN INPUT SCREEN-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ SCREEN-PARM-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   IF FP-WINDOW-DAYS NUMERIC
                       AND FP-WINDOW-DAYS > ZERO
                       MOVE FP-WINDOW-DAYS TO WS-WINDOW-DAYS
                   END-IF
                   IF FP-NEAR-PCT NUMERIC
                       AND FP-NEAR-PCT > ZERO
                       AND FP-NEAR-PCT < 100
                       MOVE FP-NEAR-PCT TO WS-NEAR-PCT
                   END-IF
                   IF FP-UTIL-FACTOR NUMERIC
                       AND FP-UTIL-FACTOR > 1
                       MOVE FP-UTIL-FACTOR TO WS-UTIL-FACTOR
                   END-IF
                   IF FP-UTIL-MIN-COUNT NUMERIC
                       AND FP-UTIL-MIN-COUNT > ZERO
                       MOVE FP-UTIL-MIN-COUNT TO WS-UTIL-MIN-COUNT
                   END-IF
                   IF FP-OUTLIER-SD NUMERIC
                       AND FP-OUTLIER-SD > ZERO
                       MOVE FP-OUTLIER-SD TO WS-OUTLIER-SD
                   END-IF
                   IF FP-MIN-PEERS NUMERIC
                       AND FP-MIN-PEERS > 1
                       MOVE FP-MIN-PEERS TO WS-MIN-PEERS
                   END-IF
               END-IF
               CLOSE SCREEN-PARM-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
           COMPUTE WS-NEAR-FLOOR ROUNDED =
                   WS-AUTH-THRESHOLD * WS-NEAR-PCT / 100.
      *
       LOAD-POLICY-MASTER.
           OPEN INPUT POLICY-MASTER-FILE.
           MOVE 'N' TO EOF-STAT.
           READ  POLICY-MASTER-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM UNTIL END-OF-FILE OR WS-POL-CTR >= WS-POL-MAX
               ADD 1 TO WS-POL-CTR
               SET POL-IDX TO WS-POL-CTR
               MOVE POL-POLICY-NO    TO WS-POL-POLICY-NO(POL-IDX)
               MOVE POL-LAST-NAME    TO WS-POL-LAST-NAME(POL-IDX)
               MOVE POL-FIRST-NAME   TO WS-POL-FIRST-NAME(POL-IDX)
               MOVE POL-POLICY-TYPE  TO WS-POL-POLICY-TYPE(POL-IDX)
               READ POLICY-MASTER-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'WARNING: POLICY-MASTER-FILE HAS MORE THAN '
                       WS-POL-MAX
                       ' ENTRIES - REMAINING ROWS IGNORED'
           END-IF.
           CLOSE POLICY-MASTER-FILE.
           MOVE 'N' TO EOF-STAT.
      *
       LOAD-PROVIDER-MASTER.
           OPEN INPUT PROVIDER-MASTER-FILE.
           MOVE 'N' TO EOF-STAT.
           READ  PROVIDER-MASTER-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM UNTIL END-OF-FILE OR WS-PRV-CTR >= WS-PRV-MAX
               ADD 1 TO WS-PRV-CTR
               SET PRV-IDX TO WS-PRV-CTR
               MOVE PRV-CODE         TO WS-PRV-CODE(PRV-IDX)
               MOVE PRV-NAME         TO WS-PRV-NAME(PRV-IDX)
               MOVE PRV-CLASS        TO WS-PRV-CLASS(PRV-IDX)
               MOVE ZERO             TO WS-PRV-CLAIMS(PRV-IDX)
                                        WS-PRV-PAID(PRV-IDX)
                                        WS-PRV-AVG-PAID(PRV-IDX)
               READ PROVIDER-MASTER-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'WARNING: PROVIDER-MASTER-FILE HAS MORE THAN '
                       WS-PRV-MAX
                       ' ENTRIES - REMAINING ROWS IGNORED'
           END-IF.
           CLOSE PROVIDER-MASTER-FILE.
           MOVE 'N' TO EOF-STAT.
      *
      *    One pass over the extract: totals per provider for the
      *    outlier screen, and the near-threshold claims held for the
      *    split-billing screen.  No extract means nothing was paid.
       LOAD-PAYMENTS.
           OPEN INPUT PAYMENTS-EXTRACT.
           IF WS-PAY-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ PAYMENTS-EXTRACT
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   ADD 1 TO TOT-PAYMENTS-READ
                   PERFORM TALLY-PROVIDER-PAYMENT
                   IF PAY-CLAIM-AMOUNT NOT < WS-NEAR-FLOOR
                       AND PAY-CLAIM-AMOUNT NOT > WS-AUTH-THRESHOLD
                       PERFORM HOLD-NEAR-LIMIT-CLAIM
                   END-IF
                   READ PAYMENTS-EXTRACT
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE PAYMENTS-EXTRACT
               MOVE 'N' TO EOF-STAT
           END-IF.
           IF TOT-NEAR-IGNORED > ZERO
               DISPLAY 'WARNING: MORE THAN ' WS-NEAR-MAX
                       ' CLAIMS NEAR THRESHOLD - '
                       TOT-NEAR-IGNORED ' NOT SCREENED'
           END-IF.
      *
       TALLY-PROVIDER-PAYMENT.
           SET PRV-IDX TO 1.
           SEARCH WS-PRV-ENTRIES
               AT END
                   CONTINUE
               WHEN PRV-IDX > WS-PRV-CTR
                   CONTINUE
               WHEN WS-PRV-CODE(PRV-IDX) = PAY-PROVIDER-CODE
                   ADD 1              TO WS-PRV-CLAIMS(PRV-IDX)
                   ADD PAY-CLAIM-PAID TO WS-PRV-PAID(PRV-IDX)
           END-SEARCH.
      *
       HOLD-NEAR-LIMIT-CLAIM.
           ADD 1 TO TOT-NEAR-LIMIT.
           IF WS-NEAR-CTR >= WS-NEAR-MAX
               ADD 1 TO TOT-NEAR-IGNORED
           ELSE
               ADD 1 TO WS-NEAR-CTR
               SET NR-IDX TO WS-NEAR-CTR
               MOVE PAY-PROVIDER-CODE TO WS-NR-PROVIDER(NR-IDX)
               MOVE PAY-POLICY-NO     TO WS-NR-POLICY-NO(NR-IDX)
               MOVE PAY-MEMBER-ID     TO WS-NR-MEMBER-ID(NR-IDX)
               MOVE PAY-LAST-NAME     TO WS-NR-LAST-NAME(NR-IDX)
               MOVE PAY-FIRST-NAME    TO WS-NR-FIRST-NAME(NR-IDX)
               MOVE PAY-CLAIM-PAID    TO WS-NR-PAID(NR-IDX)
               MOVE 'N'               TO WS-NR-USED-SW(NR-IDX)
               IF PAY-PAID-DATE NUMERIC AND PAY-PAID-DATE > ZERO
                   COMPUTE WS-NR-DAY-NO(NR-IDX) =
                       FUNCTION INTEGER-OF-DATE(PAY-PAID-DATE)
               ELSE
                   COMPUTE WS-NR-DAY-NO(NR-IDX) =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               END-IF
           END-IF.
      *
      *    The year's paid claims per policy type from the run
      *    history, then the accumulator's members and claims per
      *    type.  The norm prefers the history; the accumulator's own
      *    count stands in when the history has no runs this year.
       LOAD-TYPE-NORMS.
           INITIALIZE WS-TYPE-TABLE.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-HIST-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ RUN-HISTORY-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF RH-RUN-DATE(1:4) = WS-TODAY-DATE(1:4)
                       PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                               UNTIL WS-TYPE-SUB > 3
                           IF RH-CLAIM-COUNT(WS-TYPE-SUB) NUMERIC
                               ADD RH-CLAIM-COUNT(WS-TYPE-SUB)
                                 TO WS-TYPE-HIST-CLAIMS(WS-TYPE-SUB)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ RUN-HISTORY-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
           OPEN INPUT YTD-CLAIMS-FILE.
           IF WS-YTD-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ YTD-CLAIMS-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   PERFORM FIND-MEMBER-POLICY
                   IF ENTRY-FOUND
                       MOVE WS-POL-POLICY-TYPE(POL-IDX)
                            TO WS-TYPE-SUB
                       ADD 1 TO WS-TYPE-MEMBERS(WS-TYPE-SUB)
                       ADD YTD-CLAIM-COUNT
                           TO WS-TYPE-YTD-CLAIMS(WS-TYPE-SUB)
                   END-IF
                   READ YTD-CLAIMS-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE YTD-CLAIMS-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 3
               IF WS-TYPE-MEMBERS(WS-TYPE-SUB) > ZERO
                   IF WS-TYPE-HIST-CLAIMS(WS-TYPE-SUB) > ZERO
                       COMPUTE WS-TYPE-NORM(WS-TYPE-SUB) ROUNDED =
                           WS-TYPE-HIST-CLAIMS(WS-TYPE-SUB)
                         / WS-TYPE-MEMBERS(WS-TYPE-SUB)
                   ELSE
                       COMPUTE WS-TYPE-NORM(WS-TYPE-SUB) ROUNDED =
                           WS-TYPE-YTD-CLAIMS(WS-TYPE-SUB)
                         / WS-TYPE-MEMBERS(WS-TYPE-SUB)
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    Sets ENTRY-FOUND with POL-IDX on the accumulator record's
      *    policy when the master has it with a known policy type.
       FIND-MEMBER-POLICY.
           MOVE 'N' TO WS-FOUND-SW.
           SET POL-IDX TO 1.
           SEARCH WS-POL-ENTRIES
               AT END
                   CONTINUE
               WHEN POL-IDX > WS-POL-CTR
                   CONTINUE
               WHEN WS-POL-POLICY-NO(POL-IDX) = YTD-POLICY-NO
                   IF WS-POL-POLICY-TYPE(POL-IDX) >= 1
                       AND WS-POL-POLICY-TYPE(POL-IDX) <= 3
                       SET ENTRY-FOUND TO TRUE
                   END-IF
           END-SEARCH.
      *
      *--------------------------------------------------------------*
      *    Split billing.  Each near-threshold claim not yet part of
      *    a referral anchors a group: every other unreferred claim
      *    from the same provider for the same policy member paid
      *    within the window of it.  Two or more make a referral;
      *    the group's claims are then spent so they refer once.
      *--------------------------------------------------------------*
       SCREEN-SPLIT-BILLING.
           PERFORM VARYING NR-IDX FROM 1 BY 1
                   UNTIL NR-IDX > WS-NEAR-CTR
               IF NOT NR-USED(NR-IDX)
                   PERFORM GROUP-NEAR-LIMIT-CLAIMS
               END-IF
           END-PERFORM.
      *
       GROUP-NEAR-LIMIT-CLAIMS.
           MOVE ZERO TO WS-CLUSTER-CTR.
           PERFORM VARYING NR-IDX2 FROM 1 BY 1
                   UNTIL NR-IDX2 > WS-NEAR-CTR
               IF NR-IDX2 NOT = NR-IDX
                   AND NOT NR-USED(NR-IDX2)
                   AND WS-NR-PROVIDER(NR-IDX2)
                         = WS-NR-PROVIDER(NR-IDX)
                   AND WS-NR-POLICY-NO(NR-IDX2)
                         = WS-NR-POLICY-NO(NR-IDX)
                   AND WS-NR-MEMBER-ID(NR-IDX2)
                         = WS-NR-MEMBER-ID(NR-IDX)
                   COMPUTE WS-DAYS-APART = WS-NR-DAY-NO(NR-IDX2)
                                         - WS-NR-DAY-NO(NR-IDX)
                   IF WS-DAYS-APART < ZERO
                       COMPUTE WS-DAYS-APART = ZERO - WS-DAYS-APART
                   END-IF
                   IF WS-DAYS-APART NOT > WS-WINDOW-DAYS
                       ADD 1 TO WS-CLUSTER-CTR
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CLUSTER-CTR > ZERO
               PERFORM REFER-SPLIT-BILLING
           END-IF.
      *
      *    Second walk spends the group and totals it: the anchor
      *    plus every claim the first walk counted.
       REFER-SPLIT-BILLING.
           MOVE 1                    TO WS-CLUSTER-CTR.
           MOVE WS-NR-PAID(NR-IDX)   TO WS-CLUSTER-PAID.
           MOVE WS-NR-DAY-NO(NR-IDX) TO WS-CLUSTER-FIRST
                                        WS-CLUSTER-LAST.
           SET NR-USED(NR-IDX) TO TRUE.
           PERFORM VARYING NR-IDX2 FROM 1 BY 1
                   UNTIL NR-IDX2 > WS-NEAR-CTR
               IF NOT NR-USED(NR-IDX2)
                   AND WS-NR-PROVIDER(NR-IDX2)
                         = WS-NR-PROVIDER(NR-IDX)
                   AND WS-NR-POLICY-NO(NR-IDX2)
                         = WS-NR-POLICY-NO(NR-IDX)
                   AND WS-NR-MEMBER-ID(NR-IDX2)
                         = WS-NR-MEMBER-ID(NR-IDX)
                   COMPUTE WS-DAYS-APART = WS-NR-DAY-NO(NR-IDX2)
                                         - WS-NR-DAY-NO(NR-IDX)
                   IF WS-DAYS-APART < ZERO
                       COMPUTE WS-DAYS-APART = ZERO - WS-DAYS-APART
                   END-IF
                   IF WS-DAYS-APART NOT > WS-WINDOW-DAYS
                       SET NR-USED(NR-IDX2) TO TRUE
                       ADD 1 TO WS-CLUSTER-CTR
                       ADD WS-NR-PAID(NR-IDX2) TO WS-CLUSTER-PAID
                       IF WS-NR-DAY-NO(NR-IDX2) < WS-CLUSTER-FIRST
                           MOVE WS-NR-DAY-NO(NR-IDX2)
                                TO WS-CLUSTER-FIRST
                       END-IF
                       IF WS-NR-DAY-NO(NR-IDX2) > WS-CLUSTER-LAST
                           MOVE WS-NR-DAY-NO(NR-IDX2)
                                TO WS-CLUSTER-LAST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-CLUSTER-SPAN = WS-CLUSTER-LAST
                                   - WS-CLUSTER-FIRST.
           MOVE SPACES                  TO WS-NEW-REFERRAL.
           MOVE WS-CLUSTER-PAID         TO WS-NEW-AMOUNT.
           MOVE 'SPLIT BILLING'         TO WS-NEW-PATTERN.
           MOVE WS-NR-PROVIDER(NR-IDX)  TO WS-NEW-PROVIDER.
           MOVE WS-NR-POLICY-NO(NR-IDX) TO WS-NEW-POLICY-NO.
           MOVE WS-NR-MEMBER-ID(NR-IDX) TO WS-NEW-MEMBER-ID.
           STRING WS-NR-LAST-NAME(NR-IDX) DELIMITED BY SPACE
                  ', '                    DELIMITED BY SIZE
                  WS-NR-FIRST-NAME(NR-IDX) DELIMITED BY SPACE
                  INTO WS-NEW-NAME.
           MOVE WS-CLUSTER-CTR          TO WS-EDIT-COUNT.
           MOVE WS-CLUSTER-SPAN         TO WS-EDIT-DAYS.
           STRING WS-EDIT-COUNT           DELIMITED BY SIZE
                  ' CLAIMS UNDER AUTH LIMIT IN ' DELIMITED BY SIZE
                  WS-EDIT-DAYS            DELIMITED BY SIZE
                  ' DAYS'                 DELIMITED BY SIZE
                  INTO WS-NEW-DETAIL.
           ADD 1 TO TOT-REF-SPLIT.
           PERFORM ADD-REFERRAL.
      *
      *--------------------------------------------------------------*
      *    Over-utilizers - second pass over the accumulator now the
      *    norms are known.
      *--------------------------------------------------------------*
       SCREEN-OVER-UTILIZERS.
           OPEN INPUT YTD-CLAIMS-FILE.
           IF WS-YTD-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ YTD-CLAIMS-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   ADD 1 TO TOT-MEMBERS-SCREENED
                   PERFORM FIND-MEMBER-POLICY
                   IF ENTRY-FOUND
                       PERFORM CHECK-MEMBER-UTILIZATION
                   ELSE
                       ADD 1 TO TOT-MEMBERS-UNTYPED
                   END-IF
                   READ YTD-CLAIMS-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE YTD-CLAIMS-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       CHECK-MEMBER-UTILIZATION.
           MOVE WS-POL-POLICY-TYPE(POL-IDX) TO WS-TYPE-SUB.
           COMPUTE WS-UTIL-LIMIT ROUNDED =
                   WS-TYPE-NORM(WS-TYPE-SUB) * WS-UTIL-FACTOR.
           IF YTD-CLAIM-COUNT NOT < WS-UTIL-MIN-COUNT
               AND YTD-CLAIM-COUNT NOT < WS-UTIL-LIMIT
               MOVE SPACES              TO WS-NEW-REFERRAL
               MOVE YTD-CLAIMS-PAID     TO WS-NEW-AMOUNT
               MOVE 'OVER-UTILIZER'     TO WS-NEW-PATTERN
               MOVE YTD-POLICY-NO       TO WS-NEW-POLICY-NO
               MOVE YTD-MEMBER-ID       TO WS-NEW-MEMBER-ID
               STRING WS-POL-LAST-NAME(POL-IDX) DELIMITED BY SPACE
                      ', '                      DELIMITED BY SIZE
                      WS-POL-FIRST-NAME(POL-IDX) DELIMITED BY SPACE
                      INTO WS-NEW-NAME
               MOVE YTD-CLAIM-COUNT           TO WS-EDIT-COUNT
               MOVE WS-TYPE-NORM(WS-TYPE-SUB) TO WS-EDIT-NORM
               STRING WS-EDIT-COUNT     DELIMITED BY SIZE
                      ' CLAIMS YTD, TYPE NORM ' DELIMITED BY SIZE
                      WS-EDIT-NORM      DELIMITED BY SIZE
                      INTO WS-NEW-DETAIL
               ADD 1 TO TOT-REF-UTIL
               PERFORM ADD-REFERRAL
           END-IF.
      *
      *--------------------------------------------------------------*
      *    Provider outliers.  Each provider paid on the extract is
      *    measured against the other paid providers of its class -
      *    leaving itself out, so one extreme provider cannot pull
      *    the mean and spread up to hide itself.  The spread is
      *    floored at a tenth of the peers' mean so a class of near-
      *    identical providers does not refer every small wobble.
      *--------------------------------------------------------------*
       SCREEN-PROVIDER-OUTLIERS.
           PERFORM VARYING PRV-IDX FROM 1 BY 1
                   UNTIL PRV-IDX > WS-PRV-CTR
               IF WS-PRV-CLAIMS(PRV-IDX) > ZERO
                   ADD 1 TO TOT-PROVIDERS-SCREENED
                   COMPUTE WS-PRV-AVG-PAID(PRV-IDX) ROUNDED =
                       WS-PRV-PAID(PRV-IDX) / WS-PRV-CLAIMS(PRV-IDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING PRV-IDX FROM 1 BY 1
                   UNTIL PRV-IDX > WS-PRV-CTR
               IF WS-PRV-CLAIMS(PRV-IDX) > ZERO
                   SET MEASURE-AVG-PAID TO TRUE
                   PERFORM COMPARE-TO-PEERS
                   SET MEASURE-VOLUME TO TRUE
                   PERFORM COMPARE-TO-PEERS
               END-IF
           END-PERFORM.
      *
       COMPARE-TO-PEERS.
           MOVE ZERO TO WS-PEER-CTR WS-PEER-SUM WS-PEER-SUMSQ.
           PERFORM VARYING PEER-IDX FROM 1 BY 1
                   UNTIL PEER-IDX > WS-PRV-CTR
               IF PEER-IDX NOT = PRV-IDX
                   AND WS-PRV-CLAIMS(PEER-IDX) > ZERO
                   AND WS-PRV-CLASS(PEER-IDX) = WS-PRV-CLASS(PRV-IDX)
                   IF MEASURE-AVG-PAID
                       MOVE WS-PRV-AVG-PAID(PEER-IDX)
                            TO WS-SUBJECT-VALUE
                   ELSE
                       MOVE WS-PRV-CLAIMS(PEER-IDX)
                            TO WS-SUBJECT-VALUE
                   END-IF
                   ADD 1                TO WS-PEER-CTR
                   ADD WS-SUBJECT-VALUE TO WS-PEER-SUM
                   COMPUTE WS-PEER-SUMSQ = WS-PEER-SUMSQ
                         + WS-SUBJECT-VALUE * WS-SUBJECT-VALUE
               END-IF
           END-PERFORM.
           IF WS-PEER-CTR NOT < WS-MIN-PEERS
               PERFORM TEST-AGAINST-PEERS
           END-IF.
      *
       TEST-AGAINST-PEERS.
           COMPUTE WS-PEER-MEAN ROUNDED = WS-PEER-SUM / WS-PEER-CTR.
           COMPUTE WS-PEER-VAR ROUNDED =
                   WS-PEER-SUMSQ / WS-PEER-CTR
                 - WS-PEER-MEAN * WS-PEER-MEAN.
           IF WS-PEER-VAR > ZERO
               COMPUTE WS-PEER-SD ROUNDED =
                       FUNCTION SQRT(WS-PEER-VAR)
           ELSE
               MOVE ZERO TO WS-PEER-SD
           END-IF.
           IF WS-PEER-SD < WS-PEER-MEAN / 10
               COMPUTE WS-PEER-SD ROUNDED = WS-PEER-MEAN / 10
           END-IF.
           COMPUTE WS-PEER-LIMIT ROUNDED =
                   WS-PEER-MEAN + WS-OUTLIER-SD * WS-PEER-SD.
           IF MEASURE-AVG-PAID
               MOVE WS-PRV-AVG-PAID(PRV-IDX) TO WS-SUBJECT-VALUE
           ELSE
               MOVE WS-PRV-CLAIMS(PRV-IDX)   TO WS-SUBJECT-VALUE
           END-IF.
           IF WS-SUBJECT-VALUE > WS-PEER-LIMIT
               PERFORM REFER-PROVIDER-OUTLIER
           END-IF.
      *
       REFER-PROVIDER-OUTLIER.
           MOVE SPACES                TO WS-NEW-REFERRAL.
           MOVE WS-PRV-PAID(PRV-IDX)  TO WS-NEW-AMOUNT.
           MOVE WS-PRV-CODE(PRV-IDX)  TO WS-NEW-PROVIDER.
           MOVE WS-PRV-NAME(PRV-IDX)  TO WS-NEW-NAME.
           IF MEASURE-AVG-PAID
               MOVE 'PROV AVG PAID'   TO WS-NEW-PATTERN
               MOVE WS-SUBJECT-VALUE  TO WS-EDIT-AMT-1
               MOVE WS-PEER-MEAN      TO WS-EDIT-AMT-2
               STRING 'AVG PAID '     DELIMITED BY SIZE
                      WS-EDIT-AMT-1   DELIMITED BY SIZE
                      ', PEERS '      DELIMITED BY SIZE
                      WS-EDIT-AMT-2   DELIMITED BY SIZE
                      INTO WS-NEW-DETAIL
           ELSE
               MOVE 'PROV VOLUME'     TO WS-NEW-PATTERN
               MOVE WS-PRV-CLAIMS(PRV-IDX) TO WS-EDIT-COUNT
               MOVE WS-PEER-MEAN      TO WS-EDIT-NORM
               STRING WS-EDIT-COUNT   DELIMITED BY SIZE
                      ' CLAIMS PAID, PEERS AVG ' DELIMITED BY SIZE
                      WS-EDIT-NORM    DELIMITED BY SIZE
                      INTO WS-NEW-DETAIL
           END-IF.
           ADD 1 TO TOT-REF-PROVIDER.
           PERFORM ADD-REFERRAL.
      *
      *    Files the new referral in amount-at-stake order, largest
      *    first.  A full table drops whichever is smallest - the new
      *    one or the current last - and counts it.
       ADD-REFERRAL.
           ADD WS-NEW-AMOUNT TO TOT-REF-AMOUNT.
           MOVE 1 TO WS-REF-INSERT-AT.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > WS-REF-CTR
                      OR WS-REF-AMOUNT(REF-IDX) < WS-NEW-AMOUNT
               ADD 1 TO WS-REF-INSERT-AT
           END-PERFORM.
           IF WS-REF-CTR >= WS-REF-MAX
               ADD 1 TO TOT-REF-NOT-LISTED
           ELSE
               ADD 1 TO WS-REF-CTR
           END-IF.
           IF WS-REF-INSERT-AT NOT > WS-REF-MAX
               PERFORM FILE-REFERRAL
           END-IF.
      *
       FILE-REFERRAL.
           PERFORM VARYING WS-REF-SUB FROM WS-REF-CTR BY -1
                   UNTIL WS-REF-SUB <= WS-REF-INSERT-AT
               MOVE WS-REF-ENTRIES(WS-REF-SUB - 1)
                    TO WS-REF-ENTRIES(WS-REF-SUB)
           END-PERFORM.
           MOVE WS-NEW-REFERRAL TO WS-REF-ENTRIES(WS-REF-INSERT-AT).
      *
       WRITE-REFERRAL-LINES.
           IF WS-REF-CTR = ZERO
               WRITE REFERRAL-REPORT-REC FROM NO-REFERRALS-LINE
           END-IF.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > WS-REF-CTR
               SET WS-REF-SUB TO REF-IDX
               MOVE WS-REF-SUB               TO RANK-OUT
               MOVE WS-REF-PATTERN(REF-IDX)  TO PATTERN-OUT
               MOVE WS-REF-PROVIDER(REF-IDX) TO PROVIDER-OUT
               MOVE WS-REF-POLICY-NO(REF-IDX) TO POLICY-NO-OUT
               MOVE WS-REF-MEMBER-ID(REF-IDX) TO MEMBER-ID-OUT
               MOVE WS-REF-NAME(REF-IDX)     TO NAME-OUT
               MOVE WS-REF-DETAIL(REF-IDX)   TO DETAIL-OUT
               MOVE WS-REF-AMOUNT(REF-IDX)   TO AMOUNT-OUT
               WRITE REFERRAL-REPORT-REC FROM REFERRAL-DETAIL-LINE
                     AFTER ADVANCING 1 LINE
           END-PERFORM.
      *
       DISPLAY-HEADINGS.
           MOVE  WS-TODAY-DATE(1:4)    TO WS-CURR-YEAROUT.
           MOVE  WS-TODAY-DATE(5:2)    TO WS-CURR-MONTHOUT.
           MOVE  WS-TODAY-DATE(7:2)    TO WS-CURR-DAYOUT.
           MOVE  WS-AUTH-THRESHOLD     TO HL-THRESHOLD-OUT.
           MOVE  WS-NEAR-PCT           TO HL-NEAR-PCT-OUT.
           MOVE  WS-WINDOW-DAYS        TO HL-WINDOW-OUT.
           MOVE  WS-UTIL-FACTOR        TO HL-UTIL-FACTOR-OUT.
           MOVE  WS-OUTLIER-SD         TO HL-OUTLIER-SD-OUT.
      *
           MOVE  SPACES     TO     REFERRAL-REPORT-REC.
           WRITE REFERRAL-REPORT-REC.
           WRITE REFERRAL-REPORT-REC FROM HEADER-LINE-1.
           WRITE REFERRAL-REPORT-REC FROM HEADER-LINE-2.
           MOVE  SPACES     TO     REFERRAL-REPORT-REC.
           WRITE REFERRAL-REPORT-REC.
           WRITE REFERRAL-REPORT-REC FROM HEADER-LINE-3.
      *
       DISPLAY-FOOTERS.
           MOVE SPACES TO REFERRAL-REPORT-REC.
           WRITE REFERRAL-REPORT-REC AFTER ADVANCING 2 LINES.
           MOVE TOT-PAYMENTS-READ      TO FL-PAYMENTS-OUT.
           WRITE REFERRAL-REPORT-REC FROM FOOTER-LINE-1.
           MOVE TOT-NEAR-LIMIT         TO FL-NEAR-OUT.
           WRITE REFERRAL-REPORT-REC FROM FOOTER-LINE-2.
           MOVE TOT-MEMBERS-SCREENED   TO FL-MEMBERS-OUT.
           WRITE REFERRAL-REPORT-REC FROM FOOTER-LINE-3.
           MOVE TOT-MEMBERS-UNTYPED    TO FL-UNTYPED-OUT.
           WRITE REFERRAL-REPORT-REC FROM FOOTER-LINE-4.
           MOVE TOT-PROVIDERS-SCREENED TO FL-PROVIDERS-OUT.
           WRITE REFERRAL-REPORT-REC FROM FOOTER-LINE-5.
           MOVE TOT-REF-SPLIT          TO FL-REF-SPLIT-OUT.
           WRITE REFERRAL-REPORT-REC FROM FOOTER-LINE-6.
           MOVE TOT-REF-UTIL           TO FL-REF-UTIL-OUT.
           WRITE REFERRAL-REPORT-REC FROM FOOTER-LINE-7.
           MOVE TOT-REF-PROVIDER       TO FL-REF-PROVIDER-OUT.
           WRITE REFERRAL-REPORT-REC FROM FOOTER-LINE-8.
           MOVE TOT-REF-AMOUNT         TO FL-REF-AMOUNT-OUT.
           WRITE REFERRAL-REPORT-REC FROM FOOTER-LINE-9.
           IF TOT-REF-NOT-LISTED > ZERO
               MOVE TOT-REF-NOT-LISTED TO FL-NOT-LISTED-OUT
               WRITE REFERRAL-REPORT-REC FROM FOOTER-LINE-10
           END-IF.
           WRITE REFERRAL-REPORT-REC FROM FOOTER-LINE-0
                 AFTER ADVANCING 2 LINES.
