       IDENTIFICATION DIVISION.
       PROGRAM-ID. STALECHK.
      *
      ********** Workshop 12  -   Production Support    ************
      *
      *   Stale-Dated Checks and Unclaimed Property.
      *   a)  Loads the issued-check file CHKREG maintains and
      *       stale-dates every check still outstanding more than
      *       the STALECTL stale period (days from issue): the check
      *       is voided as status 'D' - the bank will not honor it,
      *       and CHKRECON will neither clear nor reissue it - and
      *       the payee gets a due-diligence letter (STALELTR)
      *       saying the funds are held and how to claim them.  The
      *       bank is sent a positive-pay cancel for it (POSPAYS).
      *   b)  On or after the state's reporting cutoff (STALECTL)
      *       every stale-dated check whose dormancy period has run
      *       by the cutoff is reported as unclaimed property: the
      *       report (STALERPT) lists them by the payee's state with
      *       state totals, and the remittance file (UPREMIT) carries
      *       one detail record per check and a total per state.
      *       Reported checks go to status 'U' so they are remitted
      *       once, and the cutoff rolls forward a year.
      *
      *   The payee's state is the insured's state of residence on
      *   the policy master; a provider's consolidated check, or an
      *   insured with no state on file, is reported to the
      *   holder's state (STALECTL) - the rule for property with
      *   no known owner address.
      *
      *   The updated issued-check file is written back whole to
      *   ISSUEDCKO, the CHKRECON convention.
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISSUED-CHECK-FILE  ASSIGN TO ISSUEDCK
               FILE STATUS IS WS-ISSUED-STATUS.
           SELECT ISSUED-CHECK-OUT   ASSIGN TO ISSUEDCKO.
           SELECT STALE-CONTROL      ASSIGN TO STALECTL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLMSTR
               FILE STATUS IS WS-POLM-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT LETTER-FILE        ASSIGN TO STALELTR.
           SELECT STALE-REPORT       ASSIGN TO STALERPT.
           SELECT REMITTANCE-FILE    ASSIGN TO UPREMIT.
           SELECT POSITIVE-PAY-FILE  ASSIGN TO POSPAYS.
       DATA DIVISION.
       FILE SECTION.
       FD  ISSUED-CHECK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISSUED-CHECK-REC.
       01  ISSUED-CHECK-REC.
           05  CK-CHECK-NO              PIC 9(06).
           05  CK-POLICY-NO             PIC 9(07).
           05  CK-PAYEE                 PIC X(25).
           05  CK-AMOUNT                PIC S9(7)V99.
           05  CK-ISSUE-DATE            PIC 9(08).
           05  CK-STATUS                PIC X(01).
           05  CK-PROVIDER-CODE         PIC X(04).
      *
       FD  ISSUED-CHECK-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISSUED-CHECK-OUT-REC.
       01  ISSUED-CHECK-OUT-REC         PIC X(60).
      *
      *    One-record parameter file - read at startup; the cutoff
      *    is written back a year later once it has been reported.
       FD  STALE-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STALE-CONTROL-REC.
       01  STALE-CONTROL-REC.
      *    Days after issue an uncashed check is stale-dated.
           05  SC-STALE-DAYS            PIC 9(03).
      *    Years after issue an uncashed check becomes reportable.
           05  SC-DORMANCY-YEARS        PIC 9(02).
      *    Next state reporting cutoff; zero means none scheduled.
           05  SC-REPORT-CUTOFF         PIC 9(08).
      *    Holder's state of domicile, for owners with no state.
           05  SC-HOLDER-STATE          PIC X(02).
           05  FILLER                   PIC X(65).
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
           05  POL-STATUS               PIC X(01).
           05  POL-CANCEL-DATE          PIC 9(08).
           05  POL-STATE                PIC X(02).
           05  FILLER                   PIC X(03).
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
       FD  LETTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LETTER-REC.
       01  LETTER-REC                   PIC X(132).
      *
       FD  STALE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STALE-REPORT-REC.
       01  STALE-REPORT-REC             PIC X(132).
      *
      *    Unclaimed-property remittance - 'D' one per check, 'T'
      *    one per state after its details.
       FD  REMITTANCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS UP-REMIT-REC.
       01  UP-REMIT-REC.
           05  UR-REC-TYPE              PIC X(01).
               88  UR-DETAIL            VALUE 'D'.
               88  UR-STATE-TOTAL       VALUE 'T'.
           05  UR-STATE                 PIC X(02).
           05  UR-CUTOFF-DATE           PIC 9(08).
           05  UR-CHECK-NO              PIC 9(06).
           05  UR-ISSUE-DATE            PIC 9(08).
           05  UR-PAYEE                 PIC X(25).
      *    'M' insured, 'P' provider.
           05  UR-OWNER-TYPE            PIC X(01).
           05  UR-POLICY-NO             PIC 9(07).
           05  UR-PROVIDER-CODE         PIC X(04).
           05  UR-AMOUNT                PIC S9(9)V99.
           05  UR-ITEM-COUNT            PIC 9(05).
           05  FILLER                   PIC X(02).
      *
      *    Positive-pay cancels for the bank - this run's stale-dated
      *    checks.
       FD  POSITIVE-PAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSITIVE-PAY-REC.
           COPY POSPAY.
      *
       WORKING-STORAGE SECTION.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-ISSUED-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-POLM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-CTL-FOUND-SW              PIC X     VALUE 'N'.
           88  CONTROL-ON-FILE          VALUE 'Y'.
       01  WS-OVERFLOW-SW               PIC X     VALUE 'N'.
           88  TABLE-OVERFLOW           VALUE 'Y'.
       01  WS-REPORT-DUE-SW             PIC X     VALUE 'N'.
           88  REPORT-DUE               VALUE 'Y'.
      *
       COPY DATEPARM.
      *
      *    Run parameters - STALECTL's, or these defaults when it is
      *    missing (no cutoff, so nothing is reported).
       01  WS-STALE-DAYS                PIC 9(03) VALUE 180.
       01  WS-DORMANCY-YEARS            PIC 9(02) VALUE 3.
       01  WS-REPORT-CUTOFF             PIC 9(08) VALUE ZERO.
       01  WS-HOLDER-STATE              PIC X(02) VALUE SPACES.
       01  WS-NEXT-CUTOFF               PIC 9(08) VALUE ZERO.
      *
       01  WS-DAYS-OUTSTANDING          PIC S9(05) VALUE ZERO.
       01  WS-DORMANT-DATE              PIC 9(08) VALUE ZERO.
       01  WS-LAST-STATE                PIC X(02) VALUE LOW-VALUES.
       01  WS-NEXT-STATE                PIC X(02) VALUE HIGH-VALUES.
       01  WS-STATE-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-STATE-AMOUNT              PIC S9(9)V99 VALUE ZERO.
      *
      *    The whole checkbook in storage for the run; the payee's
      *    state and the reported-this-run flag ride along.
       01  WS-CHECK-TABLE.
           05  WS-CK-ENTRIES OCCURS 1000 TIMES
                   INDEXED BY CK-IDX.
               10  WS-CK-CHECK-NO       PIC 9(06).
               10  WS-CK-POLICY-NO      PIC 9(07).
               10  WS-CK-PAYEE          PIC X(25).
               10  WS-CK-AMOUNT         PIC S9(7)V99.
               10  WS-CK-ISSUE-DATE     PIC 9(08).
               10  WS-CK-STATUS         PIC X(01).
               10  WS-CK-PROVIDER-CODE  PIC X(04).
               10  WS-CK-STATE          PIC X(02).
               10  WS-CK-REPORTED-SW    PIC X(01).
                   88  WS-CK-REPORTED   VALUE 'Y'.
       01  WS-CK-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-CK-MAX                    PIC S9(4) COMP VALUE 1000.
      *
      *    Insured's state of residence by policy.
       01  WS-POLICY-STATE-TABLE.
           05  WS-PS-ENTRIES OCCURS 200 TIMES
                   INDEXED BY PS-IDX.
               10  WS-PS-POLICY-NO      PIC 9(07).
               10  WS-PS-STATE          PIC X(02).
       01  WS-PS-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-PS-MAX                    PIC S9(4) COMP VALUE 200.
      *
       01  ACC-CTRS.
           05  TOT-CHECKS-ON-FILE       PIC 9(5)     VALUE ZERO.
           05  TOT-STALE-DATED          PIC 9(5)     VALUE ZERO.
           05  TOT-STALE-AMT            PIC S9(9)V99 VALUE ZERO.
           05  TOT-REPORTED             PIC 9(5)     VALUE ZERO.
           05  TOT-REPORTED-AMT         PIC S9(9)V99 VALUE ZERO.
      *
       01  HEADER-LINE-1.
           05  FILLER                   PIC X(44) VALUE
                     'STALE-DATED CHECKS AND UNCLAIMED PROPERTY'.
           05  FILLER                   PIC X(15) VALUE
                     'BUSINESS DATE: '.
           05  HL-DATE                  PIC 9999/99/99.
       01  SECTION-LINE.
           05  SC-TITLE                 PIC X(50).
           05  SC-DATE                  PIC 9999/99/99.
       01  COLUMN-HEADER-LINE.
           05  FILLER                   PIC X(08) VALUE 'CHECK'.
           05  FILLER                   PIC X(09) VALUE 'POLICY #'.
           05  FILLER                   PIC X(27) VALUE 'PAYEE'.
           05  FILLER                   PIC X(15) VALUE
                     '         AMOUNT'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'ISSUED'.
           05  FILLER                   PIC X(07) VALUE '   DAYS'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'STATE'.
      *
       01  DETAIL-LINE.
           05  DL-CHECK-NO              PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-POLICY-NO             PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PAYEE                 PIC X(25).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-AMOUNT                PIC $$,$$$,$$9.99CR.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ISSUE-DATE            PIC 9999/99/99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DAYS                  PIC ZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-STATE                 PIC X(02).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  DL-NOTE                  PIC X(30).
      *
       01  STATE-HEADER-LINE.
           05  FILLER                   PIC X(07) VALUE 'STATE: '.
           05  SH-STATE                 PIC X(02).
       01  STATE-TOTAL-LINE.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'STATE '.
           05  ST-STATE                 PIC X(02).
           05  FILLER                   PIC X(09) VALUE ' TOTAL - '.
           05  ST-COUNT                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(13) VALUE ' CHECKS'.
           05  ST-AMOUNT                PIC $$$$,$$$,$$9.99CR.
       01  NO-REPORT-LINE.
           05  NR-TEXT                  PIC X(50).
           05  NR-DATE                  PIC 9999/99/99.
      *
       01  FOOTER-LINE-1.
           05  FILLER                   PIC X(30) VALUE
                     'CHECKS ON FILE             : '.
           05  FL-ON-FILE               PIC ZZ,ZZ9.
       01  FOOTER-LINE-2.
           05  FILLER                   PIC X(30) VALUE
                     'STALE-DATED THIS RUN       : '.
           05  FL-STALE                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FL-STALE-AMT             PIC $$$$,$$$,$$9.99CR.
       01  FOOTER-LINE-3.
           05  FILLER                   PIC X(30) VALUE
                     'REPORTED AS UNCLAIMED      : '.
           05  FL-REPORTED              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FL-REPORTED-AMT          PIC $$$$,$$$,$$9.99CR.
      *
      *    Due-diligence letter - one per check stale-dated.
       01  LETTER-SEPARATOR-LINE.
           05  FILLER                   PIC X(60) VALUE ALL '-'.
       01  LETTER-HEADER-1.
           05  FILLER                   PIC X(50) VALUE
               'NOTICE OF UNCASHED CHECK'.
       01  LETTER-DATE-LINE.
           05  FILLER                   PIC X(06) VALUE 'DATE: '.
           05  LD-DATE                  PIC 9999/99/99.
       01  LETTER-NAME-LINE.
           05  FILLER                   PIC X(05) VALUE 'DEAR '.
           05  LH-PAYEE                 PIC X(25).
       01  LETTER-CHECK-LINE.
           05  FILLER                   PIC X(14) VALUE
               'CHECK NUMBER: '.
           05  LH-CHECK-NO              PIC 9(06).
           05  FILLER                   PIC X(11) VALUE
               '   ISSUED: '.
           05  LH-ISSUE-DATE            PIC 9999/99/99.
       01  LETTER-INTRO-LINE-1.
           05  FILLER                   PIC X(60) VALUE
               'OUR RECORDS SHOW THE CHECK ABOVE WAS NEVER CASHED.'.
       01  LETTER-INTRO-LINE-2.
           05  FILLER                   PIC X(60) VALUE
               'IT IS NOW STALE-DATED AND HAS BEEN VOIDED - PLEASE DO'.
       01  LETTER-INTRO-LINE-3.
           05  FILLER                   PIC X(60) VALUE
               'NOT DEPOSIT IT.  THE FUNDS ARE BEING HELD FOR YOU.'.
       01  LETTER-AMOUNT-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  LA-LABEL                 PIC X(25).
           05  LA-AMOUNT                PIC $$,$$$,$$9.99CR.
       01  LETTER-CLAIM-LINE-1.
           05  FILLER                   PIC X(60) VALUE
               'TO CLAIM THESE FUNDS, PLEASE CONTACT MEMBER SERVICES.'.
       01  LETTER-CLAIM-LINE-2.
           05  FILLER                   PIC X(60) VALUE
               'FUNDS NOT CLAIMED MUST BY LAW BE REPORTED AND PAID TO'.
       01  LETTER-CLAIM-LINE-3.
           05  FILLER                   PIC X(60) VALUE
               'THE STATE AS UNCLAIMED PROPERTY.'.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-STALE-CONTROL.
           PERFORM LOAD-POLICY-STATES.
           PERFORM LOAD-ISSUED-CHECKS.
      *    Rewriting a checkbook that did not fit the table would
      *    drop every check past the ceiling - refuse the run.
           IF TABLE-OVERFLOW
               DISPLAY 'STALECHK: ISSUEDCK OR POLMSTR EXCEEDS ITS TABLE'
                       ' - RUN REFUSED, FILES UNCHANGED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           PERFORM STALE-DATE-ONE-CHECK
               VARYING CK-IDX FROM 1 BY 1
               UNTIL CK-IDX > WS-CK-CTR.
           IF WS-REPORT-CUTOFF > ZERO
              AND WS-TODAY-DATE >= WS-REPORT-CUTOFF
               SET REPORT-DUE TO TRUE
               PERFORM REPORT-UNCLAIMED-PROPERTY
           ELSE
               PERFORM WRITE-NO-REPORT-LINE
           END-IF.
           PERFORM REWRITE-CHECK-FILE.
           IF REPORT-DUE AND CONTROL-ON-FILE
               PERFORM ROLL-CUTOFF-FORWARD
           END-IF.
           PERFORM WRITE-FOOTERS.
           DISPLAY 'STALECHK: CHECKS STALE-DATED : ' TOT-STALE-DATED.
           DISPLAY 'STALECHK: REPORTED UNCLAIMED : ' TOT-REPORTED.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
       OPEN-FILES.
           OPEN OUTPUT ISSUED-CHECK-OUT, LETTER-FILE,
                       STALE-REPORT, REMITTANCE-FILE,
                       POSITIVE-PAY-FILE.
      *
       CLOSE-FILES.
           PERFORM WRITE-POSITIVE-PAY-TRAILER.
           CLOSE ISSUED-CHECK-OUT, LETTER-FILE,
                 STALE-REPORT, REMITTANCE-FILE,
                 POSITIVE-PAY-FILE.
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
      *  Fields left blank or invalid keep their defaults.
       LOAD-STALE-CONTROL.
           OPEN INPUT STALE-CONTROL.
           IF WS-CTL-STATUS = '00'
               READ STALE-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       SET CONTROL-ON-FILE TO TRUE
                       IF SC-STALE-DAYS NUMERIC
                          AND SC-STALE-DAYS > ZERO
                           MOVE SC-STALE-DAYS TO WS-STALE-DAYS
                       END-IF
                       IF SC-DORMANCY-YEARS NUMERIC
                          AND SC-DORMANCY-YEARS > ZERO
                           MOVE SC-DORMANCY-YEARS
                                TO WS-DORMANCY-YEARS
                       END-IF
                       IF SC-REPORT-CUTOFF NUMERIC
                           MOVE SC-REPORT-CUTOFF TO WS-REPORT-CUTOFF
                       END-IF
                       MOVE SC-HOLDER-STATE TO WS-HOLDER-STATE
               END-READ
               CLOSE STALE-CONTROL
           END-IF.
      *
       LOAD-POLICY-STATES.
           OPEN INPUT POLICY-MASTER-FILE.
           IF WS-POLM-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ POLICY-MASTER-FILE AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM VARYING PS-IDX FROM 1 BY 1 UNTIL
                       PS-IDX > WS-PS-MAX OR END-OF-FILE
                   ADD 1 TO WS-PS-CTR
                   MOVE POL-POLICY-NO TO WS-PS-POLICY-NO(PS-IDX)
                   MOVE POL-STATE     TO WS-PS-STATE(PS-IDX)
                   READ POLICY-MASTER-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               IF NOT END-OF-FILE
                   SET TABLE-OVERFLOW TO TRUE
               END-IF
               CLOSE POLICY-MASTER-FILE
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
       LOAD-ISSUED-CHECKS.
           OPEN INPUT ISSUED-CHECK-FILE.
           IF WS-ISSUED-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ ISSUED-CHECK-FILE AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM VARYING CK-IDX FROM 1 BY 1 UNTIL
                       CK-IDX > WS-CK-MAX OR END-OF-FILE
                   ADD 1 TO WS-CK-CTR, TOT-CHECKS-ON-FILE
                   MOVE CK-CHECK-NO   TO WS-CK-CHECK-NO(CK-IDX)
                   MOVE CK-POLICY-NO  TO WS-CK-POLICY-NO(CK-IDX)
                   MOVE CK-PAYEE      TO WS-CK-PAYEE(CK-IDX)
                   MOVE CK-AMOUNT     TO WS-CK-AMOUNT(CK-IDX)
                   MOVE CK-ISSUE-DATE TO WS-CK-ISSUE-DATE(CK-IDX)
                   MOVE CK-STATUS     TO WS-CK-STATUS(CK-IDX)
                   MOVE CK-PROVIDER-CODE
                                      TO WS-CK-PROVIDER-CODE(CK-IDX)
                   MOVE SPACES        TO WS-CK-STATE(CK-IDX)
                   MOVE 'N'           TO WS-CK-REPORTED-SW(CK-IDX)
                   READ ISSUED-CHECK-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               IF NOT END-OF-FILE
                   SET TABLE-OVERFLOW TO TRUE
               END-IF
               CLOSE ISSUED-CHECK-FILE
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
      *  Only a check still outstanding (blank status) can go
      *  stale; cleared, voided and stopped checks are settled.
       STALE-DATE-ONE-CHECK.
           IF WS-CK-STATUS(CK-IDX) = SPACE
               SET DP-VALIDATE TO TRUE
               MOVE WS-CK-ISSUE-DATE(CK-IDX) TO DP-DATE-IN
               CALL 'DATEEDIT' USING DATE-EDIT-PARM
               IF DP-DATE-VALID
                   COMPUTE WS-DAYS-OUTSTANDING =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                     - FUNCTION INTEGER-OF-DATE
                           (WS-CK-ISSUE-DATE(CK-IDX))
                   IF WS-DAYS-OUTSTANDING > WS-STALE-DAYS
                       MOVE 'D' TO WS-CK-STATUS(CK-IDX)
                       ADD 1 TO TOT-STALE-DATED
                       ADD WS-CK-AMOUNT(CK-IDX) TO TOT-STALE-AMT
                       PERFORM FIND-PAYEE-STATE
                       PERFORM FILL-DETAIL-FROM-ENTRY
                       MOVE 'VOIDED - LETTER SENT' TO DL-NOTE
                       WRITE STALE-REPORT-REC FROM DETAIL-LINE
                       PERFORM WRITE-DUE-DILIGENCE-LETTER
                       PERFORM WRITE-POSITIVE-PAY-CANCEL
                   END-IF
               ELSE
                   DISPLAY 'STALECHK: CHECK ' WS-CK-CHECK-NO(CK-IDX)
                           ' HAS AN INVALID ISSUE DATE - NOT AGED'
               END-IF
           END-IF.
      *
      *  Insured's state of residence, else the holder's state.
       FIND-PAYEE-STATE.
           MOVE WS-HOLDER-STATE TO WS-CK-STATE(CK-IDX).
           IF WS-CK-PROVIDER-CODE(CK-IDX) = SPACES
               SET PS-IDX TO 1
               SEARCH WS-PS-ENTRIES
                   AT END
                       CONTINUE
                   WHEN PS-IDX > WS-PS-CTR
                       CONTINUE
                   WHEN WS-PS-POLICY-NO(PS-IDX)
                        = WS-CK-POLICY-NO(CK-IDX)
                       IF WS-PS-STATE(PS-IDX) NOT = SPACES
                           MOVE WS-PS-STATE(PS-IDX)
                                TO WS-CK-STATE(CK-IDX)
                       END-IF
               END-SEARCH
           END-IF.
      *
       FILL-DETAIL-FROM-ENTRY.
           MOVE SPACES                   TO DETAIL-LINE.
           MOVE WS-CK-CHECK-NO(CK-IDX)   TO DL-CHECK-NO.
           IF WS-CK-PROVIDER-CODE(CK-IDX) = SPACES
               MOVE WS-CK-POLICY-NO(CK-IDX) TO DL-POLICY-NO
           ELSE
               MOVE WS-CK-PROVIDER-CODE(CK-IDX) TO DL-POLICY-NO
           END-IF.
           MOVE WS-CK-PAYEE(CK-IDX)      TO DL-PAYEE.
           MOVE WS-CK-AMOUNT(CK-IDX)     TO DL-AMOUNT.
           MOVE WS-CK-ISSUE-DATE(CK-IDX) TO DL-ISSUE-DATE.
           COMPUTE WS-DAYS-OUTSTANDING =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-CK-ISSUE-DATE(CK-IDX)).
           MOVE WS-DAYS-OUTSTANDING      TO DL-DAYS.
           MOVE WS-CK-STATE(CK-IDX)      TO DL-STATE.
      *
       WRITE-DUE-DILIGENCE-LETTER.
           WRITE LETTER-REC FROM LETTER-SEPARATOR-LINE.
           WRITE LETTER-REC FROM LETTER-HEADER-1.
           MOVE WS-TODAY-DATE            TO LD-DATE.
           WRITE LETTER-REC FROM LETTER-DATE-LINE.
           MOVE  SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE WS-CK-PAYEE(CK-IDX)      TO LH-PAYEE.
           WRITE LETTER-REC FROM LETTER-NAME-LINE.
           MOVE WS-CK-CHECK-NO(CK-IDX)   TO LH-CHECK-NO.
           MOVE WS-CK-ISSUE-DATE(CK-IDX) TO LH-ISSUE-DATE.
           WRITE LETTER-REC FROM LETTER-CHECK-LINE.
           MOVE  SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           WRITE LETTER-REC FROM LETTER-INTRO-LINE-1.
           WRITE LETTER-REC FROM LETTER-INTRO-LINE-2.
           WRITE LETTER-REC FROM LETTER-INTRO-LINE-3.
           MOVE  SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE 'AMOUNT OF CHECK        :' TO LA-LABEL.
           MOVE WS-CK-AMOUNT(CK-IDX)     TO LA-AMOUNT.
           WRITE LETTER-REC FROM LETTER-AMOUNT-LINE.
           MOVE  SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           WRITE LETTER-REC FROM LETTER-CLAIM-LINE-1.
           WRITE LETTER-REC FROM LETTER-CLAIM-LINE-2.
           WRITE LETTER-REC FROM LETTER-CLAIM-LINE-3.
           MOVE  SPACES TO LETTER-REC.
           WRITE LETTER-REC.
      *
      *  Tells the bank to return the check if it is presented.
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
      *
       WRITE-POSITIVE-PAY-TRAILER.
           MOVE SPACES                   TO POSITIVE-PAY-REC.
           SET PPF-TRAILER               TO TRUE.
           MOVE ZERO                     TO PPF-CHECK-NO PPF-AMOUNT
                                            PPF-ISSUE-DATE.
           MOVE TOT-STALE-DATED          TO PPF-ITEM-COUNT.
           MOVE TOT-STALE-AMT            TO PPF-TOTAL-AMOUNT.
           WRITE POSITIVE-PAY-REC.
      *
      *--------------------------------------------------------------*
      *    Every stale-dated check dormant by the cutoff (issue date
      *    plus the dormancy years on or before it) is reported,
      *    state by state in state-code order.
      *--------------------------------------------------------------*
       REPORT-UNCLAIMED-PROPERTY.
           PERFORM MARK-ONE-REPORTABLE
               VARYING CK-IDX FROM 1 BY 1
               UNTIL CK-IDX > WS-CK-CTR.
           MOVE SPACES TO STALE-REPORT-REC.
           WRITE STALE-REPORT-REC.
           MOVE 'UNCLAIMED PROPERTY REPORT - CUTOFF DATE '
                TO SC-TITLE.
           MOVE WS-REPORT-CUTOFF TO SC-DATE.
           WRITE STALE-REPORT-REC FROM SECTION-LINE.
           MOVE LOW-VALUES TO WS-LAST-STATE.
           PERFORM FIND-NEXT-STATE.
           PERFORM REPORT-ONE-STATE
               UNTIL WS-NEXT-STATE = HIGH-VALUES.
      *
       MARK-ONE-REPORTABLE.
           IF WS-CK-STATUS(CK-IDX) = 'D'
               COMPUTE WS-DORMANT-DATE = WS-CK-ISSUE-DATE(CK-IDX)
                                       + WS-DORMANCY-YEARS * 10000
               IF WS-DORMANT-DATE <= WS-REPORT-CUTOFF
                   SET WS-CK-REPORTED(CK-IDX) TO TRUE
                   MOVE 'U' TO WS-CK-STATUS(CK-IDX)
      *            Stale-dated on an earlier run - state not yet set.
                   IF WS-CK-STATE(CK-IDX) = SPACES
                       PERFORM FIND-PAYEE-STATE
                   END-IF
               END-IF
           END-IF.
      *
      *  Lowest state code above the last one reported.
       FIND-NEXT-STATE.
           MOVE HIGH-VALUES TO WS-NEXT-STATE.
           PERFORM VARYING CK-IDX FROM 1 BY 1
                   UNTIL CK-IDX > WS-CK-CTR
               IF WS-CK-REPORTED(CK-IDX)
                  AND WS-CK-STATE(CK-IDX) > WS-LAST-STATE
                  AND WS-CK-STATE(CK-IDX) < WS-NEXT-STATE
                   MOVE WS-CK-STATE(CK-IDX) TO WS-NEXT-STATE
               END-IF
           END-PERFORM.
      *
       REPORT-ONE-STATE.
           MOVE ZERO TO WS-STATE-COUNT WS-STATE-AMOUNT.
           MOVE SPACES TO STALE-REPORT-REC.
           WRITE STALE-REPORT-REC.
           MOVE WS-NEXT-STATE TO SH-STATE.
           WRITE STALE-REPORT-REC FROM STATE-HEADER-LINE.
           PERFORM VARYING CK-IDX FROM 1 BY 1
                   UNTIL CK-IDX > WS-CK-CTR
               IF WS-CK-REPORTED(CK-IDX)
                  AND WS-CK-STATE(CK-IDX) = WS-NEXT-STATE
                   PERFORM REPORT-ONE-ITEM
               END-IF
           END-PERFORM.
           MOVE WS-NEXT-STATE   TO ST-STATE.
           MOVE WS-STATE-COUNT  TO ST-COUNT.
           MOVE WS-STATE-AMOUNT TO ST-AMOUNT.
           WRITE STALE-REPORT-REC FROM STATE-TOTAL-LINE.
           MOVE SPACES           TO UP-REMIT-REC.
           SET UR-STATE-TOTAL    TO TRUE.
           MOVE WS-NEXT-STATE    TO UR-STATE.
           MOVE WS-REPORT-CUTOFF TO UR-CUTOFF-DATE.
           MOVE ZERO             TO UR-CHECK-NO UR-ISSUE-DATE
                                    UR-POLICY-NO.
           MOVE WS-STATE-AMOUNT  TO UR-AMOUNT.
           MOVE WS-STATE-COUNT   TO UR-ITEM-COUNT.
           WRITE UP-REMIT-REC.
           MOVE WS-NEXT-STATE TO WS-LAST-STATE.
           PERFORM FIND-NEXT-STATE.
      *
       REPORT-ONE-ITEM.
           ADD 1                    TO WS-STATE-COUNT TOT-REPORTED.
           ADD WS-CK-AMOUNT(CK-IDX) TO WS-STATE-AMOUNT
                                       TOT-REPORTED-AMT.
           PERFORM FILL-DETAIL-FROM-ENTRY.
           MOVE 'REPORTED - REMIT TO STATE' TO DL-NOTE.
           WRITE STALE-REPORT-REC FROM DETAIL-LINE.
           MOVE SPACES                   TO UP-REMIT-REC.
           SET UR-DETAIL                 TO TRUE.
           MOVE WS-CK-STATE(CK-IDX)      TO UR-STATE.
           MOVE WS-REPORT-CUTOFF         TO UR-CUTOFF-DATE.
           MOVE WS-CK-CHECK-NO(CK-IDX)   TO UR-CHECK-NO.
           MOVE WS-CK-ISSUE-DATE(CK-IDX) TO UR-ISSUE-DATE.
           MOVE WS-CK-PAYEE(CK-IDX)      TO UR-PAYEE.
           MOVE WS-CK-POLICY-NO(CK-IDX)  TO UR-POLICY-NO.
           MOVE WS-CK-PROVIDER-CODE(CK-IDX) TO UR-PROVIDER-CODE.
           IF WS-CK-PROVIDER-CODE(CK-IDX) = SPACES
               MOVE 'M' TO UR-OWNER-TYPE
           ELSE
               MOVE 'P' TO UR-OWNER-TYPE
           END-IF.
           MOVE WS-CK-AMOUNT(CK-IDX)     TO UR-AMOUNT.
           MOVE 1                        TO UR-ITEM-COUNT.
           WRITE UP-REMIT-REC.
      *
       WRITE-NO-REPORT-LINE.
           MOVE SPACES TO STALE-REPORT-REC.
           WRITE STALE-REPORT-REC.
           MOVE SPACES TO NO-REPORT-LINE.
           IF WS-REPORT-CUTOFF = ZERO
               MOVE 'NO UNCLAIMED PROPERTY CUTOFF SCHEDULED'
                    TO NR-TEXT
               WRITE STALE-REPORT-REC FROM NR-TEXT
           ELSE
               MOVE 'NO UNCLAIMED PROPERTY REPORT DUE - NEXT CUTOFF '
                    TO NR-TEXT
               MOVE WS-REPORT-CUTOFF TO NR-DATE
               WRITE STALE-REPORT-REC FROM NO-REPORT-LINE
           END-IF.
      *
      *  The cutoff just reported moves on a year, so the same
      *  dormant checks are never remitted twice and next year's
      *  report runs without a parameter change.
       ROLL-CUTOFF-FORWARD.
           SET DP-ADD-YEAR TO TRUE.
           MOVE WS-REPORT-CUTOFF TO DP-DATE-IN.
           CALL 'DATEEDIT' USING DATE-EDIT-PARM.
           IF DP-DATE-VALID
               MOVE DP-DATE-OUT TO WS-NEXT-CUTOFF
           ELSE
               MOVE ZERO        TO WS-NEXT-CUTOFF
           END-IF.
           OPEN OUTPUT STALE-CONTROL.
           MOVE SPACES            TO STALE-CONTROL-REC.
           MOVE WS-STALE-DAYS     TO SC-STALE-DAYS.
           MOVE WS-DORMANCY-YEARS TO SC-DORMANCY-YEARS.
           MOVE WS-NEXT-CUTOFF    TO SC-REPORT-CUTOFF.
           MOVE WS-HOLDER-STATE   TO SC-HOLDER-STATE.
           WRITE STALE-CONTROL-REC.
           CLOSE STALE-CONTROL.
      *
       REWRITE-CHECK-FILE.
           PERFORM VARYING CK-IDX FROM 1 BY 1
                   UNTIL CK-IDX > WS-CK-CTR
               MOVE SPACES                   TO ISSUED-CHECK-REC
               MOVE WS-CK-CHECK-NO(CK-IDX)   TO CK-CHECK-NO
               MOVE WS-CK-POLICY-NO(CK-IDX)  TO CK-POLICY-NO
               MOVE WS-CK-PAYEE(CK-IDX)      TO CK-PAYEE
               MOVE WS-CK-AMOUNT(CK-IDX)     TO CK-AMOUNT
               MOVE WS-CK-ISSUE-DATE(CK-IDX) TO CK-ISSUE-DATE
               MOVE WS-CK-STATUS(CK-IDX)     TO CK-STATUS
               MOVE WS-CK-PROVIDER-CODE(CK-IDX)
                                             TO CK-PROVIDER-CODE
               WRITE ISSUED-CHECK-OUT-REC FROM ISSUED-CHECK-REC
           END-PERFORM.
      *
       WRITE-HEADINGS.
           MOVE WS-TODAY-DATE TO HL-DATE.
           WRITE STALE-REPORT-REC FROM HEADER-LINE-1.
           MOVE SPACES TO STALE-REPORT-REC.
           WRITE STALE-REPORT-REC.
           WRITE STALE-REPORT-REC FROM COLUMN-HEADER-LINE.
           MOVE SPACES TO STALE-REPORT-REC.
           WRITE STALE-REPORT-REC.
           MOVE SPACES TO SECTION-LINE.
           MOVE 'CHECKS STALE-DATED THIS RUN' TO SC-TITLE.
           WRITE STALE-REPORT-REC FROM SC-TITLE.
      *
       WRITE-FOOTERS.
           MOVE  SPACES TO STALE-REPORT-REC.
           WRITE STALE-REPORT-REC.
           MOVE  TOT-CHECKS-ON-FILE TO FL-ON-FILE.
           WRITE STALE-REPORT-REC FROM FOOTER-LINE-1.
           MOVE  TOT-STALE-DATED    TO FL-STALE.
           MOVE  TOT-STALE-AMT      TO FL-STALE-AMT.
           WRITE STALE-REPORT-REC FROM FOOTER-LINE-2.
           MOVE  TOT-REPORTED       TO FL-REPORTED.
           MOVE  TOT-REPORTED-AMT   TO FL-REPORTED-AMT.
           WRITE STALE-REPORT-REC FROM FOOTER-LINE-3.
