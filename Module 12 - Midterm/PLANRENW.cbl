       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANRENW.
      *
      ********** Workshop 12  -   Production Support    ************
      *
      *   Plan-Year Renewal.
      *   a)  Renews every in-force policy on POLMSTR whose renewal
      *       date has arrived - the benefit date one calendar year
      *       on, the same rule MIDTERM prices by (DATEEDIT function
      *       'A', Feb 29 rolling back to Feb 28) - by rolling
      *       POL-BENEFIT-DATE forward to it.  Cancelled policies
      *       are not renewed.
      *   b)  Closes the policy's YTDCLAIM rows for the year just
      *       ended to the prior-year history file (YTDHIST) and
      *       starts each member again at zero, so the new plan
      *       year's claims are measured against the new year's
      *       deductible and out-of-pocket maximum, not last year's.
      *   c)  Writes a renewal notice per policy showing the new plan
      *       year's limits from RATETBL (keyed by policy type and
      *       the plan year the new benefit date falls in).
      *
      *   Run daily (RUNDATE business-date override honored); a
      *   policy renews once per run, so a policy several years
      *   behind catches up one plan year per run.  POLMSTR and
      *   YTDCLAIM are loaded whole and rewritten whole (the
      *   MIDTERM convention); a file too big for its table refuses
      *   the run with both left unchanged.
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLMSTR
               FILE STATUS IS WS-POLM-STATUS.
           SELECT YTD-CLAIMS-FILE    ASSIGN TO YTDCLAIM
               FILE STATUS IS WS-YTD-STATUS.
           SELECT YTD-HISTORY-FILE   ASSIGN TO YTDHIST
               FILE STATUS IS WS-YTDH-STATUS.
           SELECT RATE-TABLE-FILE    ASSIGN TO RATETBL.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT NOTICE-FILE        ASSIGN TO RENEWNTC.
       DATA DIVISION.
       FILE SECTION.
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
      *    Blank or 'A' is in force; 'C' cancelled as of
      *    POL-CANCEL-DATE (maintained by POLMNT).
           05  POL-STATUS               PIC X(01).
               88  POL-CANCELLED        VALUE 'C'.
           05  POL-CANCEL-DATE          PIC 9(08).
           05  POL-STATE                PIC X(02).
           05  FILLER                   PIC X(03).
      *
      *     Year-to-date accumulator - the MIDTERM layout.
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
      *     Prior-year history - one row per closed YTD row, the
      *     accumulator exactly as it stood when the plan year
      *     ended, with the plan year it covered.  Appended to run
      *     over run.
       FD  YTD-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS YTD-HISTORY-REC.
       01  YTD-HISTORY-REC.
           05  YH-YTD-IMAGE             PIC X(40).
      *    Plan year covered: old benefit date up to (not including)
      *    the renewal date.
           05  YH-PLAN-YEAR-START       PIC 9(08).
           05  YH-PLAN-YEAR-END         PIC 9(08).
           05  YH-CLOSED-DATE           PIC 9(08).
           05  FILLER                   PIC X(16).
      *
       FD  RATE-TABLE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATE-TABLE-REC.
       01  RATE-TABLE-REC.
           05  RT-POLICY-TYPE           PIC 9(01).
           05  RT-PLAN-YEAR             PIC 9(04).
           05  RT-MAX-COVER-AMT         PIC S9(7)V99.
           05  RT-MAX-DED-AMT           PIC S9(04).
           05  RT-MAX-FAM-DED           PIC S9(05).
           05  RT-MAX-OOP               PIC S9(06).
           05  FILLER                   PIC X(01).
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
       FD  NOTICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NOTICE-REC.
       01  NOTICE-REC                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-POLM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-YTD-STATUS                PIC X(02) VALUE SPACES.
       01  WS-YTDH-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
      *
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-RENEWAL-DATE              PIC 9(08) VALUE ZERO.
       01  WS-OLD-BENEFIT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-PLAN-YEAR                 PIC 9(04) VALUE ZERO.
      *
       COPY DATEPARM.
      *
      *    Policy master and YTD accumulator, loaded whole and
      *    rewritten whole - the same ceilings as MIDTERM's tables.
       01  WS-POLICY-MASTER-TABLE.
           05  WS-POL-ENTRIES OCCURS 200 TIMES
                   INDEXED BY POL-IDX.
               10  WS-POL-IMAGE         PIC X(80).
       01  WS-POLICY-MASTER-CTR         PIC S9(4) COMP VALUE ZERO.
       01  WS-POLICY-MASTER-MAX         PIC S9(4) COMP VALUE 200.
       01  WS-YTD-TABLE.
           05  WS-YTD-ENTRIES OCCURS 1000 TIMES
                   INDEXED BY YTD-IDX.
               10  WS-YTD-IMAGE         PIC X(40).
       01  WS-YTD-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-YTD-MAX                   PIC S9(4) COMP VALUE 1000.
       01  WS-OVERFLOW-SW               PIC X VALUE 'N'.
           88  TABLE-OVERFLOW           VALUE 'Y'.
      *
      *    Rate table, loaded at startup.
       01  WS-RATE-TABLE.
           05  WS-RT-ENTRIES OCCURS 50 TIMES
                   INDEXED BY RT-IDX.
               10  WS-RT-POLICY-TYPE    PIC 9(01).
               10  WS-RT-PLAN-YEAR      PIC 9(04).
               10  WS-RT-MAX-COVER-AMT  PIC S9(7)V99.
               10  WS-RT-MAX-DED-AMT    PIC S9(04).
               10  WS-RT-MAX-FAM-DED    PIC S9(05).
               10  WS-RT-MAX-OOP        PIC S9(06).
       01  WS-RT-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-RT-MAX                    PIC S9(4) COMP VALUE 50.
       01  WS-RATE-FOUND-SW             PIC X VALUE 'N'.
           88  RATE-TABLE-ENTRY-FOUND   VALUE 'Y'.
      *
       01  ACC-CTRS.
           05  TOT-POLICIES-READ        PIC 9(5)  VALUE ZERO.
           05  TOT-POLICIES-RENEWED     PIC 9(5)  VALUE ZERO.
           05  TOT-YTD-ROWS-CLOSED      PIC 9(5)  VALUE ZERO.
           05  TOT-NO-LIMITS            PIC 9(5)  VALUE ZERO.
      *
       01  NOTICE-HEADER-1.
           05  FILLER                   PIC X(50) VALUE
               'NOTICE OF PLAN YEAR RENEWAL'.
       01  NOTICE-DATE-LINE.
           05  FILLER                   PIC X(06) VALUE 'DATE: '.
           05  ND-DATE                  PIC 9999/99/99.
       01  NOTICE-NAME-LINE.
           05  FILLER                   PIC X(05) VALUE 'DEAR '.
           05  NN-FIRST-NAME            PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  NN-LAST-NAME             PIC X(15).
       01  NOTICE-POLICY-LINE.
           05  FILLER                   PIC X(15) VALUE
               'POLICY NUMBER: '.
           05  NP-POLICY-NO             PIC 9(07).
           05  FILLER                   PIC X(16) VALUE
               '   POLICY TYPE: '.
           05  NP-POLICY-TYPE-DESC      PIC X(20).
       01  NOTICE-PERIOD-LINE.
           05  FILLER                   PIC X(44) VALUE
               'YOUR COVERAGE HAS RENEWED FOR THE PLAN YEAR '.
           05  FILLER                   PIC X(10) VALUE 'BEGINNING '.
           05  NR-START-DATE            PIC 9999/99/99.
           05  FILLER                   PIC X(01) VALUE '.'.
       01  NOTICE-RESET-LINE.
           05  FILLER                   PIC X(41) VALUE
               'YOUR DEDUCTIBLE AND OUT-OF-POCKET TOTALS '.
           05  FILLER                   PIC X(22) VALUE
               'START AGAIN FROM ZERO.'.
       01  NOTICE-LIMITS-LINE.
           05  FILLER                   PIC X(60) VALUE
               'THE LIMITS FOR THE NEW PLAN YEAR ARE:'.
       01  NOTICE-AMOUNT-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  NA-LABEL                 PIC X(29).
           05  NA-AMOUNT                PIC $$,$$$,$$9.99.
           05  NA-AMOUNT-X REDEFINES NA-AMOUNT
                                        PIC X(13).
       01  NOTICE-NO-LIMITS-LINE.
           05  FILLER                   PIC X(60) VALUE
               'NEW PLAN YEAR LIMITS WILL BE SENT TO YOU SEPARATELY.'.
       01  NOTICE-SEPARATOR-LINE.
           05  FILLER                   PIC X(60) VALUE ALL '-'.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-POLICY-MASTER.
           PERFORM LOAD-YTD-TABLE.
      *    Rewriting a file that did not fit its table would drop
      *    every row past the ceiling - refuse the run instead.
           IF TABLE-OVERFLOW
               DISPLAY 'PLANRENW: POLMSTR OR YTDCLAIM EXCEEDS ITS TABLE'
                       ' - RUN REFUSED, FILES UNCHANGED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM LOAD-RATE-TABLE.
           PERFORM RENEW-ONE-POLICY
                   VARYING POL-IDX FROM 1 BY 1
                   UNTIL POL-IDX > WS-POLICY-MASTER-CTR.
           PERFORM CLOSE-FILES.
           PERFORM REWRITE-POLICY-MASTER.
           PERFORM REWRITE-YTD-FILE.
           DISPLAY 'PLANRENW: POLICIES READ      : ' TOT-POLICIES-READ.
           DISPLAY 'PLANRENW: POLICIES RENEWED   : '
                   TOT-POLICIES-RENEWED.
           DISPLAY 'PLANRENW: YTD ROWS CLOSED    : '
                   TOT-YTD-ROWS-CLOSED.
           IF TOT-NO-LIMITS > ZERO
               DISPLAY 'WARNING: ' TOT-NO-LIMITS ' RENEWAL NOTICE(S)'
                       ' WITHOUT LIMITS - NO RATETBL ROW FOR THE NEW'
                       ' PLAN YEAR'
           END-IF.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  RATE-TABLE-FILE.
           OPEN OUTPUT NOTICE-FILE.
      *    First-ever renewal has no history yet - create it.
           OPEN EXTEND YTD-HISTORY-FILE.
           IF WS-YTDH-STATUS NOT = '00'
               OPEN OUTPUT YTD-HISTORY-FILE
           END-IF.
      *
       CLOSE-FILES.
           CLOSE RATE-TABLE-FILE, NOTICE-FILE, YTD-HISTORY-FILE.
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
       LOAD-POLICY-MASTER.
           OPEN INPUT POLICY-MASTER-FILE.
           IF WS-POLM-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ POLICY-MASTER-FILE AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM VARYING POL-IDX FROM 1 BY 1 UNTIL
                       POL-IDX > WS-POLICY-MASTER-MAX OR END-OF-FILE
                   ADD 1 TO WS-POLICY-MASTER-CTR
                   MOVE POLICY-MASTER-REC TO WS-POL-IMAGE(POL-IDX)
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
      *    A missing accumulator file just means nothing has been
      *    paid yet - there is nothing to close.
       LOAD-YTD-TABLE.
           OPEN INPUT YTD-CLAIMS-FILE.
           IF WS-YTD-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ YTD-CLAIMS-FILE AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM VARYING YTD-IDX FROM 1 BY 1 UNTIL
                       YTD-IDX > WS-YTD-MAX OR END-OF-FILE
                   ADD 1 TO WS-YTD-CTR
                   MOVE YTD-CLAIMS-REC TO WS-YTD-IMAGE(YTD-IDX)
                   READ YTD-CLAIMS-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               IF NOT END-OF-FILE
                   SET TABLE-OVERFLOW TO TRUE
               END-IF
               CLOSE YTD-CLAIMS-FILE
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
       LOAD-RATE-TABLE.
           MOVE 'N' TO EOF-STAT.
           READ RATE-TABLE-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL
                   RT-IDX > WS-RT-MAX OR END-OF-FILE
               ADD 1 TO WS-RT-CTR
               MOVE RT-POLICY-TYPE   TO WS-RT-POLICY-TYPE(RT-IDX)
               MOVE RT-PLAN-YEAR     TO WS-RT-PLAN-YEAR(RT-IDX)
               MOVE RT-MAX-COVER-AMT TO WS-RT-MAX-COVER-AMT(RT-IDX)
               MOVE RT-MAX-DED-AMT   TO WS-RT-MAX-DED-AMT(RT-IDX)
               IF RT-MAX-FAM-DED NUMERIC
                   MOVE RT-MAX-FAM-DED TO WS-RT-MAX-FAM-DED(RT-IDX)
               ELSE
                   MOVE ZERO TO WS-RT-MAX-FAM-DED(RT-IDX)
               END-IF
               IF RT-MAX-OOP NUMERIC
                   MOVE RT-MAX-OOP   TO WS-RT-MAX-OOP(RT-IDX)
               ELSE
                   MOVE ZERO TO WS-RT-MAX-OOP(RT-IDX)
               END-IF
               READ RATE-TABLE-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-STAT.
      *
      *--------------------------------------------------------------*
      *    A policy renews when the benefit date one calendar year on
      *    has been reached - the date MIDTERM would otherwise start
      *    rejecting its claims as COVERAGE IS EXPIRED.
      *--------------------------------------------------------------*
       RENEW-ONE-POLICY.
           ADD 1 TO TOT-POLICIES-READ.
           MOVE WS-POL-IMAGE(POL-IDX) TO POLICY-MASTER-REC.
           IF NOT POL-CANCELLED AND POL-BENEFIT-DATE NUMERIC
               SET DP-ADD-YEAR TO TRUE
               MOVE POL-BENEFIT-DATE TO DP-DATE-IN
               CALL 'DATEEDIT' USING DATE-EDIT-PARM
               IF DP-DATE-VALID AND DP-DATE-OUT NOT > WS-TODAY-DATE
                   MOVE DP-DATE-OUT      TO WS-RENEWAL-DATE
                   MOVE POL-BENEFIT-DATE TO WS-OLD-BENEFIT-DATE
                   PERFORM CLOSE-YTD-ROWS
                   MOVE WS-RENEWAL-DATE  TO POL-BENEFIT-DATE
                   MOVE ZERO             TO POL-DEDUCTIBLE-PAID
                   MOVE POLICY-MASTER-REC TO WS-POL-IMAGE(POL-IDX)
                   ADD 1 TO TOT-POLICIES-RENEWED
                   PERFORM WRITE-RENEWAL-NOTICE
               END-IF
           END-IF.
      *
      *    Each of the policy's rows goes to history as it stood, then
      *    starts the new plan year at zero for the same member.
       CLOSE-YTD-ROWS.
           PERFORM VARYING YTD-IDX FROM 1 BY 1
                   UNTIL YTD-IDX > WS-YTD-CTR
               MOVE WS-YTD-IMAGE(YTD-IDX) TO YTD-CLAIMS-REC
               IF YTD-POLICY-NO = POL-POLICY-NO
                   MOVE SPACES              TO YTD-HISTORY-REC
                   MOVE YTD-CLAIMS-REC      TO YH-YTD-IMAGE
                   MOVE WS-OLD-BENEFIT-DATE TO YH-PLAN-YEAR-START
                   MOVE WS-RENEWAL-DATE     TO YH-PLAN-YEAR-END
                   MOVE WS-TODAY-DATE       TO YH-CLOSED-DATE
                   WRITE YTD-HISTORY-REC
                   ADD 1 TO TOT-YTD-ROWS-CLOSED
                   MOVE ZERO TO YTD-DED-PAID YTD-CLAIMS-PAID
                                YTD-CLAIM-COUNT YTD-OOP-PAID
                   MOVE YTD-CLAIMS-REC      TO WS-YTD-IMAGE(YTD-IDX)
               END-IF
           END-PERFORM.
      *
       LOOKUP-RATE-TABLE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE POL-BENEFIT-DATE(1:4) TO WS-PLAN-YEAR.
           SET RT-IDX TO 1.
           SEARCH WS-RT-ENTRIES
               AT END
                   CONTINUE
               WHEN RT-IDX > WS-RT-CTR
                   CONTINUE
               WHEN WS-RT-POLICY-TYPE(RT-IDX) = POL-POLICY-TYPE
                    AND WS-RT-PLAN-YEAR(RT-IDX) = WS-PLAN-YEAR
                   SET RATE-TABLE-ENTRY-FOUND TO TRUE
           END-SEARCH.
      *
       WRITE-RENEWAL-NOTICE.
           WRITE NOTICE-REC FROM NOTICE-SEPARATOR-LINE.
           WRITE NOTICE-REC FROM NOTICE-HEADER-1.
           MOVE WS-TODAY-DATE    TO ND-DATE.
           WRITE NOTICE-REC FROM NOTICE-DATE-LINE.
           MOVE  SPACES TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE POL-FIRST-NAME   TO NN-FIRST-NAME.
           MOVE POL-LAST-NAME    TO NN-LAST-NAME.
           WRITE NOTICE-REC FROM NOTICE-NAME-LINE.
           MOVE POL-POLICY-NO    TO NP-POLICY-NO.
           EVALUATE POL-POLICY-TYPE
              WHEN 1 MOVE 'EMPLOYER PRIVATE'    TO NP-POLICY-TYPE-DESC
              WHEN 2 MOVE 'STANDARD MEDICARE'   TO NP-POLICY-TYPE-DESC
              WHEN 3 MOVE 'AFFORDABLE CARE ACT' TO NP-POLICY-TYPE-DESC
              WHEN OTHER MOVE SPACES            TO NP-POLICY-TYPE-DESC
           END-EVALUATE.
           WRITE NOTICE-REC FROM NOTICE-POLICY-LINE.
           MOVE  SPACES TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE POL-BENEFIT-DATE TO NR-START-DATE.
           WRITE NOTICE-REC FROM NOTICE-PERIOD-LINE.
           WRITE NOTICE-REC FROM NOTICE-RESET-LINE.
           MOVE  SPACES TO NOTICE-REC.
           WRITE NOTICE-REC.
           PERFORM LOOKUP-RATE-TABLE.
           IF RATE-TABLE-ENTRY-FOUND
               PERFORM WRITE-NOTICE-LIMITS
           ELSE
               ADD 1 TO TOT-NO-LIMITS
               WRITE NOTICE-REC FROM NOTICE-NO-LIMITS-LINE
           END-IF.
           MOVE  SPACES TO NOTICE-REC.
           WRITE NOTICE-REC.
      *
      *    A zero family deductible or out-of-pocket maximum means the
      *    plan has none.
       WRITE-NOTICE-LIMITS.
           WRITE NOTICE-REC FROM NOTICE-LIMITS-LINE.
           MOVE 'MAXIMUM COVERED PER CLAIM  :' TO NA-LABEL.
           MOVE WS-RT-MAX-COVER-AMT(RT-IDX)    TO NA-AMOUNT.
           WRITE NOTICE-REC FROM NOTICE-AMOUNT-LINE.
           MOVE 'DEDUCTIBLE PER MEMBER      :' TO NA-LABEL.
           MOVE WS-RT-MAX-DED-AMT(RT-IDX)      TO NA-AMOUNT.
           WRITE NOTICE-REC FROM NOTICE-AMOUNT-LINE.
           MOVE 'FAMILY DEDUCTIBLE          :' TO NA-LABEL.
           IF WS-RT-MAX-FAM-DED(RT-IDX) > ZERO
               MOVE WS-RT-MAX-FAM-DED(RT-IDX)  TO NA-AMOUNT
           ELSE
               MOVE '         NONE'            TO NA-AMOUNT-X
           END-IF.
           WRITE NOTICE-REC FROM NOTICE-AMOUNT-LINE.
           MOVE 'OUT-OF-POCKET MAXIMUM      :' TO NA-LABEL.
           IF WS-RT-MAX-OOP(RT-IDX) > ZERO
               MOVE WS-RT-MAX-OOP(RT-IDX)      TO NA-AMOUNT
           ELSE
               MOVE '         NONE'            TO NA-AMOUNT-X
           END-IF.
           WRITE NOTICE-REC FROM NOTICE-AMOUNT-LINE.
      *
       REWRITE-POLICY-MASTER.
           OPEN OUTPUT POLICY-MASTER-FILE.
           PERFORM VARYING POL-IDX FROM 1 BY 1
                   UNTIL POL-IDX > WS-POLICY-MASTER-CTR
               MOVE WS-POL-IMAGE(POL-IDX) TO POLICY-MASTER-REC
               WRITE POLICY-MASTER-REC
           END-PERFORM.
           CLOSE POLICY-MASTER-FILE.
      *
       REWRITE-YTD-FILE.
           OPEN OUTPUT YTD-CLAIMS-FILE.
           PERFORM VARYING YTD-IDX FROM 1 BY 1
                   UNTIL YTD-IDX > WS-YTD-CTR
               MOVE WS-YTD-IMAGE(YTD-IDX) TO YTD-CLAIMS-REC
               WRITE YTD-CLAIMS-REC
           END-PERFORM.
           CLOSE YTD-CLAIMS-FILE.
