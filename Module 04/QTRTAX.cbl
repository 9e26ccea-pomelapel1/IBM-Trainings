       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRTAX.
       ENVIRONMENT DIVISION.
      *******************************************************
      *    Quarterly Payroll Tax Reporting                   *
      *                                                      *
      *    Reads the EARNHIST pay-period history MILLARD     *
      *    appends every pay date and produces the two       *
      *    quarterly filings that used to be added up from   *
      *    13 payroll registers by hand:                     *
      *                                                      *
      *    FEDLIAB - federal liability summary, one line per *
      *              pay date in the quarter (employees paid, *
      *              gross wages, federal income tax          *
      *              withheld, FUTA taxable wages) with a     *
      *              subtotal per month and the quarter's      *
      *              FUTA tax.                                 *
      *    SUIWAGE - state unemployment wage detail, one line *
      *              per employee: quarter gross, wages in     *
      *              excess of the wage base, SUI taxable      *
      *              wages, state tax withheld and the         *
      *              employer contribution.                    *
      *                                                      *
      *    Taxable wages are capped at the annual wage bases  *
      *    on the TAXCTL control file (defaults 7,000.00 for  *
      *    both when it is missing), so the whole year's      *
      *    history up to the quarter end is read to know how  *
      *    much of each employee's base was already used.     *
      *    EARNHIST is in pay-date order as MILLARD appends   *
      *    it.                                                *
      *                                                      *
      *    The quarter comes from the run parameter as YYYYQ  *
      *    (e.g. 20263); blank means the quarter containing   *
      *    the business date (RUNDATE override honored).      *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EARNINGS-HISTORY   ASSIGN TO EARNHIST
               FILE STATUS IS WS-EH-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPMAST.
           SELECT TAX-CONTROL-FILE   ASSIGN TO TAXCTL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT FEDERAL-REPORT     ASSIGN TO FEDLIAB.
           SELECT STATE-REPORT       ASSIGN TO SUIWAGE.
       DATA DIVISION.
       FILE SECTION.
       FD  EARNINGS-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EARNINGS-HISTORY-REC.
           COPY EARNHIST.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY EMPMAST.
      *
      *    Annual taxable wage bases and employer rates.  Zero or
      *    non-numeric fields keep the program defaults.
       FD  TAX-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-CONTROL-REC.
       01  TAX-CONTROL-REC.
           05  TQ-FUTA-WAGE-BASE        PIC 9(07)V99.
           05  TQ-FUTA-RATE             PIC V9(04).
           05  TQ-SUI-WAGE-BASE         PIC 9(07)V99.
           05  TQ-SUI-RATE              PIC V9(04).
           05  FILLER                   PIC X(54).
      *
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
       FD  FEDERAL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FEDERAL-REPORT-REC.
       01  FEDERAL-REPORT-REC           PIC X(132).
      *
       FD  STATE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STATE-REPORT-REC.
       01  STATE-REPORT-REC             PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY RPTPARM.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-EH-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
      *
      *    Quarter being reported and its date window.
       01  WS-RUN-PARM                  PIC X(10) VALUE SPACES.
       01  WS-QUARTER-WS.
           05  WS-TAX-YEAR              PIC 9(04) VALUE ZERO.
           05  WS-QUARTER               PIC 9(01) VALUE ZERO.
           05  WS-QTR-FIRST-MONTH       PIC 9(02) VALUE ZERO.
           05  WS-QTR-START             PIC 9(08) VALUE ZERO.
           05  WS-QTR-END               PIC 9(08) VALUE ZERO.
           05  WS-YEAR-START            PIC 9(08) VALUE ZERO.
           05  WS-DATE-BUILD.
               10  WS-DB-YEAR           PIC 9(04).
               10  WS-DB-MONTH          PIC 9(02).
               10  WS-DB-DAY            PIC 9(02).
           05  WS-DATE-BUILD-N REDEFINES WS-DATE-BUILD
                                        PIC 9(08).
      *
      *    Wage bases and rates - TAXCTL overrides these defaults.
       01  WS-FUTA-WAGE-BASE            PIC 9(07)V99 VALUE 7000.00.
       01  WS-FUTA-RATE                 PIC V9(04)   VALUE .0060.
       01  WS-SUI-WAGE-BASE             PIC 9(07)V99 VALUE 7000.00.
       01  WS-SUI-RATE                  PIC V9(04)   VALUE .0270.
       01  WS-CTL-DEFAULTED-SW          PIC X        VALUE 'N'.
           88  CTL-DEFAULTED            VALUE 'Y'.
      *
      *    Employee names for the state detail.
       01  WS-NAME-TABLE.
           05  WS-NM-ENTRY OCCURS 200 TIMES
                   INDEXED BY NM-IDX.
               10  WS-NM-EMP-ID         PIC X(05).
               10  WS-NM-NAME           PIC X(20).
       01  WS-NM-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-NM-MAX                    PIC S9(4) COMP VALUE 200.
      *
      *    Per-employee year-to-date wages (running, in pay-date
      *    order) and the quarter's figures.
       01  WS-WAGE-TABLE.
           05  WS-WG-ENTRY OCCURS 300 TIMES
                   INDEXED BY WG-IDX.
               10  WS-WG-EMP-ID         PIC X(05).
               10  WS-WG-YTD-GROSS      PIC S9(9)V99.
               10  WS-WG-QTR-GROSS      PIC S9(9)V99.
               10  WS-WG-QTR-SUI-TAX    PIC S9(9)V99.
               10  WS-WG-QTR-ST-WH      PIC S9(9)V99.
       01  WS-WG-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-WG-MAX                    PIC S9(4) COMP VALUE 300.
       01  WS-WG-FOUND-SW               PIC X     VALUE 'N'.
           88  WG-ENTRY-FOUND           VALUE 'Y'.
      *
      *    Per-pay-date totals for the federal summary.
       01  WS-PAYDATE-TABLE.
           05  WS-PD-ENTRY OCCURS 40 TIMES
                   INDEXED BY PD-IDX.
               10  WS-PD-DATE           PIC 9(08).
               10  WS-PD-EMPLOYEES      PIC 9(05).
               10  WS-PD-GROSS          PIC S9(9)V99.
               10  WS-PD-FED-WH         PIC S9(9)V99.
               10  WS-PD-FUTA-TAX       PIC S9(9)V99.
       01  WS-PD-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-PD-MAX                    PIC S9(4) COMP VALUE 40.
      *
      *    Taxable-portion work fields: how much of this pay falls
      *    under the wage base given what the year already used.
       01  TAXABLE-CALC-WS.
           05  WS-PRIOR-YTD             PIC S9(9)V99 VALUE ZERO.
           05  WS-NEW-YTD               PIC S9(9)V99 VALUE ZERO.
           05  WS-CALC-BASE             PIC 9(07)V99 VALUE ZERO.
           05  WS-CAPPED-PRIOR          PIC S9(9)V99 VALUE ZERO.
           05  WS-CAPPED-NEW            PIC S9(9)V99 VALUE ZERO.
           05  WS-TAXABLE-PART          PIC S9(9)V99 VALUE ZERO.
           05  WS-FUTA-PART             PIC S9(9)V99 VALUE ZERO.
           05  WS-SUI-PART              PIC S9(9)V99 VALUE ZERO.
      *
       01  ACC-CTRS.
           05  WS-CTR-READ              PIC 9(7)     VALUE ZERO.
           05  WS-CTR-IN-QUARTER        PIC 9(7)     VALUE ZERO.
           05  WS-CTR-STATE-LINES       PIC 9(5)     VALUE ZERO.
           05  WS-CTR-DROPPED           PIC 9(5)     VALUE ZERO.
           05  WS-MONTH-HOLD            PIC 9(02)    VALUE ZERO.
           05  WS-MO-GROSS              PIC S9(9)V99 VALUE ZERO.
           05  WS-MO-FED-WH             PIC S9(9)V99 VALUE ZERO.
           05  WS-MO-FUTA-TAX           PIC S9(9)V99 VALUE ZERO.
           05  WS-QT-GROSS              PIC S9(9)V99 VALUE ZERO.
           05  WS-QT-FED-WH             PIC S9(9)V99 VALUE ZERO.
           05  WS-QT-FUTA-TAX           PIC S9(9)V99 VALUE ZERO.
           05  WS-QT-FUTA-DUE           PIC S9(9)V99 VALUE ZERO.
           05  WS-ST-GROSS              PIC S9(9)V99 VALUE ZERO.
           05  WS-ST-EXCESS             PIC S9(9)V99 VALUE ZERO.
           05  WS-ST-TAXABLE            PIC S9(9)V99 VALUE ZERO.
           05  WS-ST-WH                 PIC S9(9)V99 VALUE ZERO.
           05  WS-ST-CONTRIB            PIC S9(9)V99 VALUE ZERO.
           05  WS-EMP-EXCESS            PIC S9(9)V99 VALUE ZERO.
           05  WS-EMP-CONTRIB           PIC S9(9)V99 VALUE ZERO.
      *
       01  QUARTER-LINE.
           05  FILLER                   PIC X(10) VALUE 'QUARTER: '.
           05  QL-YEAR                  PIC 9(04).
           05  FILLER                   PIC X(02) VALUE '-Q'.
           05  QL-QUARTER               PIC 9(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  QL-START                 PIC 9999/99/99.
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  QL-END                   PIC 9999/99/99.
           05  FILLER                   PIC X(13) VALUE
                     '   WAGE BASE '.
           05  QL-BASE                  PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(08) VALUE '   RATE '.
           05  QL-RATE                  PIC .9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  QL-DEFAULT-NOTE          PIC X(24) VALUE SPACES.
      *
       01  FED-HEADER-LINE.
           05  FILLER                   PIC X(12) VALUE 'PAY DATE'.
           05  FILLER                   PIC X(10) VALUE ' EMPLOYEES'.
           05  FILLER                   PIC X(18) VALUE
                     '       GROSS WAGES'.
           05  FILLER                   PIC X(18) VALUE
                     '   FED INCOME TAX'.
           05  FILLER                   PIC X(18) VALUE
                     '    FUTA TAXABLE'.
       01  FED-DETAIL-LINE.
           05  FD-PAY-DATE              PIC 9999/99/99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FD-EMPLOYEES             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FD-GROSS                 PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FD-FED-WH                PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FD-FUTA                  PIC $$$,$$$,$$9.99-.
       01  FED-MONTH-LINE.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'MONTH '.
           05  FM-MONTH                 PIC 99.
           05  FILLER                   PIC X(06) VALUE ' TOTAL'.
           05  FM-GROSS                 PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FM-FED-WH                PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FM-FUTA                  PIC $$$,$$$,$$9.99-.
       01  FED-QUARTER-LINE.
           05  FILLER                   PIC X(22) VALUE
                     'QUARTER TOTAL'.
           05  FQ-GROSS                 PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FQ-FED-WH                PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FQ-FUTA                  PIC $$$,$$$,$$9.99-.
       01  FED-FUTA-LINE.
           05  FILLER                   PIC X(30) VALUE
                     'FUTA TAX FOR THE QUARTER    : '.
           05  FF-FUTA-DUE              PIC $$$,$$$,$$9.99-.
       01  FED-NOTE-LINE.
           05  FILLER                   PIC X(03) VALUE '** '.
           05  FN-TEXT                  PIC X(60).
           05  FN-COUNT                 PIC ZZ,ZZ9.
      *
       01  ST-HEADER-LINE.
           05  FILLER                   PIC X(07) VALUE 'EMP ID'.
           05  FILLER                   PIC X(22) VALUE 'NAME'.
           05  FILLER                   PIC X(16) VALUE
                     '   QUARTER GROSS'.
           05  FILLER                   PIC X(16) VALUE
                     '  EXCESS WAGES'.
           05  FILLER                   PIC X(16) VALUE
                     '   SUI TAXABLE'.
           05  FILLER                   PIC X(16) VALUE
                     '   STATE TAX WH'.
           05  FILLER                   PIC X(16) VALUE
                     '  CONTRIBUTION'.
       01  ST-DETAIL-LINE.
           05  SD-EMP-ID                PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SD-NAME                  PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SD-GROSS                 PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SD-EXCESS                PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SD-TAXABLE               PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SD-ST-WH                 PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SD-CONTRIB               PIC $$,$$$,$$9.99-.
       01  ST-TOTAL-LINE.
           05  ST-TOT-LABEL             PIC X(29) VALUE
                     'TOTALS'.
           05  ST-GROSS                 PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ST-EXCESS                PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ST-TAXABLE               PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ST-ST-WH                 PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ST-CONTRIB               PIC $$,$$$,$$9.99-.
       01  ST-COUNT-LINE.
           05  FILLER                   PIC X(30) VALUE
                     'EMPLOYEES REPORTED         : '.
           05  SC-COUNT                 PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM SET-QUARTER-WINDOW.
           PERFORM LOAD-TAX-CONTROL.
           PERFORM LOAD-EMPLOYEE-NAMES.
           PERFORM OPEN-FILES.
           IF WS-EH-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ EARNINGS-HISTORY
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM ACCUMULATE-ONE-RECORD UNTIL END-OF-FILE
           ELSE
               DISPLAY 'QTRTAX: EARNHIST NOT AVAILABLE - STATUS '
                       WS-EH-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-FEDERAL-SUMMARY.
           PERFORM WRITE-STATE-DETAIL.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  EARNINGS-HISTORY.
           OPEN OUTPUT FEDERAL-REPORT, STATE-REPORT.
      *
       CLOSE-FILES.
           IF WS-EH-STATUS = '00'
               CLOSE EARNINGS-HISTORY
           END-IF.
           CLOSE FEDERAL-REPORT, STATE-REPORT.
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
      ****** YYYYQ from the run parameter, or the quarter the business
      ****** date falls in.
       SET-QUARTER-WINDOW.
           IF WS-RUN-PARM(1:5) NUMERIC
              AND WS-RUN-PARM(5:1) >= '1'
              AND WS-RUN-PARM(5:1) <= '4'
               MOVE WS-RUN-PARM(1:4) TO WS-TAX-YEAR
               MOVE WS-RUN-PARM(5:1) TO WS-QUARTER
           ELSE
               MOVE WS-TODAY-DATE(1:4) TO WS-TAX-YEAR
               MOVE WS-TODAY-DATE TO WS-DATE-BUILD-N
               COMPUTE WS-QUARTER = ((WS-DB-MONTH - 1) / 3) + 1
           END-IF.
           COMPUTE WS-QTR-FIRST-MONTH = ((WS-QUARTER - 1) * 3) + 1.
           MOVE WS-TAX-YEAR        TO WS-DB-YEAR.
           MOVE 01                 TO WS-DB-MONTH WS-DB-DAY.
           MOVE WS-DATE-BUILD-N    TO WS-YEAR-START.
           MOVE WS-QTR-FIRST-MONTH TO WS-DB-MONTH.
           MOVE WS-DATE-BUILD-N    TO WS-QTR-START.
           COMPUTE WS-DB-MONTH = WS-QTR-FIRST-MONTH + 2.
           IF WS-DB-MONTH = 06 OR WS-DB-MONTH = 09
               MOVE 30 TO WS-DB-DAY
           ELSE
               MOVE 31 TO WS-DB-DAY
           END-IF.
           MOVE WS-DATE-BUILD-N    TO WS-QTR-END.
      *
      *    Missing or unreadable TAXCTL leaves the defaults in place
      *    and says so on both reports.
       LOAD-TAX-CONTROL.
           MOVE 'Y' TO WS-CTL-DEFAULTED-SW.
           OPEN INPUT TAX-CONTROL-FILE.
           IF WS-CTL-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ TAX-CONTROL-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   MOVE 'N' TO WS-CTL-DEFAULTED-SW
                   IF TQ-FUTA-WAGE-BASE NUMERIC
                      AND TQ-FUTA-WAGE-BASE > ZERO
                       MOVE TQ-FUTA-WAGE-BASE TO WS-FUTA-WAGE-BASE
                   END-IF
                   IF TQ-FUTA-RATE NUMERIC
                      AND TQ-FUTA-RATE > ZERO
                       MOVE TQ-FUTA-RATE TO WS-FUTA-RATE
                   END-IF
                   IF TQ-SUI-WAGE-BASE NUMERIC
                      AND TQ-SUI-WAGE-BASE > ZERO
                       MOVE TQ-SUI-WAGE-BASE TO WS-SUI-WAGE-BASE
                   END-IF
                   IF TQ-SUI-RATE NUMERIC
                      AND TQ-SUI-RATE > ZERO
                       MOVE TQ-SUI-RATE TO WS-SUI-RATE
                   END-IF
               END-IF
               CLOSE TAX-CONTROL-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       LOAD-EMPLOYEE-NAMES.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           MOVE 'N' TO EOF-STAT.
           READ EMPLOYEE-MASTER-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING NM-IDX FROM 1 BY 1 UNTIL
                   NM-IDX > WS-NM-MAX OR END-OF-FILE
               ADD 1 TO WS-NM-CTR
               MOVE EM-EMP-ID TO WS-NM-EMP-ID(NM-IDX)
               MOVE EM-NAME   TO WS-NM-NAME(NM-IDX)
               READ EMPLOYEE-MASTER-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
           MOVE 'N' TO EOF-STAT.
      *
      ****** Every history record of the tax year up to the quarter
      ****** end advances the employee's running wages; only those
      ****** paid inside the quarter land on the reports.
       ACCUMULATE-ONE-RECORD.
           ADD 1 TO WS-CTR-READ.
           IF EH-PAY-DATE NOT < WS-YEAR-START
              AND EH-PAY-DATE NOT > WS-QTR-END
              AND EH-GROSS NUMERIC
               PERFORM FIND-WAGE-ENTRY
               IF WG-ENTRY-FOUND
                   PERFORM COMPUTE-TAXABLE-PARTS
                   IF EH-PAY-DATE NOT < WS-QTR-START
                       ADD 1 TO WS-CTR-IN-QUARTER
                       ADD EH-GROSS TO WS-WG-QTR-GROSS(WG-IDX)
                       ADD WS-SUI-PART TO WS-WG-QTR-SUI-TAX(WG-IDX)
                       IF EH-ST-WH NUMERIC
                           ADD EH-ST-WH TO WS-WG-QTR-ST-WH(WG-IDX)
                       END-IF
                       PERFORM POST-PAY-DATE
                   END-IF
                   ADD EH-GROSS TO WS-WG-YTD-GROSS(WG-IDX)
               END-IF
           END-IF.
           READ EARNINGS-HISTORY
               AT END MOVE 'Y' TO EOF-STAT.
      *
       FIND-WAGE-ENTRY.
           MOVE 'N' TO WS-WG-FOUND-SW.
           SET WG-IDX TO 1.
           SEARCH WS-WG-ENTRY
               AT END
                   IF WS-WG-CTR < WS-WG-MAX
                       ADD 1 TO WS-WG-CTR
                       SET WG-IDX TO WS-WG-CTR
                       MOVE EH-EMP-ID TO WS-WG-EMP-ID(WG-IDX)
                       MOVE ZERO TO WS-WG-YTD-GROSS(WG-IDX)
                                    WS-WG-QTR-GROSS(WG-IDX)
                                    WS-WG-QTR-SUI-TAX(WG-IDX)
                                    WS-WG-QTR-ST-WH(WG-IDX)
                       MOVE 'Y' TO WS-WG-FOUND-SW
                   ELSE
                       ADD 1 TO WS-CTR-DROPPED
                   END-IF
               WHEN WS-WG-EMP-ID(WG-IDX) = EH-EMP-ID
                   MOVE 'Y' TO WS-WG-FOUND-SW
           END-SEARCH.
      *
      ****** Taxable portion = the wage base consumed by this pay:
      ****** min(base, YTD after) less min(base, YTD before).  A
      ****** negative retro line gives back base it had used.
       COMPUTE-TAXABLE-PARTS.
           MOVE WS-WG-YTD-GROSS(WG-IDX) TO WS-PRIOR-YTD.
           COMPUTE WS-NEW-YTD = WS-PRIOR-YTD + EH-GROSS.
           MOVE WS-FUTA-WAGE-BASE TO WS-CALC-BASE.
           PERFORM CAP-TO-WAGE-BASE.
           MOVE WS-TAXABLE-PART   TO WS-FUTA-PART.
           MOVE WS-SUI-WAGE-BASE  TO WS-CALC-BASE.
           PERFORM CAP-TO-WAGE-BASE.
           MOVE WS-TAXABLE-PART   TO WS-SUI-PART.
      *
       CAP-TO-WAGE-BASE.
           MOVE WS-PRIOR-YTD TO WS-CAPPED-PRIOR.
           IF WS-CAPPED-PRIOR > WS-CALC-BASE
               MOVE WS-CALC-BASE TO WS-CAPPED-PRIOR
           END-IF.
           IF WS-CAPPED-PRIOR < ZERO
               MOVE ZERO TO WS-CAPPED-PRIOR
           END-IF.
           MOVE WS-NEW-YTD TO WS-CAPPED-NEW.
           IF WS-CAPPED-NEW > WS-CALC-BASE
               MOVE WS-CALC-BASE TO WS-CAPPED-NEW
           END-IF.
           IF WS-CAPPED-NEW < ZERO
               MOVE ZERO TO WS-CAPPED-NEW
           END-IF.
           COMPUTE WS-TAXABLE-PART = WS-CAPPED-NEW - WS-CAPPED-PRIOR.
      *
       POST-PAY-DATE.
           SET PD-IDX TO 1.
           SEARCH WS-PD-ENTRY
               AT END
                   IF WS-PD-CTR < WS-PD-MAX
                       ADD 1 TO WS-PD-CTR
                       SET PD-IDX TO WS-PD-CTR
                       MOVE EH-PAY-DATE TO WS-PD-DATE(PD-IDX)
                       MOVE ZERO TO WS-PD-EMPLOYEES(PD-IDX)
                                    WS-PD-GROSS(PD-IDX)
                                    WS-PD-FED-WH(PD-IDX)
                                    WS-PD-FUTA-TAX(PD-IDX)
                       PERFORM ADD-TO-PAY-DATE
                   ELSE
                       DISPLAY 'WARNING: PAY-DATE TABLE FULL - '
                               'SKIPPING ' EH-PAY-DATE
                   END-IF
               WHEN WS-PD-DATE(PD-IDX) = EH-PAY-DATE
                   PERFORM ADD-TO-PAY-DATE
           END-SEARCH.
      *
       ADD-TO-PAY-DATE.
           IF EH-REGULAR-PAY
               ADD 1 TO WS-PD-EMPLOYEES(PD-IDX)
           END-IF.
           ADD EH-GROSS     TO WS-PD-GROSS(PD-IDX).
           IF EH-FED-WH NUMERIC
               ADD EH-FED-WH TO WS-PD-FED-WH(PD-IDX)
           END-IF.
           ADD WS-FUTA-PART TO WS-PD-FUTA-TAX(PD-IDX).
      *
      ****** Federal liability summary: one line per pay date, a
      ****** subtotal at each change of month, then the quarter.
       WRITE-FEDERAL-SUMMARY.
           MOVE 'QTRTAX  ' TO RH-REPORT-ID.
           MOVE 'QUARTERLY FEDERAL LIABILITY SUMMARY'
                TO RH-REPORT-TITLE.
           MOVE WS-TODAY-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE FEDERAL-REPORT-REC FROM RH-LINE-1.
           WRITE FEDERAL-REPORT-REC FROM RH-LINE-2.
           MOVE WS-TAX-YEAR       TO QL-YEAR.
           MOVE WS-QUARTER        TO QL-QUARTER.
           MOVE WS-QTR-START      TO QL-START.
           MOVE WS-QTR-END        TO QL-END.
           MOVE WS-FUTA-WAGE-BASE TO QL-BASE.
           MOVE WS-FUTA-RATE      TO QL-RATE.
           IF CTL-DEFAULTED
               MOVE 'TAXCTL MISSING - DEFAULT' TO QL-DEFAULT-NOTE
           END-IF.
           WRITE FEDERAL-REPORT-REC FROM QUARTER-LINE
                 AFTER ADVANCING 2 LINES.
           WRITE FEDERAL-REPORT-REC FROM FED-HEADER-LINE
                 AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-MONTH-HOLD.
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-PD-CTR
               IF WS-MONTH-HOLD NOT = ZERO
                  AND WS-PD-DATE(PD-IDX)(5:2) NOT = WS-MONTH-HOLD
                   PERFORM WRITE-MONTH-TOTAL
               END-IF
               MOVE WS-PD-DATE(PD-IDX)(5:2) TO WS-MONTH-HOLD
               MOVE WS-PD-DATE(PD-IDX)      TO FD-PAY-DATE
               MOVE WS-PD-EMPLOYEES(PD-IDX) TO FD-EMPLOYEES
               MOVE WS-PD-GROSS(PD-IDX)     TO FD-GROSS
               MOVE WS-PD-FED-WH(PD-IDX)    TO FD-FED-WH
               MOVE WS-PD-FUTA-TAX(PD-IDX)  TO FD-FUTA
               WRITE FEDERAL-REPORT-REC FROM FED-DETAIL-LINE
                     AFTER ADVANCING 1 LINE
               ADD WS-PD-GROSS(PD-IDX)    TO WS-MO-GROSS WS-QT-GROSS
               ADD WS-PD-FED-WH(PD-IDX)   TO WS-MO-FED-WH WS-QT-FED-WH
               ADD WS-PD-FUTA-TAX(PD-IDX) TO WS-MO-FUTA-TAX
                                             WS-QT-FUTA-TAX
           END-PERFORM.
           IF WS-MONTH-HOLD NOT = ZERO
               PERFORM WRITE-MONTH-TOTAL
           END-IF.
           MOVE WS-QT-GROSS    TO FQ-GROSS.
           MOVE WS-QT-FED-WH   TO FQ-FED-WH.
           MOVE WS-QT-FUTA-TAX TO FQ-FUTA.
           WRITE FEDERAL-REPORT-REC FROM FED-QUARTER-LINE
                 AFTER ADVANCING 2 LINES.
           COMPUTE WS-QT-FUTA-DUE ROUNDED =
                   WS-QT-FUTA-TAX * WS-FUTA-RATE.
           MOVE WS-QT-FUTA-DUE TO FF-FUTA-DUE.
           WRITE FEDERAL-REPORT-REC FROM FED-FUTA-LINE
                 AFTER ADVANCING 1 LINE.
           IF WS-CTR-DROPPED > ZERO
               MOVE 'HISTORY RECORDS SKIPPED - EMPLOYEE TABLE FULL'
                    TO FN-TEXT
               MOVE WS-CTR-DROPPED TO FN-COUNT
               WRITE FEDERAL-REPORT-REC FROM FED-NOTE-LINE
                     AFTER ADVANCING 1 LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           SET RH-TRAILER TO TRUE.
           MOVE WS-PD-CTR TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE FEDERAL-REPORT-REC FROM RH-LINE-1
                 AFTER ADVANCING 2 LINES.
      *
       WRITE-MONTH-TOTAL.
           MOVE WS-MONTH-HOLD  TO FM-MONTH.
           MOVE WS-MO-GROSS    TO FM-GROSS.
           MOVE WS-MO-FED-WH   TO FM-FED-WH.
           MOVE WS-MO-FUTA-TAX TO FM-FUTA.
           WRITE FEDERAL-REPORT-REC FROM FED-MONTH-LINE
                 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO FEDERAL-REPORT-REC.
           WRITE FEDERAL-REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-MO-GROSS WS-MO-FED-WH WS-MO-FUTA-TAX.
      *
      ****** State unemployment wage detail: every employee paid in
      ****** the quarter, with the wages over the base broken out.
       WRITE-STATE-DETAIL.
           MOVE 'QTRTAX  ' TO RH-REPORT-ID.
           MOVE 'STATE UNEMPLOYMENT WAGE DETAIL'
                TO RH-REPORT-TITLE.
           MOVE WS-TODAY-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE STATE-REPORT-REC FROM RH-LINE-1.
           WRITE STATE-REPORT-REC FROM RH-LINE-2.
           MOVE WS-SUI-WAGE-BASE TO QL-BASE.
           MOVE WS-SUI-RATE      TO QL-RATE.
           WRITE STATE-REPORT-REC FROM QUARTER-LINE
                 AFTER ADVANCING 2 LINES.
           WRITE STATE-REPORT-REC FROM ST-HEADER-LINE
                 AFTER ADVANCING 2 LINES.
           PERFORM VARYING WG-IDX FROM 1 BY 1
                   UNTIL WG-IDX > WS-WG-CTR
               IF WS-WG-QTR-GROSS(WG-IDX) NOT = ZERO
                  OR WS-WG-QTR-ST-WH(WG-IDX) NOT = ZERO
                   PERFORM WRITE-STATE-LINE
               END-IF
           END-PERFORM.
           MOVE WS-ST-GROSS   TO ST-GROSS.
           MOVE WS-ST-EXCESS  TO ST-EXCESS.
           MOVE WS-ST-TAXABLE TO ST-TAXABLE.
           MOVE WS-ST-WH      TO ST-ST-WH.
           MOVE WS-ST-CONTRIB TO ST-CONTRIB.
           WRITE STATE-REPORT-REC FROM ST-TOTAL-LINE
                 AFTER ADVANCING 2 LINES.
           MOVE WS-CTR-STATE-LINES TO SC-COUNT.
           WRITE STATE-REPORT-REC FROM ST-COUNT-LINE
                 AFTER ADVANCING 1 LINE.
           SET RH-TRAILER TO TRUE.
           MOVE WS-CTR-STATE-LINES TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE STATE-REPORT-REC FROM RH-LINE-1
                 AFTER ADVANCING 2 LINES.
      *
       WRITE-STATE-LINE.
           ADD 1 TO WS-CTR-STATE-LINES.
           MOVE SPACES                    TO ST-DETAIL-LINE.
           MOVE WS-WG-EMP-ID(WG-IDX)      TO SD-EMP-ID.
           SET NM-IDX TO 1.
           SEARCH WS-NM-ENTRY
               AT END
                   MOVE '** NOT ON MASTER **' TO SD-NAME
               WHEN WS-NM-EMP-ID(NM-IDX) = WS-WG-EMP-ID(WG-IDX)
                   MOVE WS-NM-NAME(NM-IDX) TO SD-NAME
           END-SEARCH.
           COMPUTE WS-EMP-EXCESS = WS-WG-QTR-GROSS(WG-IDX)
                                 - WS-WG-QTR-SUI-TAX(WG-IDX).
           COMPUTE WS-EMP-CONTRIB ROUNDED =
                   WS-WG-QTR-SUI-TAX(WG-IDX) * WS-SUI-RATE.
           MOVE WS-WG-QTR-GROSS(WG-IDX)   TO SD-GROSS.
           MOVE WS-EMP-EXCESS             TO SD-EXCESS.
           MOVE WS-WG-QTR-SUI-TAX(WG-IDX) TO SD-TAXABLE.
           MOVE WS-WG-QTR-ST-WH(WG-IDX)   TO SD-ST-WH.
           MOVE WS-EMP-CONTRIB            TO SD-CONTRIB.
           WRITE STATE-REPORT-REC FROM ST-DETAIL-LINE
                 AFTER ADVANCING 1 LINE.
           ADD WS-WG-QTR-GROSS(WG-IDX)    TO WS-ST-GROSS.
           ADD WS-EMP-EXCESS              TO WS-ST-EXCESS.
           ADD WS-WG-QTR-SUI-TAX(WG-IDX)  TO WS-ST-TAXABLE.
           ADD WS-WG-QTR-ST-WH(WG-IDX)    TO WS-ST-WH.
           ADD WS-EMP-CONTRIB             TO WS-ST-CONTRIB.
