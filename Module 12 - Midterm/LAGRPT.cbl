       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAGRPT.
      *
      ********** Workshop 12  -   Production Support    ************
      *
      *   Claims Lag Triangle and IBNR Reserve Estimate.
      *   a)  Reads the claims lag history MIDTERM appends to
      *       LAGHIST (one record per claim paid or reversed, with
      *       its date of service and date paid) and builds, per
      *       policy type, the lag triangle for the twelve months of
      *       service ending at the valuation month: paid amount by
      *       month of service against months from service to
      *       payment (lag 0 = paid the month it was rendered).
      *   b)  From the triangle's cumulative columns it derives the
      *       month-to-month development factors (chain ladder: the
      *       volume-weighted ratio of each lag's cumulative paid to
      *       the one before, over the service months that have
      *       both) and from them the completion factor at each lag
      *       - the share of a month's claims paid by then.
      *   c)  Each service month's paid-to-date over its completion
      *       factor estimates its ultimate cost; ultimate less paid
      *       is the incurred-but-not-reported reserve.  The reserve
      *       is totalled per policy type for the quarter-end close.
      *
      *   The valuation month is the quarter-end month of the
      *   business date (RUNDATE override, else CURRENT-DATE) when
      *   that month ends a quarter, otherwise the quarter-end just
      *   past - so the close can be run in the weeks after the
      *   quarter ends.  Payments after the valuation month are not
      *   counted; service before the twelve-month window is taken
      *   as fully paid.
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAG-HISTORY-FILE ASSIGN TO LAGHIST
               FILE STATUS IS WS-LAG-STATUS.
           SELECT RUN-DATE-FILE    ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT IBNR-REPORT      ASSIGN TO IBNRRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  LAG-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LAG-HISTORY-REC.
           COPY LAGHIST.
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
       FD  IBNR-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IBNR-REPORT-REC.
       01  IBNR-REPORT-REC              PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-LAG-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YEAR            PIC 9(04).
           05  WS-TODAY-MONTH           PIC 9(02).
           05  WS-TODAY-DAY             PIC 9(02).
      *
      *    Months counted from year zero (year * 12 + month - 1), so
      *    a lag is a subtraction.
       01  WS-VAL-YEAR                  PIC 9(04) VALUE ZERO.
       01  WS-VAL-MONTH                 PIC 9(02) VALUE ZERO.
       01  WS-VAL-MONTH-NO              PIC S9(7) COMP VALUE ZERO.
       01  WS-FIRST-MONTH-NO            PIC S9(7) COMP VALUE ZERO.
       01  WS-SVC-MONTH-NO              PIC S9(7) COMP VALUE ZERO.
       01  WS-PAID-MONTH-NO             PIC S9(7) COMP VALUE ZERO.
       01  WS-WORK-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-WORK-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR             PIC 9(04).
           05  WS-WORK-MONTH            PIC 9(02).
           05  WS-WORK-DAY              PIC 9(02).
       01  WS-LABEL-YEAR                PIC 9(04) VALUE ZERO.
       01  WS-LABEL-MONTH               PIC 9(02) VALUE ZERO.
       01  WS-REMAINDER                 PIC S9(4) COMP VALUE ZERO.
      *
      *    Subscripts - policy type, service-month row (1 = oldest),
      *    lag column (1 = lag 0).
       01  WS-TYPE-SUB                  PIC S9(4) COMP VALUE ZERO.
       01  WS-ROW                       PIC S9(4) COMP VALUE ZERO.
       01  WS-COL                       PIC S9(4) COMP VALUE ZERO.
       01  WS-LAST-COL                  PIC S9(4) COMP VALUE ZERO.
       01  WS-LAST-ROW                  PIC S9(4) COMP VALUE ZERO.
      *
      *    Incremental paid by type / month of service / lag.
       01  WS-TRIANGLE.
           05  WS-TRI-TYPE OCCURS 3 TIMES.
               10  WS-TRI-ROW OCCURS 12 TIMES.
                   15  WS-TRI-PAID      PIC S9(9)V99 OCCURS 12 TIMES.
      *    The same, cumulative across the lags.
       01  WS-CUMULATIVE.
           05  WS-CUM-TYPE OCCURS 3 TIMES.
               10  WS-CUM-ROW OCCURS 12 TIMES.
                   15  WS-CUM-PAID      PIC S9(9)V99 OCCURS 12 TIMES.
      *    Development factor from each lag to the next, and the
      *    completion factor at each lag.
       01  WS-FACTORS.
           05  WS-DEV-FACTOR            PIC 9(3)V9(6) OCCURS 12 TIMES.
           05  WS-COMPLETION            PIC 9(3)V9(6) OCCURS 12 TIMES.
       01  WS-DEV-NUM                   PIC S9(11)V99 VALUE ZERO.
       01  WS-DEV-DEN                   PIC S9(11)V99 VALUE ZERO.
       01  WS-ULTIMATE                  PIC S9(11)V99 VALUE ZERO.
       01  WS-IBNR                      PIC S9(11)V99 VALUE ZERO.
       01  WS-TYPE-PAID                 PIC S9(11)V99 VALUE ZERO.
       01  WS-TYPE-ULTIMATE             PIC S9(11)V99 VALUE ZERO.
       01  WS-TYPE-IBNR                 PIC S9(11)V99 VALUE ZERO.
       01  WS-TYPE-IBNR-TABLE.
           05  WS-TYPE-IBNR-AMT         PIC S9(11)V99 OCCURS 3 TIMES.
       01  WS-TYPE-NAME                 PIC X(20) VALUE SPACES.
      *
       01  ACC-CTRS.
           05  TOT-RECORDS              PIC 9(7)     VALUE ZERO.
           05  TOT-IN-TRIANGLE          PIC 9(7)     VALUE ZERO.
           05  TOT-AFTER-VALUATION      PIC 9(7)     VALUE ZERO.
           05  TOT-BEFORE-WINDOW        PIC 9(7)     VALUE ZERO.
           05  TOT-UNUSABLE             PIC 9(7)     VALUE ZERO.
           05  TOT-IBNR                 PIC S9(11)V99 VALUE ZERO.
      *
       01  HEADER-LINE-1.
           05  FILLER                   PIC X(46) VALUE
                     'CLAIMS LAG TRIANGLE AND IBNR RESERVE ESTIMATE'.
           05  FILLER                   PIC X(17) VALUE
                     'VALUATION MONTH: '.
           05  HL-VAL-YEAR              PIC 9(04).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  HL-VAL-MONTH             PIC 9(02).
           05  FILLER                   PIC X(18) VALUE
                     '   BUSINESS DATE: '.
           05  HL-TODAY                 PIC 9999/99/99.
       01  TYPE-HEADER-LINE.
           05  FILLER                   PIC X(13) VALUE
                     'POLICY TYPE: '.
           05  TH-TYPE-NAME             PIC X(20).
       01  SECTION-LINE.
           05  SC-TITLE                 PIC X(80).
      *
      *    One row of the triangle - a label and twelve columns.
       01  TRIANGLE-LINE.
           05  TL-LABEL                 PIC X(08).
           05  TL-CELL                  PIC X(10) OCCURS 12 TIMES.
       01  WS-CELL-HEAD.
           05  FILLER                   PIC X(05) VALUE ' LAG '.
           05  WS-CELL-HEAD-LAG         PIC Z9.
           05  FILLER                   PIC X(03) VALUE SPACES.
       01  WS-CELL-AMT                  PIC Z,ZZZ,ZZ9-.
       01  WS-CELL-FACTOR               PIC BZZZ9.9999.
       01  WS-CELL-PCT                  PIC BBBZZ9.99.
       01  WS-MONTH-LABEL.
           05  ML-YEAR                  PIC 9(04).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  ML-MONTH                 PIC 9(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
      *
       01  RESERVE-HEADER-LINE.
           05  FILLER                   PIC X(10) VALUE 'SERVICE'.
           05  FILLER                   PIC X(18) VALUE
                     '      PAID TO DATE'.
           05  FILLER                   PIC X(12) VALUE
                     '  % COMPLETE'.
           05  FILLER                   PIC X(18) VALUE
                     '      EST ULTIMATE'.
           05  FILLER                   PIC X(18) VALUE
                     '      IBNR RESERVE'.
       01  RESERVE-LINE.
           05  RL-LABEL                 PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-PAID                  PIC $$$,$$$,$$9.99CR.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  RL-PCT                   PIC ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-ULTIMATE              PIC $$$,$$$,$$9.99CR.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-IBNR                  PIC $$$,$$$,$$9.99CR.
       01  RESERVE-TOTAL-LINE.
           05  RT-LABEL                 PIC X(08) VALUE 'TOTAL'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RT-PAID                  PIC $$$,$$$,$$9.99CR.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  RT-ULTIMATE              PIC $$$,$$$,$$9.99CR.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RT-IBNR                  PIC $$$,$$$,$$9.99CR.
      *
       01  SUMMARY-LINE.
           05  SL-LABEL                 PIC X(30).
           05  SL-AMOUNT                PIC $$$$,$$$,$$9.99CR.
       01  FOOTER-LINE.
           05  FL-LABEL                 PIC X(30).
           05  FL-COUNT                 PIC Z,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM SET-VALUATION-MONTH.
           INITIALIZE WS-TRIANGLE WS-TYPE-IBNR-TABLE.
           PERFORM LOAD-LAG-HISTORY.
           OPEN OUTPUT IBNR-REPORT.
           PERFORM WRITE-HEADINGS.
           PERFORM REPORT-ONE-TYPE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 3.
           PERFORM WRITE-SUMMARY.
           CLOSE IBNR-REPORT.
           DISPLAY 'LAGRPT: VALUATION MONTH      : ' WS-VAL-YEAR '/'
                   WS-VAL-MONTH.
           DISPLAY 'LAGRPT: LAG RECORDS USED     : ' TOT-IN-TRIANGLE.
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
      *  March, June, September and December end quarters; any
      *  other month values at the quarter-end before it.
       SET-VALUATION-MONTH.
           MOVE WS-TODAY-YEAR  TO WS-VAL-YEAR.
           DIVIDE WS-TODAY-MONTH BY 3 GIVING WS-ROW
               REMAINDER WS-REMAINDER.
           COMPUTE WS-VAL-MONTH = WS-TODAY-MONTH - WS-REMAINDER.
           IF WS-VAL-MONTH = ZERO
               MOVE 12 TO WS-VAL-MONTH
               SUBTRACT 1 FROM WS-VAL-YEAR
           END-IF.
           COMPUTE WS-VAL-MONTH-NO = WS-VAL-YEAR * 12
                                   + WS-VAL-MONTH - 1.
           COMPUTE WS-FIRST-MONTH-NO = WS-VAL-MONTH-NO - 11.
      *
       LOAD-LAG-HISTORY.
           OPEN INPUT LAG-HISTORY-FILE.
           IF WS-LAG-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ LAG-HISTORY-FILE AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM POST-ONE-LAG-RECORD UNTIL END-OF-FILE
               CLOSE LAG-HISTORY-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       POST-ONE-LAG-RECORD.
           ADD 1 TO TOT-RECORDS.
           IF LG-POLICY-TYPE NOT NUMERIC
              OR LG-POLICY-TYPE < 1 OR LG-POLICY-TYPE > 3
              OR LG-SERVICE-DATE NOT NUMERIC
              OR LG-PAID-DATE NOT NUMERIC
              OR LG-PAID-AMOUNT NOT NUMERIC
               ADD 1 TO TOT-UNUSABLE
           ELSE
               MOVE LG-SERVICE-DATE TO WS-WORK-DATE
               COMPUTE WS-SVC-MONTH-NO = WS-WORK-YEAR * 12
                                       + WS-WORK-MONTH - 1
               MOVE LG-PAID-DATE    TO WS-WORK-DATE
               COMPUTE WS-PAID-MONTH-NO = WS-WORK-YEAR * 12
                                        + WS-WORK-MONTH - 1
               EVALUATE TRUE
                   WHEN WS-PAID-MONTH-NO > WS-VAL-MONTH-NO
                       ADD 1 TO TOT-AFTER-VALUATION
                   WHEN WS-SVC-MONTH-NO < WS-FIRST-MONTH-NO
                       ADD 1 TO TOT-BEFORE-WINDOW
                   WHEN WS-PAID-MONTH-NO < WS-SVC-MONTH-NO
                       ADD 1 TO TOT-UNUSABLE
                   WHEN OTHER
                       ADD 1 TO TOT-IN-TRIANGLE
                       COMPUTE WS-ROW = WS-SVC-MONTH-NO
                                      - WS-FIRST-MONTH-NO + 1
                       COMPUTE WS-COL = WS-PAID-MONTH-NO
                                      - WS-SVC-MONTH-NO + 1
                       ADD LG-PAID-AMOUNT TO
                           WS-TRI-PAID(LG-POLICY-TYPE, WS-ROW, WS-COL)
               END-EVALUATE
           END-IF.
           READ LAG-HISTORY-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
      *--------------------------------------------------------------*
      *    One policy type: its triangle, factors and reserve.
      *    Row r (oldest first) has been developing 12 - r months,
      *    so its last known column is 13 - r.
      *--------------------------------------------------------------*
       REPORT-ONE-TYPE.
           EVALUATE WS-TYPE-SUB
               WHEN 1 MOVE 'EMPLOYER PRIVATE'    TO WS-TYPE-NAME
               WHEN 2 MOVE 'STANDARD MEDICARE'   TO WS-TYPE-NAME
               WHEN 3 MOVE 'AFFORDABLE CARE ACT' TO WS-TYPE-NAME
           END-EVALUATE.
           PERFORM ACCUMULATE-ONE-ROW
               VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 12.
           PERFORM COMPUTE-FACTORS.
           MOVE SPACES TO IBNR-REPORT-REC.
           WRITE IBNR-REPORT-REC.
           MOVE WS-TYPE-NAME TO TH-TYPE-NAME.
           WRITE IBNR-REPORT-REC FROM TYPE-HEADER-LINE.
           MOVE SPACES TO IBNR-REPORT-REC.
           WRITE IBNR-REPORT-REC.
           MOVE 'PAID BY MONTH OF SERVICE (DOWN) AND MONTHS FROM SERVICE
      -         ' TO PAYMENT (ACROSS)' TO SC-TITLE.
           WRITE IBNR-REPORT-REC FROM SECTION-LINE.
           PERFORM WRITE-TRIANGLE-HEADING.
           PERFORM WRITE-TRIANGLE-ROW
               VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 12.
           PERFORM WRITE-FACTOR-ROWS.
           PERFORM WRITE-RESERVE-SECTION.
      *
       ACCUMULATE-ONE-ROW.
           MOVE WS-TRI-PAID(WS-TYPE-SUB, WS-ROW, 1)
                TO WS-CUM-PAID(WS-TYPE-SUB, WS-ROW, 1).
           PERFORM VARYING WS-COL FROM 2 BY 1 UNTIL WS-COL > 12
               COMPUTE WS-CUM-PAID(WS-TYPE-SUB, WS-ROW, WS-COL) =
                       WS-CUM-PAID(WS-TYPE-SUB, WS-ROW, WS-COL - 1)
                     + WS-TRI-PAID(WS-TYPE-SUB, WS-ROW, WS-COL)
           END-PERFORM.
      *
      *  Development from column c to c + 1 uses only the rows
      *  that have reached c + 1 (rows 1 thru 12 - c).  With nothing
      *  to measure, or a ratio that would shrink the paid amount,
      *  the factor is 1 - no development assumed.
       COMPUTE-FACTORS.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 11
               MOVE ZERO TO WS-DEV-NUM WS-DEV-DEN
               COMPUTE WS-LAST-ROW = 12 - WS-COL
               PERFORM VARYING WS-ROW FROM 1 BY 1
                       UNTIL WS-ROW > WS-LAST-ROW
                   ADD WS-CUM-PAID(WS-TYPE-SUB, WS-ROW, WS-COL + 1)
                       TO WS-DEV-NUM
                   ADD WS-CUM-PAID(WS-TYPE-SUB, WS-ROW, WS-COL)
                       TO WS-DEV-DEN
               END-PERFORM
               IF WS-DEV-DEN > ZERO AND WS-DEV-NUM > WS-DEV-DEN
                   COMPUTE WS-DEV-FACTOR(WS-COL) ROUNDED =
                           WS-DEV-NUM / WS-DEV-DEN
               ELSE
                   MOVE 1 TO WS-DEV-FACTOR(WS-COL)
               END-IF
           END-PERFORM.
      *    The last column is taken as complete.
           MOVE 1 TO WS-DEV-FACTOR(12) WS-COMPLETION(12).
           PERFORM VARYING WS-COL FROM 11 BY -1 UNTIL WS-COL < 1
               COMPUTE WS-COMPLETION(WS-COL) ROUNDED =
                       WS-COMPLETION(WS-COL + 1)
                     / WS-DEV-FACTOR(WS-COL)
           END-PERFORM.
      *
       WRITE-TRIANGLE-HEADING.
           MOVE SPACES    TO TRIANGLE-LINE.
           MOVE 'SERVICE' TO TL-LABEL.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 12
               COMPUTE WS-CELL-HEAD-LAG = WS-COL - 1
               MOVE WS-CELL-HEAD TO TL-CELL(WS-COL)
           END-PERFORM.
           WRITE IBNR-REPORT-REC FROM TRIANGLE-LINE.
      *
       WRITE-TRIANGLE-ROW.
           MOVE SPACES TO TRIANGLE-LINE.
           PERFORM SET-ROW-LABEL.
           MOVE WS-MONTH-LABEL TO TL-LABEL.
           COMPUTE WS-LAST-COL = 13 - WS-ROW.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > WS-LAST-COL
               MOVE WS-TRI-PAID(WS-TYPE-SUB, WS-ROW, WS-COL)
                    TO WS-CELL-AMT
               MOVE WS-CELL-AMT TO TL-CELL(WS-COL)
           END-PERFORM.
           WRITE IBNR-REPORT-REC FROM TRIANGLE-LINE.
      *
       SET-ROW-LABEL.
           COMPUTE WS-SVC-MONTH-NO = WS-FIRST-MONTH-NO + WS-ROW - 1.
           DIVIDE WS-SVC-MONTH-NO BY 12 GIVING WS-LABEL-YEAR
               REMAINDER WS-REMAINDER.
           COMPUTE WS-LABEL-MONTH = WS-REMAINDER + 1.
           MOVE WS-LABEL-YEAR  TO ML-YEAR.
           MOVE WS-LABEL-MONTH TO ML-MONTH.
      *
       WRITE-FACTOR-ROWS.
           MOVE SPACES TO IBNR-REPORT-REC.
           WRITE IBNR-REPORT-REC.
           MOVE SPACES     TO TRIANGLE-LINE.
           MOVE 'DEV FCTR' TO TL-LABEL.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 11
               MOVE WS-DEV-FACTOR(WS-COL) TO WS-CELL-FACTOR
               MOVE WS-CELL-FACTOR TO TL-CELL(WS-COL)
           END-PERFORM.
           WRITE IBNR-REPORT-REC FROM TRIANGLE-LINE.
           MOVE SPACES     TO TRIANGLE-LINE.
           MOVE 'COMPLT %' TO TL-LABEL.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 12
               COMPUTE WS-CELL-PCT ROUNDED =
                       WS-COMPLETION(WS-COL) * 100
               MOVE WS-CELL-PCT TO TL-CELL(WS-COL)
           END-PERFORM.
           WRITE IBNR-REPORT-REC FROM TRIANGLE-LINE.
      *
       WRITE-RESERVE-SECTION.
           MOVE ZERO TO WS-TYPE-PAID WS-TYPE-ULTIMATE WS-TYPE-IBNR.
           MOVE SPACES TO IBNR-REPORT-REC.
           WRITE IBNR-REPORT-REC.
           MOVE 'ESTIMATED ULTIMATE AND IBNR RESERVE BY SERVICE MONTH'
                TO SC-TITLE.
           WRITE IBNR-REPORT-REC FROM SECTION-LINE.
           WRITE IBNR-REPORT-REC FROM RESERVE-HEADER-LINE.
           PERFORM WRITE-RESERVE-ROW
               VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 12.
           MOVE WS-TYPE-PAID     TO RT-PAID.
           MOVE WS-TYPE-ULTIMATE TO RT-ULTIMATE.
           MOVE WS-TYPE-IBNR     TO RT-IBNR.
           WRITE IBNR-REPORT-REC FROM RESERVE-TOTAL-LINE.
           MOVE WS-TYPE-IBNR TO WS-TYPE-IBNR-AMT(WS-TYPE-SUB).
           ADD  WS-TYPE-IBNR TO TOT-IBNR.
      *
       WRITE-RESERVE-ROW.
           COMPUTE WS-LAST-COL = 13 - WS-ROW.
           IF WS-COMPLETION(WS-LAST-COL) > ZERO
               COMPUTE WS-ULTIMATE ROUNDED =
                       WS-CUM-PAID(WS-TYPE-SUB, WS-ROW, WS-LAST-COL)
                     / WS-COMPLETION(WS-LAST-COL)
           ELSE
               MOVE WS-CUM-PAID(WS-TYPE-SUB, WS-ROW, WS-LAST-COL)
                    TO WS-ULTIMATE
           END-IF.
           COMPUTE WS-IBNR = WS-ULTIMATE
                   - WS-CUM-PAID(WS-TYPE-SUB, WS-ROW, WS-LAST-COL).
           ADD WS-CUM-PAID(WS-TYPE-SUB, WS-ROW, WS-LAST-COL)
               TO WS-TYPE-PAID.
           ADD WS-ULTIMATE TO WS-TYPE-ULTIMATE.
           ADD WS-IBNR     TO WS-TYPE-IBNR.
           PERFORM SET-ROW-LABEL.
           MOVE SPACES         TO RESERVE-LINE.
           MOVE WS-MONTH-LABEL TO RL-LABEL.
           MOVE WS-CUM-PAID(WS-TYPE-SUB, WS-ROW, WS-LAST-COL)
                TO RL-PAID.
           COMPUTE RL-PCT ROUNDED = WS-COMPLETION(WS-LAST-COL) * 100.
           MOVE WS-ULTIMATE    TO RL-ULTIMATE.
           MOVE WS-IBNR        TO RL-IBNR.
           WRITE IBNR-REPORT-REC FROM RESERVE-LINE.
      *
       WRITE-HEADINGS.
           MOVE WS-VAL-YEAR   TO HL-VAL-YEAR.
           MOVE WS-VAL-MONTH  TO HL-VAL-MONTH.
           MOVE WS-TODAY-DATE TO HL-TODAY.
           WRITE IBNR-REPORT-REC FROM HEADER-LINE-1.
      *
       WRITE-SUMMARY.
           MOVE SPACES TO IBNR-REPORT-REC.
           WRITE IBNR-REPORT-REC.
           MOVE 'IBNR RESERVE FOR THE QUARTER-END CLOSE' TO SC-TITLE.
           WRITE IBNR-REPORT-REC FROM SECTION-LINE.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 3
               EVALUATE WS-TYPE-SUB
                   WHEN 1 MOVE 'EMPLOYER PRIVATE'    TO SL-LABEL
                   WHEN 2 MOVE 'STANDARD MEDICARE'   TO SL-LABEL
                   WHEN 3 MOVE 'AFFORDABLE CARE ACT' TO SL-LABEL
               END-EVALUATE
               MOVE WS-TYPE-IBNR-AMT(WS-TYPE-SUB) TO SL-AMOUNT
               WRITE IBNR-REPORT-REC FROM SUMMARY-LINE
           END-PERFORM.
           MOVE 'TOTAL IBNR RESERVE'     TO SL-LABEL.
           MOVE TOT-IBNR                 TO SL-AMOUNT.
           WRITE IBNR-REPORT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO IBNR-REPORT-REC.
           WRITE IBNR-REPORT-REC.
           MOVE 'LAG RECORDS ON FILE       : ' TO FL-LABEL.
           MOVE TOT-RECORDS              TO FL-COUNT.
           WRITE IBNR-REPORT-REC FROM FOOTER-LINE.
           MOVE 'IN THE TRIANGLE           : ' TO FL-LABEL.
           MOVE TOT-IN-TRIANGLE          TO FL-COUNT.
           WRITE IBNR-REPORT-REC FROM FOOTER-LINE.
           MOVE 'PAID AFTER VALUATION MONTH: ' TO FL-LABEL.
           MOVE TOT-AFTER-VALUATION      TO FL-COUNT.
           WRITE IBNR-REPORT-REC FROM FOOTER-LINE.
           MOVE 'SERVICE BEFORE WINDOW     : ' TO FL-LABEL.
           MOVE TOT-BEFORE-WINDOW        TO FL-COUNT.
           WRITE IBNR-REPORT-REC FROM FOOTER-LINE.
           MOVE 'UNUSABLE RECORDS          : ' TO FL-LABEL.
           MOVE TOT-UNUSABLE             TO FL-COUNT.
           WRITE IBNR-REPORT-REC FROM FOOTER-LINE.
