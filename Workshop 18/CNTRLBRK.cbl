      *     decade break) feeds the report through an input/output
      *     procedure pair, so raw ACCTSORT input produces a correct
      *     report and the separate pre-sort job step disappears.
      * 11. The sort input procedure now edits every PRESIDENTS-REC
      *     before releasing it: term years numeric, in office order
      *     and not overlapping any other president's term, SALARY
      *     and NET-WORTH numeric and not negative, and USA-STATE on
      *     the state table.  A failure goes to the PRESEXCP
      *     exception report with its reason instead of the sort, so
      *     only clean records reach the report, the PRESEXTR
      *     extract and the statistics; the trailer counts records
      *     accepted and rejected.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT ACCT-REC   ASSIGN TO ACCTSORT.
           SELECT SORT-FILE  ASSIGN TO SORTWK01.
           SELECT EXTRACT-FILE ASSIGN TO PRESEXTR.
           SELECT EXCEPTION-FILE ASSIGN TO PRESEXCP.
           SELECT INFLATION-FILE ASSIGN TO INFLFACT
               FILE STATUS IS WS-INFL-STATUS.
      *-------------
           DATA RECORD IS EXTRACT-REC.
       01  EXTRACT-REC                  PIC X(200).
      *
      *   Input-edit exception report - one line per ACCTSORT
      *   record the edit step kept out of the sort, with the reason.
       FD  EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCEPTION-REC.
       01  EXCEPTION-REC                PIC X(133).
      *
      *   Inflation factors by decade - the multiplier that restates
      *   a decade's dollars in today's, loaded at startup so two
      *   centuries of salaries finally compare.
           05  FILLER                   PIC X(45) VALUE
               "Lowest constant-dollar net worth        : ".
           05  WS-LOWNW-CONST-PRES      PIC X(35).
      *-------------------------------------------------------------
      *    Input edit (sort input procedure).  USA-STATE must be one
      *    of the fifty states, compared in upper case; the term
      *    table holds every record's term years from a first pass
      *    over ACCTSORT so each term can be checked against the
      *    others before anything is released.
      *-------------------------------------------------------------
       01  WS-STATE-VALUES.
           05  FILLER                   PIC X(15) VALUE
               'ALABAMA'.
           05  FILLER                   PIC X(15) VALUE
               'ALASKA'.
           05  FILLER                   PIC X(15) VALUE
               'ARIZONA'.
           05  FILLER                   PIC X(15) VALUE
               'ARKANSAS'.
           05  FILLER                   PIC X(15) VALUE
               'CALIFORNIA'.
           05  FILLER                   PIC X(15) VALUE
               'COLORADO'.
           05  FILLER                   PIC X(15) VALUE
               'CONNECTICUT'.
           05  FILLER                   PIC X(15) VALUE
               'DELAWARE'.
           05  FILLER                   PIC X(15) VALUE
               'FLORIDA'.
           05  FILLER                   PIC X(15) VALUE
               'GEORGIA'.
           05  FILLER                   PIC X(15) VALUE
               'HAWAII'.
           05  FILLER                   PIC X(15) VALUE
               'IDAHO'.
           05  FILLER                   PIC X(15) VALUE
               'ILLINOIS'.
           05  FILLER                   PIC X(15) VALUE
               'INDIANA'.
           05  FILLER                   PIC X(15) VALUE
               'IOWA'.
           05  FILLER                   PIC X(15) VALUE
               'KANSAS'.
           05  FILLER                   PIC X(15) VALUE
               'KENTUCKY'.
           05  FILLER                   PIC X(15) VALUE
               'LOUISIANA'.
           05  FILLER                   PIC X(15) VALUE
               'MAINE'.
           05  FILLER                   PIC X(15) VALUE
               'MARYLAND'.
           05  FILLER                   PIC X(15) VALUE
               'MASSACHUSETTS'.
           05  FILLER                   PIC X(15) VALUE
               'MICHIGAN'.
           05  FILLER                   PIC X(15) VALUE
               'MINNESOTA'.
           05  FILLER                   PIC X(15) VALUE
               'MISSISSIPPI'.
           05  FILLER                   PIC X(15) VALUE
               'MISSOURI'.
           05  FILLER                   PIC X(15) VALUE
               'MONTANA'.
           05  FILLER                   PIC X(15) VALUE
               'NEBRASKA'.
           05  FILLER                   PIC X(15) VALUE
               'NEVADA'.
           05  FILLER                   PIC X(15) VALUE
               'NEW HAMPSHIRE'.
           05  FILLER                   PIC X(15) VALUE
               'NEW JERSEY'.
           05  FILLER                   PIC X(15) VALUE
               'NEW MEXICO'.
           05  FILLER                   PIC X(15) VALUE
               'NEW YORK'.
           05  FILLER                   PIC X(15) VALUE
               'NORTH CAROLINA'.
           05  FILLER                   PIC X(15) VALUE
               'NORTH DAKOTA'.
           05  FILLER                   PIC X(15) VALUE
               'OHIO'.
           05  FILLER                   PIC X(15) VALUE
               'OKLAHOMA'.
           05  FILLER                   PIC X(15) VALUE
               'OREGON'.
           05  FILLER                   PIC X(15) VALUE
               'PENNSYLVANIA'.
           05  FILLER                   PIC X(15) VALUE
               'RHODE ISLAND'.
           05  FILLER                   PIC X(15) VALUE
               'SOUTH CAROLINA'.
           05  FILLER                   PIC X(15) VALUE
               'SOUTH DAKOTA'.
           05  FILLER                   PIC X(15) VALUE
               'TENNESSEE'.
           05  FILLER                   PIC X(15) VALUE
               'TEXAS'.
           05  FILLER                   PIC X(15) VALUE
               'UTAH'.
           05  FILLER                   PIC X(15) VALUE
               'VERMONT'.
           05  FILLER                   PIC X(15) VALUE
               'VIRGINIA'.
           05  FILLER                   PIC X(15) VALUE
               'WASHINGTON'.
           05  FILLER                   PIC X(15) VALUE
               'WEST VIRGINIA'.
           05  FILLER                   PIC X(15) VALUE
               'WISCONSIN'.
           05  FILLER                   PIC X(15) VALUE
               'WYOMING'.
       01  WS-STATE-TABLE REDEFINES WS-STATE-VALUES.
           05  WS-STATE-NAME OCCURS 50 TIMES
                   INDEXED BY ST-IDX    PIC X(15).
       01  WS-TERM-TABLE.
           05  WS-TERM-ENTRY OCCURS 200 TIMES
                   INDEXED BY TT-IDX.
               10  WS-TT-REC-NO         PIC 9(4) COMP.
               10  WS-TT-START          PIC 9(4).
               10  WS-TT-END            PIC 9(4).
               10  WS-TT-LAST-NAME      PIC X(20).
               10  WS-TT-FIRST-NAME     PIC X(15).
       77  WS-TERM-TABLE-MAX            PIC 9(4) COMP VALUE 200.
       77  WS-TERM-TABLE-CTR            PIC 9(4) COMP VALUE 0.
       01  WS-EDIT-CONTROLS.
           05 WS-INPUT-REC-NO           PIC 9(4) COMP VALUE 0.
           05 WS-EDIT-STATE             PIC X(15) VALUE SPACES.
           05 WS-EDIT-REASON            PIC X(60) VALUE SPACES.
           05 WS-EDIT-SW                PIC X     VALUE 'Y'.
               88 RECORD-IS-CLEAN       VALUE 'Y'.
           05 WS-ACCEPTED-CTR           PIC 9(5)  VALUE 0.
           05 WS-REJECTED-CTR           PIC 9(5)  VALUE 0.
       01  WS-EXCP-HEADER-1.
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 FILLER                    PIC X(12) VALUE
                                                     'Report: A125'.
           05 FILLER                    PIC X(13) VALUE SPACES.
           05 FILLER                    PIC X(47) VALUE
               'Presidents Input Edit - Rejected Records'.
           05 EXCP-RPT-DATE             PIC XXXX/XX/XX.
       01  WS-EXCP-HEADER-2.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 FILLER                    PIC X(7)  VALUE 'REC NO'.
           05 FILLER                    PIC X(36) VALUE 'PRESIDENT'.
           05 FILLER                    PIC X(10) VALUE 'TERM'.
           05 FILLER                    PIC X(16) VALUE 'STATE'.
           05 FILLER                    PIC X(60) VALUE 'REASON'.
       01  WS-EXCP-DETAIL.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 EXCP-REC-NO               PIC ZZZ9.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 EXCP-FIRST-NAME           PIC X(15).
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 EXCP-LAST-NAME            PIC X(20).
           05 EXCP-TERM-START           PIC X(4).
           05 FILLER                    PIC X(1)  VALUE '-'.
           05 EXCP-TERM-END             PIC X(4).
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 EXCP-STATE                PIC X(16).
           05 EXCP-REASON               PIC X(60).
       01  WS-EXCP-TRLR-1.
           05 FILLER                    PIC X(45) VALUE
               "Input records accepted                  : ".
           05 WS-ACCEPTED-OUT           PIC ZZ,ZZ9.
       01  WS-EXCP-TRLR-2.
           05 FILLER                    PIC X(45) VALUE
               "Input records rejected by the edit      : ".
           05 WS-REJECTED-OUT           PIC ZZ,ZZ9.
      *
      *------------------
       PROCEDURE DIVISION.
      *
       010-SORT-INPUT SECTION.
       011-RELEASE-RAW-INPUT.
      *-----------------------------------------------------*
      *  Every record is edited before it is released; one   *
      *  that fails goes to the PRESEXCP exception report    *
      *  with the reason and never reaches the sort.         *
      *-----------------------------------------------------*
           PERFORM 013-LOAD-TERM-TABLE.
           MOVE FUNCTION CURRENT-DATE TO EXCP-RPT-DATE.
           OPEN INPUT ACCT-REC.
           OPEN OUTPUT EXCEPTION-FILE.
           WRITE EXCEPTION-REC FROM WS-EXCP-HEADER-1.
           WRITE EXCEPTION-REC FROM WS-BLANK-LINE.
           WRITE EXCEPTION-REC FROM WS-EXCP-HEADER-2.
           MOVE ZERO TO WS-INPUT-REC-NO.
           READ ACCT-REC  AT END
              MOVE 'Y' TO WS-EOF-INPUT-SW
           END-READ.
           PERFORM 012-RELEASE-ONE UNTIL EOF-INPUT.
           MOVE WS-ACCEPTED-CTR TO WS-ACCEPTED-OUT.
           MOVE WS-REJECTED-CTR TO WS-REJECTED-OUT.
           WRITE EXCEPTION-REC FROM WS-BLANK-LINE.
           WRITE EXCEPTION-REC FROM WS-EXCP-TRLR-1.
           WRITE EXCEPTION-REC FROM WS-EXCP-TRLR-2.
           CLOSE ACCT-REC.
           CLOSE EXCEPTION-FILE.
           MOVE 'N' TO WS-EOF-INPUT-SW.
           GO TO 019-SORT-INPUT-EXIT.
      *
       012-RELEASE-ONE.
           ADD 1 TO WS-INPUT-REC-NO.
           MOVE ACCT-REC-IN TO PRESIDENTS-REC.
           PERFORM 015-EDIT-RECORD THRU 017-EDIT-EXIT.
           IF RECORD-IS-CLEAN
               ADD 1 TO WS-ACCEPTED-CTR
               RELEASE SORT-REC FROM ACCT-REC-IN
           ELSE
               ADD 1 TO WS-REJECTED-CTR
               PERFORM 018-WRITE-EXCEPTION
           END-IF.
           READ ACCT-REC  AT END
              MOVE 'Y' TO WS-EOF-INPUT-SW
           END-READ.
      *
      *-----------------------------------------------------*
      *  First pass: every record's term years, so the edit  *
      *  can check a term against all the others whatever    *
      *  order ACCTSORT is in.                               *
      *-----------------------------------------------------*
       013-LOAD-TERM-TABLE.
           OPEN INPUT ACCT-REC.
           MOVE ZERO TO WS-INPUT-REC-NO.
           READ ACCT-REC  AT END
              MOVE 'Y' TO WS-EOF-INPUT-SW
           END-READ.
           PERFORM 014-LOAD-ONE-TERM UNTIL EOF-INPUT.
           CLOSE ACCT-REC.
           MOVE 'N' TO WS-EOF-INPUT-SW.
      *
       014-LOAD-ONE-TERM.
           ADD 1 TO WS-INPUT-REC-NO.
           MOVE ACCT-REC-IN TO PRESIDENTS-REC.
           IF TERM-START-YEAR NUMERIC AND TERM-END-YEAR NUMERIC
              AND WS-TERM-TABLE-CTR < WS-TERM-TABLE-MAX
               ADD 1 TO WS-TERM-TABLE-CTR
               SET TT-IDX TO WS-TERM-TABLE-CTR
               MOVE WS-INPUT-REC-NO  TO WS-TT-REC-NO(TT-IDX)
               MOVE TERM-START-YEAR  TO WS-TT-START(TT-IDX)
               MOVE TERM-END-YEAR    TO WS-TT-END(TT-IDX)
               MOVE LAST-NAME        TO WS-TT-LAST-NAME(TT-IDX)
               MOVE FIRST-NAME       TO WS-TT-FIRST-NAME(TT-IDX)
           END-IF.
           READ ACCT-REC  AT END
              MOVE 'Y' TO WS-EOF-INPUT-SW
           END-READ.
      *
      *-----------------------------------------------------*
      *  The edits, first failure wins: term years numeric,  *
      *  not before 1789 and not ending before they start;   *
      *  SALARY and NET-WORTH numeric and not negative;      *
      *  USA-STATE on the state table; and the term not      *
      *  overlapping another president's.  Terms that meet   *
      *  in a transition year (one ends 1797, the next       *
      *  starts 1797) do not overlap.                        *
      *-----------------------------------------------------*
       015-EDIT-RECORD.
           MOVE 'Y'    TO WS-EDIT-SW.
           MOVE SPACES TO WS-EDIT-REASON.
           IF TERM-START-YEAR NOT NUMERIC
              OR TERM-END-YEAR NOT NUMERIC
               MOVE 'TERM YEARS NOT NUMERIC' TO WS-EDIT-REASON
               GO TO 016-EDIT-REJECT
           END-IF.
           IF TERM-START-YEAR < 1789
               MOVE 'TERM STARTS BEFORE 1789' TO WS-EDIT-REASON
               GO TO 016-EDIT-REJECT
           END-IF.
           IF TERM-END-YEAR < TERM-START-YEAR
               MOVE 'TERM ENDS BEFORE IT STARTS' TO WS-EDIT-REASON
               GO TO 016-EDIT-REJECT
           END-IF.
           IF SALARY NOT NUMERIC
               MOVE 'SALARY NOT NUMERIC' TO WS-EDIT-REASON
               GO TO 016-EDIT-REJECT
           END-IF.
           IF SALARY < ZERO
               MOVE 'SALARY NEGATIVE' TO WS-EDIT-REASON
               GO TO 016-EDIT-REJECT
           END-IF.
           IF NET-WORTH NOT NUMERIC
               MOVE 'NET-WORTH NOT NUMERIC' TO WS-EDIT-REASON
               GO TO 016-EDIT-REJECT
           END-IF.
           IF NET-WORTH < ZERO
               MOVE 'NET-WORTH NEGATIVE' TO WS-EDIT-REASON
               GO TO 016-EDIT-REJECT
           END-IF.
           MOVE USA-STATE TO WS-EDIT-STATE.
           INSPECT WS-EDIT-STATE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           SET ST-IDX TO 1.
           SEARCH WS-STATE-NAME
               AT END
                   MOVE 'USA-STATE IS NOT A STATE' TO WS-EDIT-REASON
               WHEN WS-STATE-NAME(ST-IDX) = WS-EDIT-STATE
                   CONTINUE
           END-SEARCH.
           IF WS-EDIT-REASON NOT = SPACES
               GO TO 016-EDIT-REJECT
           END-IF.
           PERFORM VARYING TT-IDX FROM 1 BY 1 UNTIL
                   TT-IDX > WS-TERM-TABLE-CTR
                   OR WS-EDIT-REASON NOT = SPACES
               IF WS-TT-REC-NO(TT-IDX) NOT = WS-INPUT-REC-NO
                  AND TERM-START-YEAR < WS-TT-END(TT-IDX)
                  AND WS-TT-START(TT-IDX) < TERM-END-YEAR
                   STRING 'TERM OVERLAPS '  DELIMITED BY SIZE
                          WS-TT-FIRST-NAME(TT-IDX) DELIMITED BY '  '
                          ' '               DELIMITED BY SIZE
                          WS-TT-LAST-NAME(TT-IDX)  DELIMITED BY '  '
                          ' '               DELIMITED BY SIZE
                          WS-TT-START(TT-IDX)      DELIMITED BY SIZE
                          '-'               DELIMITED BY SIZE
                          WS-TT-END(TT-IDX)        DELIMITED BY SIZE
                       INTO WS-EDIT-REASON
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-EDIT-REASON NOT = SPACES
               GO TO 016-EDIT-REJECT
           END-IF.
           GO TO 017-EDIT-EXIT.
      *
       016-EDIT-REJECT.
           MOVE 'N' TO WS-EDIT-SW.
      *
       017-EDIT-EXIT.
           EXIT.
      *
       018-WRITE-EXCEPTION.
           MOVE SPACES           TO EXCEPTION-REC.
           MOVE WS-INPUT-REC-NO  TO EXCP-REC-NO.
           MOVE FIRST-NAME       TO EXCP-FIRST-NAME.
           MOVE LAST-NAME        TO EXCP-LAST-NAME.
           MOVE TERM-YEARS(1:4)  TO EXCP-TERM-START.
           MOVE TERM-YEARS(5:4)  TO EXCP-TERM-END.
           MOVE USA-STATE        TO EXCP-STATE.
           MOVE WS-EDIT-REASON   TO EXCP-REASON.
           WRITE EXCEPTION-REC FROM WS-EXCP-DETAIL.
      *
       019-SORT-INPUT-EXIT.
           EXIT.
      *
       020-REPORT-BODY SECTION.
           WRITE PRINT-REC FROM WS-TRLR-LINE-14.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-TRLR-LINE-15.
      *--------------------------------------------------------*
      *  How much of ACCTSORT the input edit let through - the *
      *  rejects are itemized on the PRESEXCP exception report. *
      *--------------------------------------------------------*
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-EXCP-TRLR-1.
           WRITE PRINT-REC FROM WS-EXCP-TRLR-2.

       900-WRAP-UP.
           CLOSE PRINT-LINE.
