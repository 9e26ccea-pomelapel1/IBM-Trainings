       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREBILL.
      *--------------------------------------------------------------*
      * Workshop 15 -  Pre-billing report over the Employee's
      *     Projects File.  Shows, project by project, the work
      *     EMPINV would invoice on its next run: per employee the
      *     days and overtime hours not yet billed (EMP-NBR-DAYS-ON-
      *     PROJ / EMP-NBR-OT-HOURS less the billed-to-date marks)
      *     and what they come to at the row's billing rates, with a
      *     total per project and for the run.  A negative figure is
      *     a credit for a correction below what was already billed.
      *     Projects closed or not on the project master (PROJMSTR)
      *     are shown but flagged - EMPINV will not invoice them.
      *     Nothing is updated; run it before EMPINV to check the
      *     billing.  Employees are named from EMPMAST by the id.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE        ASSIGN TO EMPPROJ.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPMAST.
           SELECT PROJECT-MASTER-FILE ASSIGN TO PROJMSTR.
           SELECT PREBILL-REPORT    ASSIGN TO PREBLRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE RECORDING MODE F.
           COPY EMPPROJ.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY EMPMAST.
      *
       FD  PROJECT-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROJECT-MASTER-REC.
       01  PROJECT-MASTER-REC.
           05  PJ-CODE                  PIC X(04).
           05  PJ-CLIENT-NAME           PIC X(25).
           05  PJ-BUDGET                PIC 9(07)V99.
           05  PJ-STATUS                PIC X(01).
           05  FILLER                   PIC X(01).
      *
       FD  PREBILL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PREBILL-REPORT-REC.
       01  PREBILL-REPORT-REC               PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  PROJECT-INDEX                    PIC S9(4) COMP.
       77  TABLE-MAX                        PIC S9(4) COMP.
       77  TABLE-SIZE-MAX                   PIC S9(4) COMP VALUE 200.
       77  SW-END-OF-FILE                   PIC X(01) VALUE SPACES.
                88 END-OF-FILE   VALUE 'Y'.
      *
       01  EMP-PROJECT-TABLE.
           05 EMP-PROJECT-ITEM OCCURS 200 TIMES
                INDEXED BY PROJ-IDX.
                10 EMP-PROJECT               PIC X(4).
                10 EMP-ID                    PIC X(05).
                10 EMP-NAME                  PIC X(20).
                10 EMP-PER-DAY-BILLING-RATE  PIC 9(03)V99.
                10 EMP-PER-HOUR-OT-RATE      PIC 9(03)V99.
                10 EMP-UNBILLED-DAYS         PIC S9(03).
                10 EMP-UNBILLED-OT-HOURS     PIC S9(03).
      *
      *    Employee names from the master, by employee id.
       01  EMP-NAME-TABLE.
           05 EMP-NAME-ENTRIES OCCURS 200 TIMES
                   INDEXED BY NM-IDX.
              10 NM-EMP-ID                  PIC X(05).
              10 NM-EMP-NAME                PIC X(20).
       01  WS-NM-CTR                        PIC S9(4) COMP VALUE ZERO.
       01  WS-NM-MAX                        PIC S9(4) COMP VALUE 200.
       01  WS-HOLD-NAME                     PIC X(20) VALUE SPACES.
      *
      *    Project master codes, statuses and clients.
       01  WS-PROJECT-MASTER-TABLE.
           05  WS-PJ-ENTRY OCCURS 50 TIMES
                   INDEXED BY PJ-IDX.
               10  WS-PJ-CODE               PIC X(04).
               10  WS-PJ-CLIENT             PIC X(25).
               10  WS-PJ-STATUS             PIC X(01).
       01  WS-PJ-CTR                        PIC S9(4) COMP VALUE ZERO.
       01  WS-PJ-MAX                        PIC S9(4) COMP VALUE 50.
      *
      *    Distinct projects on EMPPROJ - same FIND-OR-ADD idiom as
      *    EMPINV's invoice project list.
       01  WS-PROJECT-LIST.
           05  WS-PL-ENTRY OCCURS 50 TIMES
                   INDEXED BY PL-IDX.
               10  WS-PL-PROJECT            PIC X(04).
       01  WS-PL-CTR                        PIC S9(4) COMP VALUE ZERO.
      *
       01  WS-PROJ-STATUS-SW                PIC X VALUE 'N'.
           88  PROJ-OPEN                    VALUE 'O'.
           88  PROJ-CLOSED                  VALUE 'C'.
       01  WS-HOLD-CLIENT                   PIC X(25) VALUE SPACES.
       01  WS-BILLED-DAYS                   PIC 9(03) VALUE ZERO.
       01  WS-BILLED-OT-HOURS               PIC 9(03) VALUE ZERO.
       01  WS-LINE-AMOUNT                   PIC S9(7)V99 VALUE ZERO.
       01  WS-PROJ-LINES                    PIC 9(03) VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-PROJ-DAYS                PIC S9(5) VALUE ZERO.
           05  TOT-PROJ-OT-HOURS            PIC S9(5) VALUE ZERO.
           05  TOT-PROJ-AMOUNT              PIC S9(9)V99 VALUE ZERO.
           05  TOT-RUN-DAYS                 PIC S9(5) VALUE ZERO.
           05  TOT-RUN-OT-HOURS             PIC S9(5) VALUE ZERO.
           05  TOT-RUN-AMOUNT               PIC S9(9)V99 VALUE ZERO.
           05  TOT-NOT-INVOICED-AMOUNT      PIC S9(9)V99 VALUE ZERO.
      *
       01  SECTION-PROJECT-LINE.
           05  FILLER                   PIC X(09) VALUE 'PROJECT: '.
           05  SP-PROJECT               PIC X(04).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SP-CLIENT                PIC X(25).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SP-NOTE                  PIC X(40).
       01  COLUMN-HEADING-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(27) VALUE 'EMPLOYEE'.
           05  FILLER                   PIC X(40) VALUE
               '    DAYS   DAY RATE  OT HRS    OT RATE'.
           05  FILLER                   PIC X(15) VALUE
               '         AMOUNT'.
       01  UNBILLED-DETAIL-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  UD-EMP-ID                PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UD-NAME                  PIC X(20).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  UD-DAYS                  PIC -ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  UD-DAY-RATE              PIC ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  UD-OT-HOURS              PIC -ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  UD-OT-RATE               PIC ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UD-AMOUNT                PIC $$$,$$$,$$9.99-.
       01  NOTHING-UNBILLED-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(40) VALUE
               '** NOTHING UNBILLED ON THIS PROJECT'.
       01  PROJECT-TOTAL-LINE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE
               'PROJECT TOTAL'.
           05  PT-DAYS                  PIC -ZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  PT-OT-HOURS              PIC -ZZ,ZZ9.
           05  FILLER                   PIC X(11) VALUE SPACES.
           05  PT-AMOUNT                PIC $$$,$$$,$$9.99-.
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE
               'TOTAL UNBILLED'.
           05  SL1-DAYS                 PIC -ZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  SL1-OT-HOURS             PIC -ZZ,ZZ9.
           05  FILLER                   PIC X(11) VALUE SPACES.
           05  SL1-AMOUNT               PIC $$$,$$$,$$9.99-.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(55) VALUE
               'OF WHICH ON PROJECTS THAT WILL NOT BE INVOICED'.
           05  SL2-AMOUNT               PIC $$$,$$$,$$9.99-.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(55) VALUE
               'TO BE INVOICED BY THE NEXT EMPINV RUN'.
           05  SL3-AMOUNT               PIC $$$,$$$,$$9.99-.
       01  HEADER-LINE-1.
           05  FILLER                   PIC X(45) VALUE
               'PRE-BILLING REPORT - UNBILLED WORK BY PROJECT'.
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-REPORT-ONE-PROJECT
               VARYING PL-IDX FROM 1 BY 1
               UNTIL PL-IDX > WS-PL-CTR.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       000-HOUSEKEEPING.
           INITIALIZE EMP-PROJECT-TABLE.
           MOVE ZERO TO TABLE-MAX.
           PERFORM 050-LOAD-EMPLOYEE-NAMES.
           OPEN INPUT INPUT-FILE, PROJECT-MASTER-FILE.
           OPEN OUTPUT PREBILL-REPORT.
           PERFORM 070-LOAD-PROJECT-MASTER.
           WRITE PREBILL-REPORT-REC FROM HEADER-LINE-1.
           MOVE  SPACES TO PREBILL-REPORT-REC.
           WRITE PREBILL-REPORT-REC.
           READ INPUT-FILE
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
           PERFORM VARYING PROJECT-INDEX FROM 1 BY 1
              UNTIL PROJECT-INDEX > TABLE-SIZE-MAX
                     OR END-OF-FILE
                MOVE EMP-PROJECT-I TO
                        EMP-PROJECT (PROJECT-INDEX)
                MOVE EMP-ID-I TO
                        EMP-ID (PROJECT-INDEX)
                PERFORM 060-LOOKUP-EMPLOYEE-NAME
                MOVE WS-HOLD-NAME TO
                        EMP-NAME (PROJECT-INDEX)
                MOVE EMP-PER-DAY-BILLING-RATE-I TO
                        EMP-PER-DAY-BILLING-RATE (PROJECT-INDEX)
                MOVE EMP-PER-HOUR-OT-RATE-I  TO
                        EMP-PER-HOUR-OT-RATE (PROJECT-INDEX)
                PERFORM 080-SET-UNBILLED-WORK
                ADD 1 TO TABLE-MAX
                READ INPUT-FILE
                    AT END MOVE 'Y' TO  SW-END-OF-FILE
                END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'WARNING: EMPPROJ HAS MORE THAN '
                       TABLE-SIZE-MAX
                       ' ROWS - REMAINING ROWS NOT REPORTED'
           END-IF.
      *    Distinct project list.
           PERFORM VARYING PROJ-IDX FROM 1 BY 1
                   UNTIL PROJ-IDX > TABLE-MAX
             SET PL-IDX TO 1
             SEARCH WS-PL-ENTRY
                 AT END
                     IF WS-PL-CTR < 50
                         ADD 1 TO WS-PL-CTR
                         SET PL-IDX TO WS-PL-CTR
                         MOVE EMP-PROJECT(PROJ-IDX)
                              TO WS-PL-PROJECT(PL-IDX)
                     END-IF
                 WHEN WS-PL-PROJECT(PL-IDX) = EMP-PROJECT(PROJ-IDX)
                     CONTINUE
             END-SEARCH
           END-PERFORM.
      *
       050-LOAD-EMPLOYEE-NAMES.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           READ EMPLOYEE-MASTER-FILE
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
           PERFORM VARYING NM-IDX FROM 1 BY 1
              UNTIL NM-IDX > WS-NM-MAX OR END-OF-FILE
                ADD 1 TO WS-NM-CTR
                MOVE EM-EMP-ID TO NM-EMP-ID (NM-IDX)
                MOVE EM-NAME   TO NM-EMP-NAME (NM-IDX)
                READ EMPLOYEE-MASTER-FILE
                    AT END MOVE 'Y' TO SW-END-OF-FILE
                END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
           MOVE SPACES TO SW-END-OF-FILE.
      *
      *    Name for EMP-ID-I into WS-HOLD-NAME - an id not on the
      *    master shows as UNKNOWN plus the id.
       060-LOOKUP-EMPLOYEE-NAME.
           MOVE SPACES TO WS-HOLD-NAME.
           STRING '** UNKNOWN ' EMP-ID-I
                  DELIMITED BY SIZE INTO WS-HOLD-NAME.
           SET NM-IDX TO 1.
           SEARCH EMP-NAME-ENTRIES
               AT END
                   CONTINUE
               WHEN NM-IDX > WS-NM-CTR
                   CONTINUE
               WHEN NM-EMP-ID (NM-IDX) = EMP-ID-I
                   MOVE NM-EMP-NAME (NM-IDX) TO WS-HOLD-NAME
           END-SEARCH.
      *
       070-LOAD-PROJECT-MASTER.
           MOVE 'N' TO SW-END-OF-FILE.
           READ PROJECT-MASTER-FILE
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
           PERFORM VARYING PJ-IDX FROM 1 BY 1 UNTIL
                   PJ-IDX > WS-PJ-MAX OR END-OF-FILE
               ADD 1 TO WS-PJ-CTR
               MOVE PJ-CODE        TO WS-PJ-CODE(PJ-IDX)
               MOVE PJ-CLIENT-NAME TO WS-PJ-CLIENT(PJ-IDX)
               MOVE PJ-STATUS      TO WS-PJ-STATUS(PJ-IDX)
               READ PROJECT-MASTER-FILE
                   AT END MOVE 'Y' TO SW-END-OF-FILE
               END-READ
           END-PERFORM.
           MOVE 'N' TO SW-END-OF-FILE.
      *
      *    Unbilled work worked out exactly as EMPINV does - a row
      *    with no billed-to-date marks yet counts as nothing billed.
       080-SET-UNBILLED-WORK.
           IF EMP-BILLED-DAYS-I NUMERIC
               MOVE EMP-BILLED-DAYS-I TO WS-BILLED-DAYS
           ELSE
               MOVE ZERO TO WS-BILLED-DAYS
           END-IF.
           IF EMP-BILLED-OT-HOURS-I NUMERIC
               MOVE EMP-BILLED-OT-HOURS-I TO WS-BILLED-OT-HOURS
           ELSE
               MOVE ZERO TO WS-BILLED-OT-HOURS
           END-IF.
           COMPUTE EMP-UNBILLED-DAYS (PROJECT-INDEX) =
                   EMP-NBR-DAYS-ON-PROJ-I - WS-BILLED-DAYS.
           COMPUTE EMP-UNBILLED-OT-HOURS (PROJECT-INDEX) =
                   EMP-NBR-OT-HOURS-I - WS-BILLED-OT-HOURS.
      *
       100-REPORT-ONE-PROJECT.
           MOVE 'N' TO WS-PROJ-STATUS-SW.
           MOVE '** NOT ON PROJECT MASTER' TO WS-HOLD-CLIENT.
           SET PJ-IDX TO 1.
           SEARCH WS-PJ-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PJ-CODE(PJ-IDX) = WS-PL-PROJECT(PL-IDX)
                   MOVE WS-PJ-CLIENT(PJ-IDX) TO WS-HOLD-CLIENT
                   IF WS-PJ-STATUS(PJ-IDX) = 'C'
                       SET PROJ-CLOSED TO TRUE
                   ELSE
                       SET PROJ-OPEN TO TRUE
                   END-IF
           END-SEARCH.
           MOVE WS-PL-PROJECT(PL-IDX) TO SP-PROJECT.
           MOVE WS-HOLD-CLIENT        TO SP-CLIENT.
           EVALUATE TRUE
               WHEN PROJ-OPEN
                   MOVE SPACES TO SP-NOTE
               WHEN PROJ-CLOSED
                   MOVE '** CLOSED - WILL NOT BE INVOICED' TO SP-NOTE
               WHEN OTHER
                   MOVE '** UNKNOWN - WILL NOT BE INVOICED'
                        TO SP-NOTE
           END-EVALUATE.
           MOVE SPACES TO PREBILL-REPORT-REC.
           WRITE PREBILL-REPORT-REC.
           WRITE PREBILL-REPORT-REC FROM SECTION-PROJECT-LINE.
           WRITE PREBILL-REPORT-REC FROM COLUMN-HEADING-LINE.
           MOVE ZERO TO TOT-PROJ-DAYS TOT-PROJ-OT-HOURS
                        TOT-PROJ-AMOUNT WS-PROJ-LINES.
           PERFORM VARYING PROJ-IDX FROM 1 BY 1
                   UNTIL PROJ-IDX > TABLE-MAX
               IF EMP-PROJECT(PROJ-IDX) = WS-PL-PROJECT(PL-IDX)
                  AND (EMP-UNBILLED-DAYS(PROJ-IDX) NOT = ZERO
                    OR EMP-UNBILLED-OT-HOURS(PROJ-IDX) NOT = ZERO)
                   PERFORM 200-WRITE-UNBILLED-LINE
               END-IF
           END-PERFORM.
           IF WS-PROJ-LINES = ZERO
               WRITE PREBILL-REPORT-REC FROM NOTHING-UNBILLED-LINE
           ELSE
               MOVE TOT-PROJ-DAYS     TO PT-DAYS
               MOVE TOT-PROJ-OT-HOURS TO PT-OT-HOURS
               MOVE TOT-PROJ-AMOUNT   TO PT-AMOUNT
               WRITE PREBILL-REPORT-REC FROM PROJECT-TOTAL-LINE
           END-IF.
           ADD TOT-PROJ-DAYS     TO TOT-RUN-DAYS.
           ADD TOT-PROJ-OT-HOURS TO TOT-RUN-OT-HOURS.
           ADD TOT-PROJ-AMOUNT   TO TOT-RUN-AMOUNT.
           IF NOT PROJ-OPEN
               ADD TOT-PROJ-AMOUNT TO TOT-NOT-INVOICED-AMOUNT
           END-IF.
      *
       200-WRITE-UNBILLED-LINE.
           COMPUTE WS-LINE-AMOUNT =
                   (EMP-UNBILLED-DAYS(PROJ-IDX) *
                    EMP-PER-DAY-BILLING-RATE(PROJ-IDX)) +
                   (EMP-UNBILLED-OT-HOURS(PROJ-IDX) *
                    EMP-PER-HOUR-OT-RATE(PROJ-IDX)).
           ADD 1 TO WS-PROJ-LINES.
           ADD EMP-UNBILLED-DAYS(PROJ-IDX)     TO TOT-PROJ-DAYS.
           ADD EMP-UNBILLED-OT-HOURS(PROJ-IDX) TO TOT-PROJ-OT-HOURS.
           ADD WS-LINE-AMOUNT                  TO TOT-PROJ-AMOUNT.
           MOVE EMP-ID(PROJ-IDX)                   TO UD-EMP-ID.
           MOVE EMP-NAME(PROJ-IDX)                 TO UD-NAME.
           MOVE EMP-UNBILLED-DAYS(PROJ-IDX)        TO UD-DAYS.
           MOVE EMP-PER-DAY-BILLING-RATE(PROJ-IDX) TO UD-DAY-RATE.
           MOVE EMP-UNBILLED-OT-HOURS(PROJ-IDX)    TO UD-OT-HOURS.
           MOVE EMP-PER-HOUR-OT-RATE(PROJ-IDX)     TO UD-OT-RATE.
           MOVE WS-LINE-AMOUNT                     TO UD-AMOUNT.
           WRITE PREBILL-REPORT-REC FROM UNBILLED-DETAIL-LINE.
      *
       900-WRAP-UP.
           MOVE SPACES TO PREBILL-REPORT-REC.
           WRITE PREBILL-REPORT-REC.
           MOVE TOT-RUN-DAYS     TO SL1-DAYS.
           MOVE TOT-RUN-OT-HOURS TO SL1-OT-HOURS.
           MOVE TOT-RUN-AMOUNT   TO SL1-AMOUNT.
           WRITE PREBILL-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE TOT-NOT-INVOICED-AMOUNT TO SL2-AMOUNT.
           WRITE PREBILL-REPORT-REC FROM SUMMARY-LINE-2.
           SUBTRACT TOT-NOT-INVOICED-AMOUNT FROM TOT-RUN-AMOUNT
               GIVING TOT-PROJ-AMOUNT.
           MOVE TOT-PROJ-AMOUNT TO SL3-AMOUNT.
           WRITE PREBILL-REPORT-REC FROM SUMMARY-LINE-3.
           CLOSE INPUT-FILE, PROJECT-MASTER-FILE, PREBILL-REPORT.
