       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCEDIT.
       ENVIRONMENT DIVISION.
      *******************************************************
      *    Timecard Pre-Edit and Supervisor Approval         *
      *                                                      *
      *    Runs ahead of MILLARD and LABDIST so a bad card   *
      *    is caught before people are paid, not after.      *
      *    Every card on TIMECARD is checked against:        *
      *                                                      *
      *      - the employee master (EMPMAST) - an employee   *
      *        terminated and already paid out is held;      *
      *      - the project master (PROJMSTR) - a charged     *
      *        project code must exist and not be closed;    *
      *      - the hour-reasonability limits on the TCCTL    *
      *        control file (defaults when it is missing);   *
      *      - duplicates - two current-week cards for one   *
      *        employee are both held, since which one is    *
      *        right is payroll's call;                      *
      *      - an approval on TCAPPRV for the pay week from  *
      *        the supervisor of the employee's department   *
      *        (DEPTSUPV).                                   *
      *                                                      *
      *    Clean, approved cards are written unchanged to    *
      *    TCEDITO, which is the TIMECARD input to MILLARD   *
      *    and LABDIST.  Held cards are listed with every    *
      *    reason on the TCHOLD report; any hold ends the    *
      *    job with return code 4, and MILLARD will not run  *
      *    for the business date until a clean TCEDIT        *
      *    completion is stamped on RUNCTL.                  *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMECARD-FILE      ASSIGN TO TIMECARD.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPMAST.
           SELECT PROJECT-MASTER-FILE ASSIGN TO PROJMSTR.
           SELECT DEPT-SUPERVISOR-FILE ASSIGN TO DEPTSUPV
               FILE STATUS IS WS-SUPV-STATUS.
           SELECT APPROVAL-FILE      ASSIGN TO TCAPPRV
               FILE STATUS IS WS-APPR-STATUS.
           SELECT EDIT-CONTROL-FILE  ASSIGN TO TCCTL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT TIMECARD-OUT       ASSIGN TO TCEDITO.
           SELECT HOLD-REPORT        ASSIGN TO TCHOLD.
       DATA DIVISION.
       FILE SECTION.
       FD  TIMECARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIMECARD-REC.
           COPY TIMECARD.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY EMPMAST.
      *
      *    Same 40-byte project master EMPINV and PROJBUD read.
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
               88  PJ-OPEN              VALUE 'O'.
               88  PJ-CLOSED            VALUE 'C'.
           05  FILLER                   PIC X(01).
      *
      *    One row per department: who approves its timecards.
       FD  DEPT-SUPERVISOR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEPT-SUPERVISOR-REC.
       01  DEPT-SUPERVISOR-REC.
           05  DS-DEPT                  PIC X(04).
           05  DS-SUPV-ID               PIC X(05).
           05  DS-SUPV-NAME             PIC X(20).
           05  FILLER                   PIC X(11).
      *
      *    Supervisor approvals for the pay week - 'A' approves the
      *    employee's cards for TA-WEEK-ENDING, 'R' rejects them.
      *    A later record for the same employee and week replaces
      *    an earlier one.
       FD  APPROVAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPROVAL-REC.
       01  APPROVAL-REC.
           05  TA-EMP-ID                PIC X(05).
           05  TA-WEEK-ENDING           PIC 9(08).
           05  TA-SUPV-ID               PIC X(05).
           05  TA-APPROVE-DATE          PIC 9(08).
           05  TA-ACTION                PIC X(01).
               88  TA-APPROVED          VALUE 'A'.
               88  TA-REJECTED          VALUE 'R'.
           05  FILLER                   PIC X(13).
      *
      *    Hour-reasonability limits, per card.  A zero or
      *    non-numeric field keeps the default.
       FD  EDIT-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDIT-CONTROL-REC.
       01  EDIT-CONTROL-REC.
           05  TL-MAX-REG-HOURS         PIC 9(03).
           05  TL-MAX-VAC-HOURS         PIC 9(03).
           05  TL-MAX-SICK-HOURS        PIC 9(03).
           05  TL-MAX-HOL-HOURS         PIC 9(03).
           05  TL-MAX-TOTAL-HOURS       PIC 9(03).
           05  TL-MAX-ADJ-HOURS         PIC 9(03).
           05  FILLER                   PIC X(62).
      *
      *    Business-date override - the pay week being approved is
      *    the one MILLARD will pay under the same date.
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
       FD  TIMECARD-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIMECARD-OUT-REC.
       01  TIMECARD-OUT-REC             PIC X(50).
      *
       FD  HOLD-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLD-REPORT-REC.
       01  HOLD-REPORT-REC              PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-SUPV-STATUS               PIC X(02) VALUE SPACES.
       01  WS-APPR-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
      *
      *    Shared report-heading block (see RPTPARM.cpy).
       COPY RPTPARM.
      *    Run-control block (see JOBPARM.cpy) - MILLARD checks
      *    this job's completion on RUNCTL before it will run.
       COPY JOBPARM.
      *
      *    Hour limits (TCCTL overrides).
       01  WS-MAX-REG-HOURS             PIC 9(03) VALUE 060.
       01  WS-MAX-VAC-HOURS             PIC 9(03) VALUE 040.
       01  WS-MAX-SICK-HOURS            PIC 9(03) VALUE 040.
       01  WS-MAX-HOL-HOURS             PIC 9(03) VALUE 016.
       01  WS-MAX-TOTAL-HOURS           PIC 9(03) VALUE 080.
       01  WS-MAX-ADJ-HOURS             PIC 9(03) VALUE 040.
      *
      *    The whole week's cards are held so duplicates can be
      *    found before any card is passed.
       01  WS-CARD-TABLE.
           05  WS-CD-ENTRY OCCURS 500 TIMES
                   INDEXED BY CD-IDX, CD2-IDX.
               10  WS-CD-RECORD         PIC X(50).
       01  WS-CD-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-CD-MAX                    PIC S9(4) COMP VALUE 500.
      *
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 200 TIMES
                   INDEXED BY EMP-IDX.
               10  WS-EMP-ID            PIC X(05).
               10  WS-EMP-NAME          PIC X(20).
               10  WS-EMP-DEPT          PIC X(04).
               10  WS-EMP-PAID-OUT-SW   PIC X(01).
                   88  EMP-PAID-OUT     VALUE 'Y'.
       01  WS-EMP-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-EMP-MAX                   PIC S9(4) COMP VALUE 200.
      *
       01  WS-PROJ-TABLE.
           05  WS-PJ-ENTRY OCCURS 300 TIMES
                   INDEXED BY PJ-IDX.
               10  WS-PJ-CODE           PIC X(04).
               10  WS-PJ-STATUS         PIC X(01).
       01  WS-PJ-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-PJ-MAX                    PIC S9(4) COMP VALUE 300.
      *
       01  WS-SUPV-TABLE.
           05  WS-SV-ENTRY OCCURS 50 TIMES
                   INDEXED BY SV-IDX.
               10  WS-SV-DEPT           PIC X(04).
               10  WS-SV-SUPV-ID        PIC X(05).
       01  WS-SV-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-SV-MAX                    PIC S9(4) COMP VALUE 50.
      *
       01  WS-APPR-TABLE.
           05  WS-AP-ENTRY OCCURS 500 TIMES
                   INDEXED BY AP-IDX.
               10  WS-AP-EMP-ID         PIC X(05).
               10  WS-AP-SUPV-ID        PIC X(05).
               10  WS-AP-ACTION         PIC X(01).
       01  WS-AP-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-AP-MAX                    PIC S9(4) COMP VALUE 500.
      *
       01  WS-CARD-WORK.
           05  WS-HOLD-SW               PIC X     VALUE 'N'.
               88  CARD-HELD            VALUE 'Y'.
           05  WS-EMP-FOUND-SW          PIC X     VALUE 'N'.
               88  EMP-FOUND            VALUE 'Y'.
           05  WS-HOLD-NAME             PIC X(20) VALUE SPACES.
           05  WS-HOLD-DEPT             PIC X(04) VALUE SPACES.
           05  WS-HOLD-SUPV             PIC X(05) VALUE SPACES.
           05  WS-HOLD-REASON           PIC X(50) VALUE SPACES.
           05  WS-TOTAL-HOURS           PIC 9(04) VALUE ZERO.
           05  WS-DUP-CTR               PIC 9(03) VALUE ZERO.
           05  WS-ADJ-HOURS             PIC S9(03) VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-CARDS-READ           PIC 9(5)  VALUE ZERO.
           05  TOT-CARDS-PASSED         PIC 9(5)  VALUE ZERO.
           05  TOT-CARDS-HELD           PIC 9(5)  VALUE ZERO.
           05  TOT-HOLD-LINES           PIC 9(5)  VALUE ZERO.
      *
       01  COLUMN-HEADING-LINE.
           05  FILLER                   PIC X(07) VALUE 'EMP ID'.
           05  FILLER                   PIC X(22) VALUE 'NAME'.
           05  FILLER                   PIC X(06) VALUE 'PROJ'.
           05  FILLER                   PIC X(05) VALUE 'TYPE'.
           05  FILLER                   PIC X(24) VALUE
               '  REG  VAC SICK  HOL'.
           05  FILLER                   PIC X(30) VALUE
               'HOLD REASON'.
      *
       01  HOLD-DETAIL-LINE.
           05  HL-EMP-ID                PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HL-NAME                  PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HL-PROJECT               PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HL-TYPE                  PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HL-REG                   PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  HL-VAC                   PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  HL-SICK                  PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  HL-HOL                   PIC ZZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  HL-REASON                PIC X(50).
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X(30) VALUE
               'TIMECARDS READ         : '.
           05  SL-READ                  PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X(30) VALUE
               'TIMECARDS PASSED       : '.
           05  SL-PASSED                PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X(30) VALUE
               'TIMECARDS HELD         : '.
           05  SL-HELD                  PIC ZZ,ZZ9.
       01  VERDICT-LINE.
           05  VL-VERDICT               PIC X(60).
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-EDIT-LIMITS.
           PERFORM LOAD-EMPLOYEE-MASTER.
           PERFORM LOAD-PROJECT-MASTER.
           PERFORM LOAD-SUPERVISORS.
           PERFORM LOAD-APPROVALS.
           PERFORM LOAD-TIMECARDS.
           PERFORM WRITE-HEADINGS.
           PERFORM EDIT-ONE-CARD
               VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > WS-CD-CTR.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           IF TOT-CARDS-HELD > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           PERFORM STAMP-RUN-COMPLETE.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  TIMECARD-FILE, EMPLOYEE-MASTER-FILE,
                       PROJECT-MASTER-FILE.
           OPEN OUTPUT TIMECARD-OUT, HOLD-REPORT.
      *
       CLOSE-FILES.
           CLOSE TIMECARD-FILE, EMPLOYEE-MASTER-FILE,
                 PROJECT-MASTER-FILE, TIMECARD-OUT, HOLD-REPORT.
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
      *    Missing TCCTL keeps the default limits.
       LOAD-EDIT-LIMITS.
           OPEN INPUT EDIT-CONTROL-FILE.
           IF WS-CTL-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ EDIT-CONTROL-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   IF TL-MAX-REG-HOURS NUMERIC
                      AND TL-MAX-REG-HOURS > ZERO
                       MOVE TL-MAX-REG-HOURS TO WS-MAX-REG-HOURS
                   END-IF
                   IF TL-MAX-VAC-HOURS NUMERIC
                      AND TL-MAX-VAC-HOURS > ZERO
                       MOVE TL-MAX-VAC-HOURS TO WS-MAX-VAC-HOURS
                   END-IF
                   IF TL-MAX-SICK-HOURS NUMERIC
                      AND TL-MAX-SICK-HOURS > ZERO
                       MOVE TL-MAX-SICK-HOURS TO WS-MAX-SICK-HOURS
                   END-IF
                   IF TL-MAX-HOL-HOURS NUMERIC
                      AND TL-MAX-HOL-HOURS > ZERO
                       MOVE TL-MAX-HOL-HOURS TO WS-MAX-HOL-HOURS
                   END-IF
                   IF TL-MAX-TOTAL-HOURS NUMERIC
                      AND TL-MAX-TOTAL-HOURS > ZERO
                       MOVE TL-MAX-TOTAL-HOURS TO WS-MAX-TOTAL-HOURS
                   END-IF
                   IF TL-MAX-ADJ-HOURS NUMERIC
                      AND TL-MAX-ADJ-HOURS > ZERO
                       MOVE TL-MAX-ADJ-HOURS TO WS-MAX-ADJ-HOURS
                   END-IF
               END-IF
               CLOSE EDIT-CONTROL-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       LOAD-EMPLOYEE-MASTER.
           MOVE 'N' TO EOF-STAT.
           READ EMPLOYEE-MASTER-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING EMP-IDX FROM 1 BY 1 UNTIL
                   EMP-IDX > WS-EMP-MAX OR END-OF-FILE
               ADD 1 TO WS-EMP-CTR
               MOVE EM-EMP-ID TO WS-EMP-ID(EMP-IDX)
               MOVE EM-NAME   TO WS-EMP-NAME(EMP-IDX)
               MOVE EM-DEPT   TO WS-EMP-DEPT(EMP-IDX)
               MOVE 'N'       TO WS-EMP-PAID-OUT-SW(EMP-IDX)
               IF EM-TERMINATED
                  AND EM-FINAL-PAY-DATE NUMERIC
                  AND EM-FINAL-PAY-DATE > ZERO
                   MOVE 'Y' TO WS-EMP-PAID-OUT-SW(EMP-IDX)
               END-IF
               READ EMPLOYEE-MASTER-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'WARNING: EMPLOYEE MASTER HAS MORE THAN '
                       WS-EMP-MAX ' ENTRIES - REMAINING ROWS IGNORED'
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
       LOAD-PROJECT-MASTER.
           MOVE 'N' TO EOF-STAT.
           READ PROJECT-MASTER-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING PJ-IDX FROM 1 BY 1 UNTIL
                   PJ-IDX > WS-PJ-MAX OR END-OF-FILE
               ADD 1 TO WS-PJ-CTR
               MOVE PJ-CODE   TO WS-PJ-CODE(PJ-IDX)
               MOVE PJ-STATUS TO WS-PJ-STATUS(PJ-IDX)
               READ PROJECT-MASTER-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'WARNING: PROJECT MASTER HAS MORE THAN '
                       WS-PJ-MAX ' ENTRIES - REMAINING ROWS IGNORED'
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
      *    Missing DEPTSUPV or TCAPPRV leaves the tables empty, and
      *    every card holds for want of an approval.
       LOAD-SUPERVISORS.
           OPEN INPUT DEPT-SUPERVISOR-FILE.
           IF WS-SUPV-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ DEPT-SUPERVISOR-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM VARYING SV-IDX FROM 1 BY 1 UNTIL
                       SV-IDX > WS-SV-MAX OR END-OF-FILE
                   ADD 1 TO WS-SV-CTR
                   MOVE DS-DEPT    TO WS-SV-DEPT(SV-IDX)
                   MOVE DS-SUPV-ID TO WS-SV-SUPV-ID(SV-IDX)
                   READ DEPT-SUPERVISOR-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               IF NOT END-OF-FILE
                   DISPLAY 'WARNING: DEPT SUPERVISOR FILE HAS MORE '
                           'THAN ' WS-SV-MAX
                           ' ENTRIES - REMAINING ROWS IGNORED'
               END-IF
               CLOSE DEPT-SUPERVISOR-FILE
               MOVE 'N' TO EOF-STAT
           ELSE
               DISPLAY 'WARNING: DEPTSUPV NOT AVAILABLE - '
                       'NO CARD CAN BE APPROVED'
           END-IF.
      *
      *    Only approvals for this pay week count; a later record
      *    for an employee overwrites the earlier one.
       LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE.
           IF WS-APPR-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ APPROVAL-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF TA-WEEK-ENDING NUMERIC
                      AND TA-WEEK-ENDING = WS-TODAY-DATE
                       PERFORM POST-APPROVAL
                   END-IF
                   READ APPROVAL-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
               MOVE 'N' TO EOF-STAT
           ELSE
               DISPLAY 'WARNING: TCAPPRV NOT AVAILABLE - '
                       'NO CARD CAN BE APPROVED'
           END-IF.
      *
       POST-APPROVAL.
           SET AP-IDX TO 1.
           SEARCH WS-AP-ENTRY
               AT END
                   IF WS-AP-CTR < WS-AP-MAX
                       ADD 1 TO WS-AP-CTR
                       SET AP-IDX TO WS-AP-CTR
                       MOVE TA-EMP-ID  TO WS-AP-EMP-ID(AP-IDX)
                       MOVE TA-SUPV-ID TO WS-AP-SUPV-ID(AP-IDX)
                       MOVE TA-ACTION  TO WS-AP-ACTION(AP-IDX)
                   ELSE
                       DISPLAY 'WARNING: APPROVAL TABLE FULL - '
                               'SKIPPING ' TA-EMP-ID
                   END-IF
               WHEN AP-IDX > WS-AP-CTR
                   ADD 1 TO WS-AP-CTR
                   MOVE TA-EMP-ID  TO WS-AP-EMP-ID(AP-IDX)
                   MOVE TA-SUPV-ID TO WS-AP-SUPV-ID(AP-IDX)
                   MOVE TA-ACTION  TO WS-AP-ACTION(AP-IDX)
               WHEN WS-AP-EMP-ID(AP-IDX) = TA-EMP-ID
                   MOVE TA-SUPV-ID TO WS-AP-SUPV-ID(AP-IDX)
                   MOVE TA-ACTION  TO WS-AP-ACTION(AP-IDX)
           END-SEARCH.
      *
       LOAD-TIMECARDS.
           MOVE 'N' TO EOF-STAT.
           READ TIMECARD-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING CD-IDX FROM 1 BY 1 UNTIL
                   CD-IDX > WS-CD-MAX OR END-OF-FILE
               ADD 1 TO WS-CD-CTR
               ADD 1 TO TOT-CARDS-READ
               MOVE TIMECARD-REC TO WS-CD-RECORD(CD-IDX)
               READ TIMECARD-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'ERROR: MORE THAN ' WS-CD-MAX
                       ' TIMECARDS - RAISE THE TABLE SIZE'
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-FILES
               PERFORM STAMP-RUN-COMPLETE
               GOBACK
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
      *    Every check runs, so the hold report names every problem
      *    with a card at once rather than one per rerun.
       EDIT-ONE-CARD.
           MOVE WS-CD-RECORD(CD-IDX) TO TIMECARD-REC.
           MOVE 'N'    TO WS-HOLD-SW.
           MOVE SPACES TO WS-HOLD-NAME WS-HOLD-DEPT.
           PERFORM EDIT-EMPLOYEE.
           IF TC-ADJUSTMENT
               PERFORM EDIT-ADJUSTMENT-HOURS
           ELSE
               PERFORM EDIT-CURRENT-HOURS
               PERFORM EDIT-DUPLICATE
           END-IF.
           PERFORM EDIT-PROJECT.
           IF EMP-FOUND
               PERFORM EDIT-APPROVAL
           END-IF.
           IF CARD-HELD
               ADD 1 TO TOT-CARDS-HELD
           ELSE
               WRITE TIMECARD-OUT-REC FROM TIMECARD-REC
               ADD 1 TO TOT-CARDS-PASSED
           END-IF.
      *
       EDIT-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           SET EMP-IDX TO 1.
           SEARCH WS-EMP-ENTRY
               AT END
                   CONTINUE
               WHEN EMP-IDX > WS-EMP-CTR
                   CONTINUE
               WHEN WS-EMP-ID(EMP-IDX) = TC-EMP-ID
                   SET EMP-FOUND TO TRUE
                   MOVE WS-EMP-NAME(EMP-IDX) TO WS-HOLD-NAME
                   MOVE WS-EMP-DEPT(EMP-IDX) TO WS-HOLD-DEPT
           END-SEARCH.
           IF NOT EMP-FOUND
               MOVE 'EMPLOYEE NOT ON EMPLOYEE MASTER'
                    TO WS-HOLD-REASON
               PERFORM WRITE-HOLD-LINE
           ELSE
               IF EMP-PAID-OUT(EMP-IDX)
                   MOVE 'EMPLOYEE TERMINATED - FINAL PAY ALREADY MADE'
                        TO WS-HOLD-REASON
                   PERFORM WRITE-HOLD-LINE
               END-IF
           END-IF.
      *
       EDIT-CURRENT-HOURS.
           IF TC-REG-HOURS NOT NUMERIC
              OR TC-VAC-HOURS NOT NUMERIC
              OR TC-SICK-HOURS NOT NUMERIC
              OR TC-HOL-HOURS NOT NUMERIC
               MOVE 'HOURS NOT NUMERIC' TO WS-HOLD-REASON
               PERFORM WRITE-HOLD-LINE
           ELSE
               IF TC-REG-HOURS > WS-MAX-REG-HOURS
                   MOVE SPACES TO WS-HOLD-REASON
                   STRING 'REGULAR HOURS OVER LIMIT OF '
                              DELIMITED BY SIZE
                          WS-MAX-REG-HOURS DELIMITED BY SIZE
                       INTO WS-HOLD-REASON
                   PERFORM WRITE-HOLD-LINE
               END-IF
               IF TC-VAC-HOURS > WS-MAX-VAC-HOURS
                   MOVE SPACES TO WS-HOLD-REASON
                   STRING 'VACATION HOURS OVER LIMIT OF '
                              DELIMITED BY SIZE
                          WS-MAX-VAC-HOURS DELIMITED BY SIZE
                       INTO WS-HOLD-REASON
                   PERFORM WRITE-HOLD-LINE
               END-IF
               IF TC-SICK-HOURS > WS-MAX-SICK-HOURS
                   MOVE SPACES TO WS-HOLD-REASON
                   STRING 'SICK HOURS OVER LIMIT OF '
                              DELIMITED BY SIZE
                          WS-MAX-SICK-HOURS DELIMITED BY SIZE
                       INTO WS-HOLD-REASON
                   PERFORM WRITE-HOLD-LINE
               END-IF
               IF TC-HOL-HOURS > WS-MAX-HOL-HOURS
                   MOVE SPACES TO WS-HOLD-REASON
                   STRING 'HOLIDAY HOURS OVER LIMIT OF '
                              DELIMITED BY SIZE
                          WS-MAX-HOL-HOURS DELIMITED BY SIZE
                       INTO WS-HOLD-REASON
                   PERFORM WRITE-HOLD-LINE
               END-IF
               COMPUTE WS-TOTAL-HOURS = TC-REG-HOURS + TC-VAC-HOURS
                                      + TC-SICK-HOURS + TC-HOL-HOURS
               IF WS-TOTAL-HOURS > WS-MAX-TOTAL-HOURS
                   MOVE SPACES TO WS-HOLD-REASON
                   STRING 'TOTAL HOURS OVER LIMIT OF '
                              DELIMITED BY SIZE
                          WS-MAX-TOTAL-HOURS DELIMITED BY SIZE
                       INTO WS-HOLD-REASON
                   PERFORM WRITE-HOLD-LINE
               END-IF
               IF WS-TOTAL-HOURS = ZERO
                   MOVE 'NO HOURS ON CARD' TO WS-HOLD-REASON
                   PERFORM WRITE-HOLD-LINE
               END-IF
           END-IF.
      *
      *    An adjustment corrects a prior week: the week must be
      *    a real earlier date and no one delta may exceed the
      *    adjustment limit either way.
       EDIT-ADJUSTMENT-HOURS.
           IF TC-ADJ-WEEK-ENDING NOT NUMERIC
              OR TC-ADJ-WEEK-ENDING = ZERO
              OR TC-ADJ-WEEK-ENDING NOT < WS-TODAY-DATE
               MOVE 'ADJUSTMENT WEEK MISSING OR NOT A PRIOR WEEK'
                    TO WS-HOLD-REASON
               PERFORM WRITE-HOLD-LINE
           END-IF.
           IF TC-ADJ-REG NOT NUMERIC
              OR TC-ADJ-VAC NOT NUMERIC
              OR TC-ADJ-SICK NOT NUMERIC
              OR TC-ADJ-HOL NOT NUMERIC
               MOVE 'ADJUSTMENT HOURS NOT NUMERIC' TO WS-HOLD-REASON
               PERFORM WRITE-HOLD-LINE
           ELSE
               IF TC-ADJ-REG > WS-MAX-ADJ-HOURS
                  OR TC-ADJ-VAC > WS-MAX-ADJ-HOURS
                  OR TC-ADJ-SICK > WS-MAX-ADJ-HOURS
                  OR TC-ADJ-HOL > WS-MAX-ADJ-HOURS
                  OR 0 - TC-ADJ-REG > WS-MAX-ADJ-HOURS
                  OR 0 - TC-ADJ-VAC > WS-MAX-ADJ-HOURS
                  OR 0 - TC-ADJ-SICK > WS-MAX-ADJ-HOURS
                  OR 0 - TC-ADJ-HOL > WS-MAX-ADJ-HOURS
                   MOVE SPACES TO WS-HOLD-REASON
                   STRING 'ADJUSTMENT HOURS OVER LIMIT OF '
                              DELIMITED BY SIZE
                          WS-MAX-ADJ-HOURS DELIMITED BY SIZE
                       INTO WS-HOLD-REASON
                   PERFORM WRITE-HOLD-LINE
               END-IF
           END-IF.
      *
      *    Adjustment cards are not duplicates of the current week.
       EDIT-DUPLICATE.
           MOVE ZERO TO WS-DUP-CTR.
           PERFORM VARYING CD2-IDX FROM 1 BY 1
                   UNTIL CD2-IDX > WS-CD-CTR
               IF WS-CD-RECORD(CD2-IDX)(1:5) = TC-EMP-ID
                  AND WS-CD-RECORD(CD2-IDX)(18:1) NOT = 'A'
                   ADD 1 TO WS-DUP-CTR
               END-IF
           END-PERFORM.
           IF WS-DUP-CTR > 1
               MOVE SPACES TO WS-HOLD-REASON
               STRING 'DUPLICATE CARD - ' DELIMITED BY SIZE
                      WS-DUP-CTR          DELIMITED BY SIZE
                      ' CARDS THIS WEEK'  DELIMITED BY SIZE
                   INTO WS-HOLD-REASON
               PERFORM WRITE-HOLD-LINE
           END-IF.
      *
      *    Blank project is allowed - LABDIST reports it as hours
      *    charged to no project.
       EDIT-PROJECT.
           IF TC-PROJECT-CODE NOT = SPACES
               SET PJ-IDX TO 1
               SEARCH WS-PJ-ENTRY
                   AT END
                       MOVE 'PROJECT NOT ON PROJECT MASTER'
                            TO WS-HOLD-REASON
                       PERFORM WRITE-HOLD-LINE
                   WHEN PJ-IDX > WS-PJ-CTR
                       MOVE 'PROJECT NOT ON PROJECT MASTER'
                            TO WS-HOLD-REASON
                       PERFORM WRITE-HOLD-LINE
                   WHEN WS-PJ-CODE(PJ-IDX) = TC-PROJECT-CODE
                       IF WS-PJ-STATUS(PJ-IDX) = 'C'
                           MOVE 'PROJECT IS CLOSED'
                                TO WS-HOLD-REASON
                           PERFORM WRITE-HOLD-LINE
                       END-IF
               END-SEARCH
           END-IF.
      *
      *    The approver must be the supervisor of the employee's
      *    own department for this pay week.
       EDIT-APPROVAL.
           MOVE SPACES TO WS-HOLD-SUPV.
           SET SV-IDX TO 1.
           SEARCH WS-SV-ENTRY
               AT END
                   CONTINUE
               WHEN SV-IDX > WS-SV-CTR
                   CONTINUE
               WHEN WS-SV-DEPT(SV-IDX) = WS-HOLD-DEPT
                   MOVE WS-SV-SUPV-ID(SV-IDX) TO WS-HOLD-SUPV
           END-SEARCH.
           IF WS-HOLD-SUPV = SPACES
               MOVE SPACES TO WS-HOLD-REASON
               STRING 'NO SUPERVISOR ON FILE FOR DEPT '
                          DELIMITED BY SIZE
                      WS-HOLD-DEPT DELIMITED BY SIZE
                   INTO WS-HOLD-REASON
               PERFORM WRITE-HOLD-LINE
           ELSE
               SET AP-IDX TO 1
               SEARCH WS-AP-ENTRY
                   AT END
                       MOVE 'NOT APPROVED BY SUPERVISOR'
                            TO WS-HOLD-REASON
                       PERFORM WRITE-HOLD-LINE
                   WHEN AP-IDX > WS-AP-CTR
                       MOVE 'NOT APPROVED BY SUPERVISOR'
                            TO WS-HOLD-REASON
                       PERFORM WRITE-HOLD-LINE
                   WHEN WS-AP-EMP-ID(AP-IDX) = TC-EMP-ID
                       PERFORM CHECK-APPROVER
               END-SEARCH
           END-IF.
      *
       CHECK-APPROVER.
           IF WS-AP-SUPV-ID(AP-IDX) NOT = WS-HOLD-SUPV
               MOVE SPACES TO WS-HOLD-REASON
               STRING 'APPROVER ' DELIMITED BY SIZE
                      WS-AP-SUPV-ID(AP-IDX) DELIMITED BY SIZE
                      ' IS NOT THE DEPT ' DELIMITED BY SIZE
                      WS-HOLD-DEPT DELIMITED BY SIZE
                      ' SUPERVISOR' DELIMITED BY SIZE
                   INTO WS-HOLD-REASON
               PERFORM WRITE-HOLD-LINE
           ELSE
               IF WS-AP-ACTION(AP-IDX) = 'R'
                   MOVE 'REJECTED BY SUPERVISOR' TO WS-HOLD-REASON
                   PERFORM WRITE-HOLD-LINE
               ELSE
                   IF WS-AP-ACTION(AP-IDX) NOT = 'A'
                       MOVE 'APPROVAL ACTION NOT A OR R'
                            TO WS-HOLD-REASON
                       PERFORM WRITE-HOLD-LINE
                   END-IF
               END-IF
           END-IF.
      *
       WRITE-HOLD-LINE.
           MOVE 'Y' TO WS-HOLD-SW.
           MOVE SPACES          TO HOLD-DETAIL-LINE.
           MOVE TC-EMP-ID       TO HL-EMP-ID.
           IF WS-HOLD-NAME = SPACES
               MOVE '** UNKNOWN **' TO HL-NAME
           ELSE
               MOVE WS-HOLD-NAME TO HL-NAME
           END-IF.
           MOVE TC-PROJECT-CODE TO HL-PROJECT.
           IF TC-ADJUSTMENT
               MOVE 'ADJ'       TO HL-TYPE
               IF TC-ADJ-REG NUMERIC
                  AND TC-ADJ-VAC NUMERIC
                  AND TC-ADJ-SICK NUMERIC
                  AND TC-ADJ-HOL NUMERIC
                   MOVE TC-ADJ-REG  TO HL-REG
                   MOVE TC-ADJ-VAC  TO HL-VAC
                   MOVE TC-ADJ-SICK TO HL-SICK
                   MOVE TC-ADJ-HOL  TO HL-HOL
               END-IF
           ELSE
               MOVE 'WK'        TO HL-TYPE
               IF TC-REG-HOURS NUMERIC
                  AND TC-VAC-HOURS NUMERIC
                  AND TC-SICK-HOURS NUMERIC
                  AND TC-HOL-HOURS NUMERIC
                   MOVE TC-REG-HOURS  TO HL-REG
                   MOVE TC-VAC-HOURS  TO HL-VAC
                   MOVE TC-SICK-HOURS TO HL-SICK
                   MOVE TC-HOL-HOURS  TO HL-HOL
               END-IF
           END-IF.
           MOVE WS-HOLD-REASON  TO HL-REASON.
           WRITE HOLD-REPORT-REC FROM HOLD-DETAIL-LINE.
           ADD 1 TO TOT-HOLD-LINES.
      *
       WRITE-HEADINGS.
           MOVE 'TCEDIT  ' TO RH-REPORT-ID.
           MOVE 'TIMECARD EDIT - HELD CARDS'
                TO RH-REPORT-TITLE.
           MOVE WS-TODAY-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE HOLD-REPORT-REC FROM RH-LINE-1.
           WRITE HOLD-REPORT-REC FROM RH-LINE-2.
           MOVE  SPACES TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC FROM COLUMN-HEADING-LINE.
           MOVE  SPACES TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.
           MOVE  TOT-CARDS-READ       TO SL-READ.
           WRITE HOLD-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-CARDS-PASSED     TO SL-PASSED.
           WRITE HOLD-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-CARDS-HELD       TO SL-HELD.
           WRITE HOLD-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  SPACES TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.
           IF TOT-CARDS-HELD = ZERO
               MOVE 'CLEAN - OK TO RUN MILLARD' TO VL-VERDICT
           ELSE
               MOVE 'CARDS HELD - CLEAR AND RERUN TCEDIT BEFORE MILLARD'
                    TO VL-VERDICT
           END-IF.
           WRITE HOLD-REPORT-REC FROM VERDICT-LINE.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-CARDS-HELD TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE HOLD-REPORT-REC FROM RH-LINE-1
                 AFTER ADVANCING 1 LINE.
      *
      *  Stamp this job's completion on the RUNCTL run-control
      *  master so MILLARD can verify it ran clean.
       STAMP-RUN-COMPLETE.
           SET JC-STAMP TO TRUE.
           MOVE 'TCEDIT  ' TO JC-JOB-NAME.
           MOVE WS-TODAY-DATE TO JC-BUSINESS-DATE.
           MOVE RETURN-CODE TO JC-RETURN-CODE.
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *    The CALL leaves its own return code behind - put back
      *    the one this job ended with.
           MOVE JC-RETURN-CODE TO RETURN-CODE.
