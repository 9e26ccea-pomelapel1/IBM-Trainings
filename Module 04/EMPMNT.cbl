       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMNT.
       ENVIRONMENT DIVISION.
      *******************************************************
      *    Employee Master Maintenance                       *
      *                                                      *
      *    Applies hire, change (rate / job / department /   *
      *    withholding / banking) and termination            *
      *    transactions from EMPMTRN to the employee master, *
      *    so a new hire or a raise is no longer a hand edit *
      *    of the record.  Each transaction is validated     *
      *    before it touches the master:                     *
      *                                                      *
      *      - the effective date must be a real date, not   *
      *        before the employee's hire date; one after    *
      *        the business date is carried forward to       *
      *        EMPMTRNO untouched for a later run;           *
      *      - a job title must be on BONUSTBL;              *
      *      - a hire must fall under an ACCRTBL accrual     *
      *        tier at zero tenure, starts with no PTO       *
      *        balance, and takes its effective date as the  *
      *        hire date the accrual tiers key on;           *
      *      - changes and terminations need an active       *
      *        employee on the master.                       *
      *                                                      *
      *    The updated master goes to EMPMSTO (the master-   *
      *    out convention); every applied transaction prints *
      *    BEFORE and AFTER lines on the EMPAUDIT report and *
      *    every rejected one its reason.  Any reject ends   *
      *    the job with return code 4.                       *
      *                                                      *
      *    A termination also stops the employee's benefit   *
      *    enrollments (BENENRL) and garnishment orders      *
      *    (GARNORD) at the termination date, so the final   *
      *    check MILLARD pays takes neither; both files are  *
      *    copied through whole to BENENRLO and GARNORDO.    *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPMAST.
           SELECT EMPLOYEE-MASTER-OUT ASSIGN TO EMPMSTO.
           SELECT MAINT-TRAN-FILE    ASSIGN TO EMPMTRN
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT MAINT-TRAN-OUT     ASSIGN TO EMPMTRNO.
           SELECT BONUS-TABLE-FILE   ASSIGN TO BONUSTBL.
           SELECT ACCRUAL-TABLE-FILE ASSIGN TO ACCRTBL
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT AUDIT-REPORT       ASSIGN TO EMPAUDIT.
           SELECT BENEFIT-ENROLL-FILE ASSIGN TO BENENRL
               FILE STATUS IS WS-BEN-STATUS.
           SELECT BENEFIT-ENROLL-OUT ASSIGN TO BENENRLO.
           SELECT GARNISH-ORDER-FILE ASSIGN TO GARNORD
               FILE STATUS IS WS-GARN-STATUS.
           SELECT GARNISH-ORDER-OUT  ASSIGN TO GARNORDO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY EMPMAST.
      *
       FD  EMPLOYEE-MASTER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMPLOYEE-MASTER-OUT-REC.
       01  EMPLOYEE-MASTER-OUT-REC      PIC X(160).
      *
       FD  MAINT-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMP-MAINT-TRAN-REC.
           COPY EMPMTRN.
      *
      *    Future-dated transactions, unchanged, for the next run.
       FD  MAINT-TRAN-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAINT-TRAN-OUT-REC.
       01  MAINT-TRAN-OUT-REC           PIC X(150).
      *
       FD  BONUS-TABLE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 16 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BONUS-TABLE-REC.
           COPY BONUSTBL.
      *
      *    Same PTO accrual tiers MILLARD accrues from.
       FD  ACCRUAL-TABLE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACCRUAL-TABLE-REC.
       01  ACCRUAL-TABLE-REC.
           05  AC-TENURE-YEARS-MIN      PIC 9(02).
           05  AC-VAC-PER-PERIOD        PIC 9(01)V99.
           05  AC-SICK-PER-PERIOD       PIC 9(01)V99.
           05  FILLER                   PIC X(12).
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
       FD  AUDIT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDIT-REPORT-REC.
       01  AUDIT-REPORT-REC             PIC X(132).
      *
      *    Same enrollment and order files MILLARD withholds from.
       FD  BENEFIT-ENROLL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BENEFIT-ENROLLMENT-REC.
           COPY BENENRL.
      *
       FD  BENEFIT-ENROLL-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BENEFIT-ENROLL-OUT-REC.
       01  BENEFIT-ENROLL-OUT-REC       PIC X(100).
      *
       FD  GARNISH-ORDER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GARNISHMENT-ORDER-REC.
           COPY GARNORD.
      *
       FD  GARNISH-ORDER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GARNISH-ORDER-OUT-REC.
       01  GARNISH-ORDER-OUT-REC        PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-TRAN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-ACCR-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BEN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-GARN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
      *
      *    Shared report-heading block (see RPTPARM.cpy).
       COPY RPTPARM.
      *    Shared date validation (see DATEPARM.cpy).
       COPY DATEPARM.
      *
      *    The master held whole; hires are added at the end.
       01  WS-MASTER-TABLE.
           05  WS-MS-ENTRY OCCURS 200 TIMES
                   INDEXED BY MS-IDX.
               10  WS-MS-RECORD         PIC X(160).
       01  WS-MS-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-MS-MAX                    PIC S9(4) COMP VALUE 200.
      *
      *    Employees terminated this run and their termination
      *    dates, for stopping their enrollments and orders once
      *    every transaction is applied.
       01  WS-TERM-TABLE.
           05  WS-TM-ENTRY OCCURS 200 TIMES
                   INDEXED BY TM-IDX.
               10  WS-TM-EMP-ID         PIC X(05).
               10  WS-TM-DATE           PIC 9(08).
       01  WS-TM-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-TM-MAX                    PIC S9(4) COMP VALUE 200.
       01  WS-TM-WANTED                 PIC X(05) VALUE SPACES.
       01  WS-TM-FOUND-SW               PIC X     VALUE 'N'.
           88  EMP-TERMINATED-THIS-RUN  VALUE 'Y'.
      *
       01  WS-BONUS-TABLE.
           05  WS-BT-ENTRY OCCURS 50 TIMES
                   INDEXED BY BT-IDX.
               10  WS-BT-JOB-TITLE      PIC X(14).
       01  WS-BT-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-BT-MAX                    PIC S9(4) COMP VALUE 50.
      *
      *    Accrual rules: a hire must land in a tier at zero tenure
      *    or it would never accrue PTO.
       01  WS-ACCRUAL-LOADED-SW         PIC X     VALUE 'N'.
           88  ACCRUAL-LOADED           VALUE 'Y'.
       01  WS-ZERO-TIER-SW              PIC X     VALUE 'N'.
           88  ZERO-TENURE-TIER         VALUE 'Y'.
      *
       01  WS-TRAN-WORK.
           05  WS-REJECT-SW             PIC X     VALUE 'N'.
               88  TRAN-REJECTED        VALUE 'Y'.
           05  WS-FOUND-SW              PIC X     VALUE 'N'.
               88  EMP-ON-MASTER        VALUE 'Y'.
           05  WS-JOB-OK-SW             PIC X     VALUE 'N'.
               88  JOB-ON-BONUSTBL      VALUE 'Y'.
           05  WS-REJECT-REASON         PIC X(50) VALUE SPACES.
           05  WS-TRAN-TYPE-NAME        PIC X(06) VALUE SPACES.
           05  WS-OLD-ROUTING           PIC X(09) VALUE SPACES.
           05  WS-OLD-ACCOUNT           PIC X(17) VALUE SPACES.
      *
       01  ACC-CTRS.
           05  TOT-TRANS-READ           PIC 9(5)  VALUE ZERO.
           05  TOT-HIRES                PIC 9(5)  VALUE ZERO.
           05  TOT-CHANGES              PIC 9(5)  VALUE ZERO.
           05  TOT-TERMS                PIC 9(5)  VALUE ZERO.
           05  TOT-PENDING              PIC 9(5)  VALUE ZERO.
           05  TOT-REJECTS              PIC 9(5)  VALUE ZERO.
           05  TOT-BEN-STOPPED          PIC 9(5)  VALUE ZERO.
           05  TOT-GARN-STOPPED         PIC 9(5)  VALUE ZERO.
      *
       01  COLUMN-HEADING-LINE.
           05  FILLER                   PIC X(07) VALUE 'TYPE'.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'EFFECTIVE'.
           05  FILLER                   PIC X(07) VALUE 'EMP ID'.
           05  FILLER                   PIC X(22) VALUE 'NAME'.
           05  FILLER                   PIC X(16) VALUE 'JOB'.
           05  FILLER                   PIC X(09) VALUE '   RATE'.
           05  FILLER                   PIC X(06) VALUE 'DEPT'.
           05  FILLER                   PIC X(08) VALUE 'FS ALW'.
           05  FILLER                   PIC X(04) VALUE 'DEP'.
           05  FILLER                   PIC X(05) VALUE 'STAT'.
           05  FILLER                   PIC X(10) VALUE 'TERM DATE'.
      *
       01  AUDIT-DETAIL-LINE.
           05  AL-TYPE                  PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  AL-TAG                   PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  AL-EFFECTIVE             PIC 9999/99/99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  AL-EMP-ID                PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-NAME                  PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-JOB                   PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-RATE                  PIC ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  AL-DEPT                  PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-FILING                PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-ALLOWANCES            PIC Z9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  AL-DEPOSIT               PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  AL-STATUS                PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  AL-TERM-DATE             PIC 9999/99/99.
           05  AL-TERM-DATE-X REDEFINES AL-TERM-DATE
                                        PIC X(10).
      *
       01  AUDIT-REASON-LINE.
           05  AR-TYPE                  PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  AR-TAG                   PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  AR-EFFECTIVE             PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  AR-EMP-ID                PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AR-REASON                PIC X(60).
      *
       01  SUMMARY-LINE.
           05  SL-LABEL                 PIC X(30).
           05  SL-COUNT                 PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-BONUS-TITLES.
           PERFORM LOAD-ACCRUAL-RULES.
           PERFORM LOAD-EMPLOYEE-MASTER.
           PERFORM WRITE-HEADINGS.
           OPEN INPUT MAINT-TRAN-FILE.
           IF WS-TRAN-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ MAINT-TRAN-FILE AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM PROCESS-TRANSACTION UNTIL END-OF-FILE
               CLOSE MAINT-TRAN-FILE
           ELSE
               DISPLAY 'EMPMNT: NO EMPMTRN TRANSACTIONS - '
                       'MASTER COPIED UNCHANGED'
           END-IF.
           PERFORM WRITE-UPDATED-MASTER.
           PERFORM STOP-BENEFIT-ENROLLMENTS.
           PERFORM STOP-GARNISH-ORDERS.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           IF TOT-REJECTS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  EMPLOYEE-MASTER-FILE, BONUS-TABLE-FILE.
           OPEN OUTPUT EMPLOYEE-MASTER-OUT, MAINT-TRAN-OUT,
                       AUDIT-REPORT.
      *
       CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE, BONUS-TABLE-FILE,
                 EMPLOYEE-MASTER-OUT, MAINT-TRAN-OUT, AUDIT-REPORT.
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
       LOAD-BONUS-TITLES.
           MOVE 'N' TO EOF-STAT.
           READ BONUS-TABLE-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING BT-IDX FROM 1 BY 1 UNTIL
                   BT-IDX > WS-BT-MAX OR END-OF-FILE
               ADD 1 TO WS-BT-CTR
               MOVE BT-JOB-TITLE TO WS-BT-JOB-TITLE(BT-IDX)
               READ BONUS-TABLE-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'WARNING: BONUS-TABLE-FILE HAS MORE THAN '
                       WS-BT-MAX
                       ' ENTRIES - REMAINING ROWS IGNORED'
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
      *    Missing ACCRTBL means MILLARD accrues nothing for anyone,
      *    so there is no tier for a hire to be checked against.
       LOAD-ACCRUAL-RULES.
           OPEN INPUT ACCRUAL-TABLE-FILE.
           IF WS-ACCR-STATUS = '00'
               MOVE 'Y' TO WS-ACCRUAL-LOADED-SW
               MOVE 'N' TO EOF-STAT
               READ ACCRUAL-TABLE-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF AC-TENURE-YEARS-MIN NUMERIC
                      AND AC-TENURE-YEARS-MIN = ZERO
                       MOVE 'Y' TO WS-ZERO-TIER-SW
                   END-IF
                   READ ACCRUAL-TABLE-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-TABLE-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       LOAD-EMPLOYEE-MASTER.
           MOVE 'N' TO EOF-STAT.
           READ EMPLOYEE-MASTER-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING MS-IDX FROM 1 BY 1 UNTIL
                   MS-IDX > WS-MS-MAX OR END-OF-FILE
               ADD 1 TO WS-MS-CTR
               MOVE EMPLOYEE-MASTER-REC TO WS-MS-RECORD(MS-IDX)
               READ EMPLOYEE-MASTER-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
      *    The master must come back whole - a truncated EMPMSTO
      *    would drop employees from payroll.
           IF NOT END-OF-FILE
               DISPLAY 'ERROR: EMPLOYEE MASTER HAS MORE THAN '
                       WS-MS-MAX ' ENTRIES - NOTHING APPLIED'
               MOVE 8 TO RETURN-CODE
               CLOSE EMPLOYEE-MASTER-FILE, BONUS-TABLE-FILE,
                     EMPLOYEE-MASTER-OUT, MAINT-TRAN-OUT,
                     AUDIT-REPORT
               GOBACK
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
       PROCESS-TRANSACTION.
           ADD 1 TO TOT-TRANS-READ.
           MOVE 'N'    TO WS-REJECT-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN MT-HIRE
                   MOVE 'HIRE'   TO WS-TRAN-TYPE-NAME
               WHEN MT-CHANGE
                   MOVE 'CHANGE' TO WS-TRAN-TYPE-NAME
               WHEN MT-TERMINATE
                   MOVE 'TERM'   TO WS-TRAN-TYPE-NAME
               WHEN OTHER
                   MOVE MT-TRAN-TYPE TO WS-TRAN-TYPE-NAME
                   MOVE 'TRANSACTION TYPE NOT H, C OR T'
                        TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-SW
           END-EVALUATE.
           IF NOT TRAN-REJECTED
               SET DP-VALIDATE TO TRUE
               MOVE MT-EFFECTIVE-DATE TO DP-DATE-IN
               CALL 'DATEEDIT' USING DATE-EDIT-PARM
               IF NOT DP-DATE-VALID
                   MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                        TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-SW
               END-IF
           END-IF.
           IF NOT TRAN-REJECTED
               PERFORM FIND-EMPLOYEE
               IF MT-EFFECTIVE-DATE > WS-TODAY-DATE
                   PERFORM CARRY-FORWARD-TRANSACTION
               ELSE
                   EVALUATE TRUE
                       WHEN MT-HIRE
                           PERFORM APPLY-HIRE
                       WHEN MT-CHANGE
                           PERFORM APPLY-CHANGE
                       WHEN MT-TERMINATE
                           PERFORM APPLY-TERMINATION
                   END-EVALUATE
               END-IF
           END-IF.
           IF TRAN-REJECTED
               ADD 1 TO TOT-REJECTS
               PERFORM WRITE-REJECT-LINE
           END-IF.
           READ MAINT-TRAN-FILE AT END MOVE 'Y' TO EOF-STAT.
      *
       FIND-EMPLOYEE.
           MOVE 'N' TO WS-FOUND-SW.
           SET MS-IDX TO 1.
           SEARCH WS-MS-ENTRY
               AT END
                   CONTINUE
               WHEN MS-IDX > WS-MS-CTR
                   CONTINUE
               WHEN WS-MS-RECORD(MS-IDX)(1:5) = MT-EMP-ID
                   SET EMP-ON-MASTER TO TRUE
                   MOVE WS-MS-RECORD(MS-IDX) TO EMPLOYEE-MASTER-REC
           END-SEARCH.
      *
       CARRY-FORWARD-TRANSACTION.
           WRITE MAINT-TRAN-OUT-REC FROM EMP-MAINT-TRAN-REC.
           ADD 1 TO TOT-PENDING.
           MOVE SPACES            TO AUDIT-REASON-LINE.
           MOVE WS-TRAN-TYPE-NAME TO AR-TYPE.
           MOVE 'PENDING'         TO AR-TAG.
           PERFORM WRITE-REASON-FIELDS.
           MOVE 'EFFECTIVE AFTER THE BUSINESS DATE - CARRIED FORWARD'
                TO AR-REASON.
           WRITE AUDIT-REPORT-REC FROM AUDIT-REASON-LINE.
      *
       CHECK-JOB-TITLE.
           MOVE 'N' TO WS-JOB-OK-SW.
           SET BT-IDX TO 1.
           SEARCH WS-BT-ENTRY
               AT END
                   CONTINUE
               WHEN BT-IDX > WS-BT-CTR
                   CONTINUE
               WHEN WS-BT-JOB-TITLE(BT-IDX) = MT-JOB
                   SET JOB-ON-BONUSTBL TO TRUE
           END-SEARCH.
      *
      ****** A hire: the whole record comes from the transaction,
      ****** PTO balances start at zero and the effective date is
      ****** the hire date the accrual tiers key on.
       APPLY-HIRE.
           PERFORM CHECK-JOB-TITLE.
           EVALUATE TRUE
               WHEN EMP-ON-MASTER
                   MOVE 'EMPLOYEE ID ALREADY ON MASTER'
                        TO WS-REJECT-REASON
               WHEN MT-EMP-ID = SPACES
                   MOVE 'EMPLOYEE ID MISSING' TO WS-REJECT-REASON
               WHEN MT-NAME = SPACES
                   MOVE 'NAME MISSING' TO WS-REJECT-REASON
               WHEN NOT JOB-ON-BONUSTBL
                   MOVE 'JOB TITLE NOT ON BONUSTBL' TO WS-REJECT-REASON
               WHEN MT-RATE NOT NUMERIC
                 OR MT-RATE = ZERO
                   MOVE 'RATE MISSING OR NOT NUMERIC'
                        TO WS-REJECT-REASON
               WHEN MT-DEPT = SPACES
                   MOVE 'DEPARTMENT MISSING' TO WS-REJECT-REASON
               WHEN MT-FILING-STATUS NOT = 'S'
                AND MT-FILING-STATUS NOT = 'M'
                   MOVE 'FILING STATUS NOT S OR M' TO WS-REJECT-REASON
               WHEN MT-ALLOWANCES-X NOT = SPACES
                AND MT-ALLOWANCES NOT NUMERIC
                   MOVE 'ALLOWANCES NOT NUMERIC' TO WS-REJECT-REASON
               WHEN MT-DEPOSIT-FLAG = 'D'
                AND (MT-ROUTING-NO = SPACES OR MT-ACCOUNT-NO = SPACES)
                   MOVE 'DIRECT DEPOSIT WITHOUT ROUTING/ACCOUNT'
                        TO WS-REJECT-REASON
               WHEN MT-DEPOSIT-FLAG NOT = 'D'
                AND MT-DEPOSIT-FLAG NOT = 'C'
                AND MT-DEPOSIT-FLAG NOT = SPACE
                   MOVE 'DEPOSIT FLAG NOT D OR C' TO WS-REJECT-REASON
               WHEN ACCRUAL-LOADED AND NOT ZERO-TENURE-TIER
                   MOVE 'NO ACCRTBL ACCRUAL TIER FOR A NEW HIRE'
                        TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'Y' TO WS-REJECT-SW
           ELSE
               MOVE SPACES            TO EMPLOYEE-MASTER-REC
               MOVE MT-EMP-ID         TO EM-EMP-ID
               MOVE MT-NAME           TO EM-NAME
               MOVE MT-ADDR           TO EM-ADDR
               MOVE MT-JOB            TO EM-JOB
               MOVE MT-RATE           TO EM-RATE
               MOVE ZERO              TO EM-VAC-ACCRUED
                                         EM-SICK-ACCRUED
               MOVE MT-FILING-STATUS  TO EM-FILING-STATUS
               IF MT-ALLOWANCES NUMERIC
                   MOVE MT-ALLOWANCES TO EM-ALLOWANCES
               ELSE
                   MOVE ZERO          TO EM-ALLOWANCES
               END-IF
               MOVE MT-ROUTING-NO     TO EM-ROUTING-NO
               MOVE MT-ACCOUNT-NO     TO EM-ACCOUNT-NO
               IF MT-DEPOSIT-FLAG = 'D'
                   MOVE 'D'           TO EM-DEPOSIT-FLAG
               ELSE
                   MOVE 'C'           TO EM-DEPOSIT-FLAG
               END-IF
               MOVE ZERO              TO EM-PRENOTE-DATE
               MOVE MT-EFFECTIVE-DATE TO EM-HIRE-DATE
               MOVE MT-DEPT           TO EM-DEPT
               MOVE 'A'               TO EM-STATUS
               MOVE ZERO              TO EM-TERM-DATE
                                         EM-FINAL-PAY-DATE
               IF WS-MS-CTR < WS-MS-MAX
                   ADD 1 TO WS-MS-CTR
                   SET MS-IDX TO WS-MS-CTR
                   MOVE EMPLOYEE-MASTER-REC TO WS-MS-RECORD(MS-IDX)
                   ADD 1 TO TOT-HIRES
                   MOVE 'AFTER'      TO AL-TAG
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   MOVE 'EMPLOYEE MASTER TABLE FULL'
                        TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-SW
               END-IF
           END-IF.
      *
      ****** A change replaces only the fields the transaction fills
      ****** in.  New banking details send the account back through
      ****** the prenote cycle before MILLARD deposits to it.
       APPLY-CHANGE.
           IF MT-JOB NOT = SPACES
               PERFORM CHECK-JOB-TITLE
           ELSE
               SET JOB-ON-BONUSTBL TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN NOT EMP-ON-MASTER
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
               WHEN EM-TERMINATED
                   MOVE 'EMPLOYEE IS TERMINATED' TO WS-REJECT-REASON
               WHEN EM-HIRE-DATE NUMERIC
                AND MT-EFFECTIVE-DATE < EM-HIRE-DATE
                   MOVE 'EFFECTIVE DATE BEFORE HIRE DATE'
                        TO WS-REJECT-REASON
               WHEN NOT JOB-ON-BONUSTBL
                   MOVE 'JOB TITLE NOT ON BONUSTBL' TO WS-REJECT-REASON
               WHEN MT-RATE-X NOT = SPACES
                AND MT-RATE NOT NUMERIC
                   MOVE 'RATE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN MT-FILING-STATUS NOT = SPACE
                AND MT-FILING-STATUS NOT = 'S'
                AND MT-FILING-STATUS NOT = 'M'
                   MOVE 'FILING STATUS NOT S OR M' TO WS-REJECT-REASON
               WHEN MT-ALLOWANCES-X NOT = SPACES
                AND MT-ALLOWANCES NOT NUMERIC
                   MOVE 'ALLOWANCES NOT NUMERIC' TO WS-REJECT-REASON
               WHEN MT-DEPOSIT-FLAG NOT = 'D'
                AND MT-DEPOSIT-FLAG NOT = 'C'
                AND MT-DEPOSIT-FLAG NOT = SPACE
                   MOVE 'DEPOSIT FLAG NOT D OR C' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'Y' TO WS-REJECT-SW
           ELSE
               MOVE 'BEFORE' TO AL-TAG
               PERFORM WRITE-AUDIT-LINE
               MOVE EM-ROUTING-NO TO WS-OLD-ROUTING
               MOVE EM-ACCOUNT-NO TO WS-OLD-ACCOUNT
               IF MT-NAME NOT = SPACES
                   MOVE MT-NAME TO EM-NAME
               END-IF
               IF MT-ADDR NOT = SPACES
                   MOVE MT-ADDR TO EM-ADDR
               END-IF
               IF MT-JOB NOT = SPACES
                   MOVE MT-JOB TO EM-JOB
               END-IF
               IF MT-RATE NUMERIC AND MT-RATE > ZERO
                   MOVE MT-RATE TO EM-RATE
               END-IF
               IF MT-DEPT NOT = SPACES
                   MOVE MT-DEPT TO EM-DEPT
               END-IF
               IF MT-FILING-STATUS NOT = SPACE
                   MOVE MT-FILING-STATUS TO EM-FILING-STATUS
               END-IF
               IF MT-ALLOWANCES NUMERIC
                   MOVE MT-ALLOWANCES TO EM-ALLOWANCES
               END-IF
               IF MT-ROUTING-NO NOT = SPACES
                   MOVE MT-ROUTING-NO TO EM-ROUTING-NO
               END-IF
               IF MT-ACCOUNT-NO NOT = SPACES
                   MOVE MT-ACCOUNT-NO TO EM-ACCOUNT-NO
               END-IF
               IF MT-DEPOSIT-FLAG NOT = SPACE
                   MOVE MT-DEPOSIT-FLAG TO EM-DEPOSIT-FLAG
               END-IF
               IF EM-ROUTING-NO NOT = WS-OLD-ROUTING
                  OR EM-ACCOUNT-NO NOT = WS-OLD-ACCOUNT
                   MOVE ZERO TO EM-PRENOTE-DATE
               END-IF
               MOVE EMPLOYEE-MASTER-REC TO WS-MS-RECORD(MS-IDX)
               ADD 1 TO TOT-CHANGES
               MOVE 'AFTER' TO AL-TAG
               PERFORM WRITE-AUDIT-LINE
           END-IF.
      *
      ****** A termination marks the employee; MILLARD pays the final
      ****** check (unused vacation paid out) on its next run and
      ****** stamps EM-FINAL-PAY-DATE.
       APPLY-TERMINATION.
           EVALUATE TRUE
               WHEN NOT EMP-ON-MASTER
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
               WHEN EM-TERMINATED
                   MOVE 'EMPLOYEE ALREADY TERMINATED'
                        TO WS-REJECT-REASON
               WHEN EM-HIRE-DATE NUMERIC
                AND MT-EFFECTIVE-DATE < EM-HIRE-DATE
                   MOVE 'EFFECTIVE DATE BEFORE HIRE DATE'
                        TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'Y' TO WS-REJECT-SW
           ELSE
               MOVE 'BEFORE' TO AL-TAG
               PERFORM WRITE-AUDIT-LINE
               MOVE 'T'               TO EM-STATUS
               MOVE MT-EFFECTIVE-DATE TO EM-TERM-DATE
               MOVE ZERO              TO EM-FINAL-PAY-DATE
               MOVE EMPLOYEE-MASTER-REC TO WS-MS-RECORD(MS-IDX)
               ADD 1 TO TOT-TERMS
               MOVE 'AFTER' TO AL-TAG
               PERFORM WRITE-AUDIT-LINE
               MOVE SPACES TO AUDIT-REASON-LINE
               MOVE 'FINAL PAY DUE ON NEXT PAYROLL - REASON '
                    TO AR-REASON
               MOVE MT-TERM-REASON TO AR-REASON(40:2)
               WRITE AUDIT-REPORT-REC FROM AUDIT-REASON-LINE
               IF WS-TM-CTR < WS-TM-MAX
                   ADD 1 TO WS-TM-CTR
                   SET TM-IDX TO WS-TM-CTR
                   MOVE EM-EMP-ID         TO WS-TM-EMP-ID(TM-IDX)
                   MOVE MT-EFFECTIVE-DATE TO WS-TM-DATE(TM-IDX)
               END-IF
           END-IF.
      *
      ****** Enrollments of an employee terminated this run stop at
      ****** the termination date (one already stopped earlier keeps
      ****** its date); every row is written back out.  Missing
      ****** BENENRL means nobody is enrolled and nothing is written.
       STOP-BENEFIT-ENROLLMENTS.
           OPEN INPUT BENEFIT-ENROLL-FILE.
           IF WS-BEN-STATUS = '00'
               OPEN OUTPUT BENEFIT-ENROLL-OUT
               MOVE 'N' TO EOF-STAT
               READ BENEFIT-ENROLL-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   MOVE BE-EMP-ID TO WS-TM-WANTED
                   PERFORM FIND-TERMINATION
                   IF EMP-TERMINATED-THIS-RUN
                       IF BE-STOP-DATE NOT NUMERIC
                          OR BE-STOP-DATE = ZERO
                          OR BE-STOP-DATE > WS-TM-DATE(TM-IDX)
                           MOVE WS-TM-DATE(TM-IDX) TO BE-STOP-DATE
                           ADD 1 TO TOT-BEN-STOPPED
                           MOVE SPACES         TO AUDIT-REASON-LINE
                           MOVE 'BENEFIT PLAN' TO AR-REASON
                           MOVE BE-PLAN-CODE   TO AR-REASON(14:4)
                           MOVE 'STOPPED AT TERMINATION'
                                TO AR-REASON(19:22)
                           PERFORM WRITE-STOPPED-LINE
                       END-IF
                   END-IF
                   WRITE BENEFIT-ENROLL-OUT-REC
                         FROM BENEFIT-ENROLLMENT-REC
                   READ BENEFIT-ENROLL-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE BENEFIT-ENROLL-FILE, BENEFIT-ENROLL-OUT
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      ****** Same for garnishment orders - collection under an order
      ****** stops with employment.
       STOP-GARNISH-ORDERS.
           OPEN INPUT GARNISH-ORDER-FILE.
           IF WS-GARN-STATUS = '00'
               OPEN OUTPUT GARNISH-ORDER-OUT
               MOVE 'N' TO EOF-STAT
               READ GARNISH-ORDER-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   MOVE GO-EMP-ID TO WS-TM-WANTED
                   PERFORM FIND-TERMINATION
                   IF EMP-TERMINATED-THIS-RUN
                       IF GO-STOP-DATE NOT NUMERIC
                          OR GO-STOP-DATE = ZERO
                          OR GO-STOP-DATE > WS-TM-DATE(TM-IDX)
                           MOVE WS-TM-DATE(TM-IDX) TO GO-STOP-DATE
                           ADD 1 TO TOT-GARN-STOPPED
                           MOVE SPACES       TO AUDIT-REASON-LINE
                           MOVE 'GARNISHMENT CASE' TO AR-REASON
                           MOVE GO-CASE-NO   TO AR-REASON(18:15)
                           MOVE 'STOPPED AT TERMINATION'
                                TO AR-REASON(34:22)
                           PERFORM WRITE-STOPPED-LINE
                       END-IF
                   END-IF
                   WRITE GARNISH-ORDER-OUT-REC
                         FROM GARNISHMENT-ORDER-REC
                   READ GARNISH-ORDER-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE GARNISH-ORDER-FILE, GARNISH-ORDER-OUT
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *    WS-TM-WANTED terminated this run?  TM-IDX is left on the
      *    entry when it was.
       FIND-TERMINATION.
           MOVE 'N' TO WS-TM-FOUND-SW.
           SET TM-IDX TO 1.
           SEARCH WS-TM-ENTRY
               AT END
                   CONTINUE
               WHEN TM-IDX > WS-TM-CTR
                   CONTINUE
               WHEN WS-TM-EMP-ID(TM-IDX) = WS-TM-WANTED
                   SET EMP-TERMINATED-THIS-RUN TO TRUE
           END-SEARCH.
      *
      *    AR-REASON is filled in; the termination date goes in the
      *    effective column.
       WRITE-STOPPED-LINE.
           MOVE 'TERM'                  TO AR-TYPE.
           MOVE 'STOPPED'               TO AR-TAG.
           MOVE WS-TM-EMP-ID(TM-IDX)    TO AR-EMP-ID.
           MOVE WS-TM-DATE(TM-IDX)(1:4) TO AR-EFFECTIVE(1:4).
           MOVE '/'                     TO AR-EFFECTIVE(5:1).
           MOVE WS-TM-DATE(TM-IDX)(5:2) TO AR-EFFECTIVE(6:2).
           MOVE '/'                     TO AR-EFFECTIVE(8:1).
           MOVE WS-TM-DATE(TM-IDX)(7:2) TO AR-EFFECTIVE(9:2).
           WRITE AUDIT-REPORT-REC FROM AUDIT-REASON-LINE.
      *
      *    Writes the master as it stands in EMPLOYEE-MASTER-REC,
      *    tagged by AL-TAG (BEFORE or AFTER).
       WRITE-AUDIT-LINE.
           MOVE WS-TRAN-TYPE-NAME  TO AL-TYPE.
           MOVE MT-EFFECTIVE-DATE  TO AL-EFFECTIVE.
           MOVE EM-EMP-ID          TO AL-EMP-ID.
           MOVE EM-NAME            TO AL-NAME.
           MOVE EM-JOB             TO AL-JOB.
           IF EM-RATE NUMERIC
               MOVE EM-RATE        TO AL-RATE
           ELSE
               MOVE ZERO           TO AL-RATE
           END-IF.
           MOVE EM-DEPT            TO AL-DEPT.
           MOVE EM-FILING-STATUS   TO AL-FILING.
           IF EM-ALLOWANCES NUMERIC
               MOVE EM-ALLOWANCES  TO AL-ALLOWANCES
           ELSE
               MOVE ZERO           TO AL-ALLOWANCES
           END-IF.
           MOVE EM-DEPOSIT-FLAG    TO AL-DEPOSIT.
           IF EM-TERMINATED
               MOVE 'T'            TO AL-STATUS
           ELSE
               MOVE 'A'            TO AL-STATUS
           END-IF.
           IF EM-TERM-DATE NUMERIC AND EM-TERM-DATE > ZERO
               MOVE EM-TERM-DATE   TO AL-TERM-DATE
           ELSE
               MOVE SPACES         TO AL-TERM-DATE-X
           END-IF.
           WRITE AUDIT-REPORT-REC FROM AUDIT-DETAIL-LINE.
           IF AL-TAG = 'AFTER'
               MOVE SPACES TO AUDIT-REPORT-REC
               WRITE AUDIT-REPORT-REC
           END-IF.
      *
       WRITE-REASON-FIELDS.
           MOVE MT-EMP-ID TO AR-EMP-ID.
           IF MT-EFFECTIVE-DATE NUMERIC
               MOVE MT-EFFECTIVE-DATE(1:4) TO AR-EFFECTIVE(1:4)
               MOVE '/'                    TO AR-EFFECTIVE(5:1)
               MOVE MT-EFFECTIVE-DATE(5:2) TO AR-EFFECTIVE(6:2)
               MOVE '/'                    TO AR-EFFECTIVE(8:1)
               MOVE MT-EFFECTIVE-DATE(7:2) TO AR-EFFECTIVE(9:2)
           ELSE
               MOVE MT-EFFECTIVE-DATE      TO AR-EFFECTIVE
           END-IF.
      *
       WRITE-REJECT-LINE.
           MOVE SPACES            TO AUDIT-REASON-LINE.
           MOVE WS-TRAN-TYPE-NAME TO AR-TYPE.
           MOVE 'REJECT'          TO AR-TAG.
           PERFORM WRITE-REASON-FIELDS.
           MOVE WS-REJECT-REASON  TO AR-REASON.
           WRITE AUDIT-REPORT-REC FROM AUDIT-REASON-LINE.
           MOVE SPACES TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
      *
       WRITE-UPDATED-MASTER.
           PERFORM VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > WS-MS-CTR
               WRITE EMPLOYEE-MASTER-OUT-REC
                     FROM WS-MS-RECORD(MS-IDX)
           END-PERFORM.
      *
       WRITE-HEADINGS.
           MOVE 'EMPMNT  ' TO RH-REPORT-ID.
           MOVE 'EMPLOYEE MASTER MAINTENANCE AUDIT'
                TO RH-REPORT-TITLE.
           MOVE WS-TODAY-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE AUDIT-REPORT-REC FROM RH-LINE-1.
           WRITE AUDIT-REPORT-REC FROM RH-LINE-2.
           MOVE  SPACES TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC FROM COLUMN-HEADING-LINE.
           MOVE  SPACES TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
           MOVE 'TRANSACTIONS READ      : ' TO SL-LABEL.
           MOVE TOT-TRANS-READ TO SL-COUNT.
           WRITE AUDIT-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'HIRES APPLIED          : ' TO SL-LABEL.
           MOVE TOT-HIRES      TO SL-COUNT.
           WRITE AUDIT-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'CHANGES APPLIED        : ' TO SL-LABEL.
           MOVE TOT-CHANGES    TO SL-COUNT.
           WRITE AUDIT-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'TERMINATIONS APPLIED   : ' TO SL-LABEL.
           MOVE TOT-TERMS      TO SL-COUNT.
           WRITE AUDIT-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'CARRIED FORWARD        : ' TO SL-LABEL.
           MOVE TOT-PENDING    TO SL-COUNT.
           WRITE AUDIT-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'REJECTED               : ' TO SL-LABEL.
           MOVE TOT-REJECTS    TO SL-COUNT.
           WRITE AUDIT-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'BENEFIT PLANS STOPPED  : ' TO SL-LABEL.
           MOVE TOT-BEN-STOPPED TO SL-COUNT.
           WRITE AUDIT-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'GARNISHMENTS STOPPED   : ' TO SL-LABEL.
           MOVE TOT-GARN-STOPPED TO SL-COUNT.
           WRITE AUDIT-REPORT-REC FROM SUMMARY-LINE.
           SET RH-TRAILER TO TRUE.
           COMPUTE RH-FINAL-COUNT = TOT-HIRES + TOT-CHANGES
                                  + TOT-TERMS.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE AUDIT-REPORT-REC FROM RH-LINE-1
                 AFTER ADVANCING 1 LINE.
