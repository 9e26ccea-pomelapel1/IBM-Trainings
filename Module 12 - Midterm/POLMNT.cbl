       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLMNT.
      *
      ********** Workshop 12  -   Production Support    ************
      *
      *   Policy Master maintenance.  POLMSTR is the authority
      *   MIDTERM, PREMBILL and PREMPOST load read-only, and until
      *   now the only way to add a newborn to the roster or move a
      *   policy to another type was to edit the file by hand.
      *   POLMNT applies POLTRAN transactions against the master,
      *   each carrying the date it takes effect:
      *     'N' - new policy:   policy number must not already be on
      *                         the master; name, type and a coverage
      *                         amount are required.  The benefit
      *                         date defaults to the effective date.
      *                         The state of residence is optional.
      *     'E' - endorsement:  policy must be on the master and not
      *                         cancelled; PT-ENDORSE-TYPE says what
      *                         changes -
      *                           'A' add a dependent member id
      *                           'R' remove a dependent member id
      *                           'T' change the policy type
      *                           'D' change the benefit date
      *                           'S' change the state of residence
      *     'X' - cancellation: policy must be on the master and not
      *                         already cancelled; status set to 'C'
      *                         as of the effective date.
      *   A new policy or a change of type is only applied when the
      *   target type carries a RATETBL row for the plan year the
      *   effective date falls in and a PREMTBL premium rate - a
      *   policy nothing can price or bill is refused up front.
      *
      *   The master is sequential, so it is loaded whole, updated
      *   in the table and rewritten whole at the end of the run
      *   (the YTDCLAIM/CLMPEND convention).  Every transaction -
      *   applied or rejected - gets an audit line with before and
      *   after images.
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE   ASSIGN TO POLTRAN.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLMSTR
               FILE STATUS IS WS-POLM-STATUS.
           SELECT RATE-TABLE-FILE    ASSIGN TO RATETBL.
           SELECT PREMIUM-RATE-FILE  ASSIGN TO PREMTBL.
           SELECT AUDIT-REPORT       ASSIGN TO POLAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAINT-TRANS-REC.
       01  MAINT-TRANS-REC.
           05  PT-ACTION-CODE           PIC X(01).
               88  PT-NEW-POLICY        VALUE 'N'.
               88  PT-ENDORSEMENT       VALUE 'E'.
               88  PT-CANCELLATION      VALUE 'X'.
               88  PT-VALID-ACTION      VALUES 'N', 'E', 'X'.
           05  PT-ENDORSE-TYPE          PIC X(01).
               88  PT-ADD-MEMBER        VALUE 'A'.
               88  PT-REMOVE-MEMBER     VALUE 'R'.
               88  PT-CHANGE-TYPE       VALUE 'T'.
               88  PT-CHANGE-BENEFIT    VALUE 'D'.
               88  PT-CHANGE-STATE      VALUE 'S'.
               88  PT-VALID-ENDORSE     VALUES 'A', 'R', 'T', 'D',
                                               'S'.
           05  PT-POLICY-NO             PIC 9(07).
           05  PT-EFFECTIVE-DATE        PIC 9(08).
           05  PT-LAST-NAME             PIC X(15).
           05  PT-FIRST-NAME            PIC X(10).
           05  PT-POLICY-TYPE           PIC 9(01).
           05  PT-BENEFIT-DATE          PIC 9(08).
           05  PT-AMOUNT                PIC S9(7)V99.
           05  PT-MEMBER-ID             PIC X(02).
           05  PT-STATE                 PIC X(02).
           05  FILLER                   PIC X(16).
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
      *    Dependent roster - member ids covered under the policy
      *    (the policyholder is implicit); blank slots unused.
           05  POL-MEMBER-ROSTER.
               10  POL-MEMBER-ID        PIC X(02) OCCURS 6 TIMES.
      *    Blank or 'A' is in force; 'C' cancelled as of
      *    POL-CANCEL-DATE.
           05  POL-STATUS               PIC X(01).
               88  POL-CANCELLED        VALUE 'C'.
           05  POL-CANCEL-DATE          PIC 9(08).
      *    Insured's state of residence (postal code) - where an
      *    uncashed check is reported as unclaimed property.
           05  POL-STATE                PIC X(02).
           05  FILLER                   PIC X(03).
      *
      *     Per-policy-type coverage/deductible rate table - only the
      *     key is needed here, to prove the type is priced for the
      *     plan year.
       FD  RATE-TABLE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATE-TABLE-REC.
       01  RATE-TABLE-REC.
           05  RT-POLICY-TYPE           PIC 9(01).
           05  RT-PLAN-YEAR             PIC 9(04).
           05  FILLER                   PIC X(25).
      *
      *     Monthly premium per policy type - only the key is needed
      *     here, to prove the type can be billed.
       FD  PREMIUM-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 12 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PREMIUM-RATE-REC.
       01  PREMIUM-RATE-REC.
           05  PM-POLICY-TYPE           PIC 9(01).
           05  FILLER                   PIC X(11).
      *
       FD  AUDIT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDIT-REPORT-REC.
       01  AUDIT-REPORT-REC             PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  EOF-STAT                     PIC X VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-POLM-STATUS               PIC X(02) VALUE SPACES.
      *
       COPY DATEPARM.
      *
      *    Policy master, loaded whole at startup and rewritten whole
      *    at the end - same 200-policy ceiling as MIDTERM's table.
       01  WS-POLICY-MASTER-TABLE.
           05  WS-POL-ENTRIES OCCURS 200 TIMES
                   INDEXED BY POL-IDX.
               10  WS-POL-IMAGE         PIC X(80).
       01  WS-POLICY-MASTER-CTR         PIC S9(4) COMP VALUE ZERO.
       01  WS-POLICY-MASTER-MAX         PIC S9(4) COMP VALUE 200.
       01  WS-POL-OVERFLOW-SW           PIC X VALUE 'N'.
           88  POLICY-MASTER-OVERFLOW   VALUE 'Y'.
       01  WS-POL-FOUND-SW              PIC X VALUE 'N'.
           88  POLICY-ON-MASTER         VALUE 'Y'.
      *
      *    Rate table keys (type + plan year) and premium table types,
      *    loaded at startup.
       01  WS-RATE-TABLE.
           05  WS-RT-ENTRIES OCCURS 50 TIMES
                   INDEXED BY RT-IDX.
               10  WS-RT-POLICY-TYPE    PIC 9(01).
               10  WS-RT-PLAN-YEAR      PIC 9(04).
       01  WS-RT-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-RT-MAX                    PIC S9(4) COMP VALUE 50.
       01  WS-PREMIUM-TABLE.
           05  WS-PM-ENTRIES OCCURS 10 TIMES
                   INDEXED BY PM-IDX.
               10  WS-PM-TYPE           PIC 9(01).
       01  WS-PM-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-PM-MAX                    PIC S9(4) COMP VALUE 10.
       01  WS-TYPE-OK-SW                PIC X VALUE 'N'.
           88  TYPE-IS-PRICED           VALUE 'Y'.
       01  WS-PLAN-YEAR                 PIC 9(04) VALUE ZERO.
      *
       01  WS-MEMBER-SUB                PIC S9(4) COMP VALUE ZERO.
       01  WS-MEMBER-SLOT               PIC S9(4) COMP VALUE ZERO.
       01  WS-MEMBER-FOUND-SW           PIC X VALUE 'N'.
           88  MEMBER-ON-ROSTER         VALUE 'Y'.
      *
       01  WS-BEFORE-IMAGE              PIC X(80) VALUE SPACES.
       01  WS-AFTER-IMAGE               PIC X(80) VALUE SPACES.
       01  WS-DISPOSITION               PIC X(40) VALUE SPACES.
      *
       01  ACC-CTRS.
           05  TOT-TRANS-READ           PIC 9(5)  VALUE ZERO.
           05  TOT-TRANS-APPLIED        PIC 9(5)  VALUE ZERO.
           05  TOT-TRANS-REJECTED       PIC 9(5)  VALUE ZERO.
      *
       01  HEADER-LINE-1.
           05  FILLER                   PIC X(45) VALUE
               'POLICY MASTER MAINTENANCE AUDIT REPORT'.
      *
       01  AUDIT-DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  AL-ACTION                PIC X(01).
           05  AL-ENDORSE-TYPE          PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-POLICY-NO             PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'EFFECTIVE '.
           05  AL-EFFECTIVE-DATE        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-DISPOSITION           PIC X(40).
       01  AUDIT-BEFORE-LINE.
           05  FILLER                   PIC X(12) VALUE '   BEFORE: '.
           05  AL-BEFORE                PIC X(80).
       01  AUDIT-AFTER-LINE.
           05  FILLER                   PIC X(12) VALUE '   AFTER : '.
           05  AL-AFTER                 PIC X(80).
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X(30) VALUE
               'TRANSACTIONS READ      : '.
           05  SL-READ                  PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X(30) VALUE
               'TRANSACTIONS APPLIED   : '.
           05  SL-APPLIED               PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X(30) VALUE
               'TRANSACTIONS REJECTED  : '.
           05  SL-REJECTED              PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-POLICY-MASTER.
      *    Rewriting a master that did not fit the table would drop
      *    every policy past the ceiling - refuse the run instead.
           IF POLICY-MASTER-OVERFLOW
               DISPLAY 'POLMNT: POLICY MASTER HAS MORE THAN '
                       WS-POLICY-MASTER-MAX
                       ' POLICIES - RUN REFUSED, MASTER UNCHANGED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
           READ MAINT-TRANS-FILE
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM APPLY-ONE-TRANSACTION UNTIL END-OF-FILE.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM REWRITE-POLICY-MASTER.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  MAINT-TRANS-FILE.
           OPEN INPUT  RATE-TABLE-FILE.
           PERFORM LOAD-RATE-TABLE.
           OPEN INPUT  PREMIUM-RATE-FILE.
           PERFORM LOAD-PREMIUM-TABLE.
           OPEN OUTPUT AUDIT-REPORT.
      *
       CLOSE-FILES.
           CLOSE MAINT-TRANS-FILE, RATE-TABLE-FILE,
                 PREMIUM-RATE-FILE, AUDIT-REPORT.
      *
      *    First-ever run has no master yet - start from an empty one.
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
                   SET POLICY-MASTER-OVERFLOW TO TRUE
               END-IF
               CLOSE POLICY-MASTER-FILE
           END-IF.
           MOVE 'N' TO EOF-STAT.
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
       LOAD-RATE-TABLE.
           MOVE 'N' TO EOF-STAT.
           READ RATE-TABLE-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL
                   RT-IDX > WS-RT-MAX OR END-OF-FILE
               ADD 1 TO WS-RT-CTR
               MOVE RT-POLICY-TYPE TO WS-RT-POLICY-TYPE(RT-IDX)
               MOVE RT-PLAN-YEAR   TO WS-RT-PLAN-YEAR(RT-IDX)
               READ RATE-TABLE-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-STAT.
      *
       LOAD-PREMIUM-TABLE.
           MOVE 'N' TO EOF-STAT.
           READ PREMIUM-RATE-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING PM-IDX FROM 1 BY 1 UNTIL
                   PM-IDX > WS-PM-MAX OR END-OF-FILE
               ADD 1 TO WS-PM-CTR
               MOVE PM-POLICY-TYPE TO WS-PM-TYPE(PM-IDX)
               READ PREMIUM-RATE-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-STAT.
      *
      *    The target type must be priced (RATETBL row for the plan
      *    year the effective date falls in) and billable (PREMTBL
      *    row) before a policy may carry it.
       VALIDATE-POLICY-TYPE.
           MOVE 'N' TO WS-TYPE-OK-SW.
           MOVE PT-EFFECTIVE-DATE(1:4) TO WS-PLAN-YEAR.
           SET RT-IDX TO 1.
           SEARCH WS-RT-ENTRIES
               AT END
                   CONTINUE
               WHEN RT-IDX > WS-RT-CTR
                   CONTINUE
               WHEN WS-RT-POLICY-TYPE(RT-IDX) = PT-POLICY-TYPE
                    AND WS-RT-PLAN-YEAR(RT-IDX) = WS-PLAN-YEAR
                   SET TYPE-IS-PRICED TO TRUE
           END-SEARCH.
           IF TYPE-IS-PRICED
               MOVE 'N' TO WS-TYPE-OK-SW
               SET PM-IDX TO 1
               SEARCH WS-PM-ENTRIES
                   AT END
                       CONTINUE
                   WHEN PM-IDX > WS-PM-CTR
                       CONTINUE
                   WHEN WS-PM-TYPE(PM-IDX) = PT-POLICY-TYPE
                       SET TYPE-IS-PRICED TO TRUE
               END-SEARCH
           END-IF.
      *
       VALIDATE-EFFECTIVE-DATE.
           SET DP-VALIDATE TO TRUE.
           MOVE PT-EFFECTIVE-DATE TO DP-DATE-IN.
           CALL 'DATEEDIT' USING DATE-EDIT-PARM.
      *
       FIND-POLICY.
           MOVE 'N' TO WS-POL-FOUND-SW.
           PERFORM VARYING POL-IDX FROM 1 BY 1
                   UNTIL POL-IDX > WS-POLICY-MASTER-CTR
                      OR POLICY-ON-MASTER
               MOVE WS-POL-IMAGE(POL-IDX) TO POLICY-MASTER-REC
               IF POL-POLICY-NO = PT-POLICY-NO
                   SET POLICY-ON-MASTER TO TRUE
               END-IF
           END-PERFORM.
      *    The VARYING has stepped one past the match.
           IF POLICY-ON-MASTER
               SET POL-IDX DOWN BY 1
               MOVE WS-POL-IMAGE(POL-IDX) TO WS-BEFORE-IMAGE
                                             POLICY-MASTER-REC
           END-IF.
      *
       FIND-MEMBER.
           MOVE 'N'  TO WS-MEMBER-FOUND-SW.
           MOVE ZERO TO WS-MEMBER-SLOT.
           PERFORM VARYING WS-MEMBER-SUB FROM 1 BY 1
                   UNTIL WS-MEMBER-SUB > 6
               IF POL-MEMBER-ID(WS-MEMBER-SUB) = PT-MEMBER-ID
                   SET MEMBER-ON-ROSTER TO TRUE
                   MOVE WS-MEMBER-SUB TO WS-MEMBER-SLOT
               END-IF
           END-PERFORM.
      *
       FIND-FREE-SLOT.
           MOVE ZERO TO WS-MEMBER-SLOT.
           PERFORM VARYING WS-MEMBER-SUB FROM 1 BY 1
                   UNTIL WS-MEMBER-SUB > 6 OR WS-MEMBER-SLOT > ZERO
               IF POL-MEMBER-ID(WS-MEMBER-SUB) = SPACES
                   MOVE WS-MEMBER-SUB TO WS-MEMBER-SLOT
               END-IF
           END-PERFORM.
      *
       APPLY-ONE-TRANSACTION.
           ADD 1 TO TOT-TRANS-READ.
           MOVE SPACES TO WS-DISPOSITION WS-BEFORE-IMAGE
                          WS-AFTER-IMAGE.
           MOVE 'N' TO WS-POL-FOUND-SW.
           IF PT-POLICY-NO NUMERIC
               PERFORM FIND-POLICY
           END-IF.
           PERFORM VALIDATE-EFFECTIVE-DATE.
           EVALUATE TRUE
               WHEN NOT PT-VALID-ACTION
                   MOVE 'REJECTED - INVALID ACTION CODE'
                        TO WS-DISPOSITION
               WHEN PT-POLICY-NO NOT NUMERIC OR PT-POLICY-NO = ZERO
                   MOVE 'REJECTED - INVALID POLICY NUMBER'
                        TO WS-DISPOSITION
               WHEN NOT DP-DATE-VALID
                   MOVE 'REJECTED - INVALID EFFECTIVE DATE'
                        TO WS-DISPOSITION
               WHEN PT-NEW-POLICY
                   PERFORM EDIT-NEW-POLICY
               WHEN NOT POLICY-ON-MASTER
                   MOVE 'REJECTED - POLICY NOT ON MASTER'
                        TO WS-DISPOSITION
               WHEN POL-CANCELLED
                   MOVE 'REJECTED - POLICY ALREADY CANCELLED'
                        TO WS-DISPOSITION
               WHEN PT-ENDORSEMENT
                   PERFORM EDIT-ENDORSEMENT
               WHEN PT-CANCELLATION
                   PERFORM APPLY-CANCELLATION
           END-EVALUATE.
           IF WS-DISPOSITION(1:8) = 'REJECTED'
               ADD 1 TO TOT-TRANS-REJECTED
           ELSE
               ADD 1 TO TOT-TRANS-APPLIED
           END-IF.
           PERFORM WRITE-AUDIT-LINES.
           READ MAINT-TRANS-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
       EDIT-NEW-POLICY.
           IF PT-BENEFIT-DATE NOT NUMERIC OR PT-BENEFIT-DATE = ZERO
               MOVE PT-EFFECTIVE-DATE TO PT-BENEFIT-DATE
           END-IF.
           SET DP-VALIDATE TO TRUE.
           MOVE PT-BENEFIT-DATE TO DP-DATE-IN.
           CALL 'DATEEDIT' USING DATE-EDIT-PARM.
           IF PT-POLICY-TYPE NUMERIC
               PERFORM VALIDATE-POLICY-TYPE
           ELSE
               MOVE 'N' TO WS-TYPE-OK-SW
           END-IF.
           EVALUATE TRUE
               WHEN POLICY-ON-MASTER
                   MOVE 'REJECTED - POLICY ALREADY ON MASTER'
                        TO WS-DISPOSITION
               WHEN PT-LAST-NAME = SPACES OR PT-FIRST-NAME = SPACES
                   MOVE 'REJECTED - INSURED NAME REQUIRED'
                        TO WS-DISPOSITION
               WHEN NOT TYPE-IS-PRICED
                   MOVE 'REJECTED - TYPE NOT ON RATETBL/PREMTBL'
                        TO WS-DISPOSITION
               WHEN PT-AMOUNT NOT NUMERIC OR PT-AMOUNT NOT > ZERO
                   MOVE 'REJECTED - INVALID COVERAGE AMOUNT'
                        TO WS-DISPOSITION
               WHEN NOT DP-DATE-VALID
                   MOVE 'REJECTED - INVALID BENEFIT DATE'
                        TO WS-DISPOSITION
               WHEN PT-STATE NOT = SPACES
                    AND (PT-STATE NOT ALPHABETIC
                         OR PT-STATE(1:1) = SPACE
                         OR PT-STATE(2:1) = SPACE)
                   MOVE 'REJECTED - INVALID STATE CODE'
                        TO WS-DISPOSITION
               WHEN WS-POLICY-MASTER-CTR NOT < WS-POLICY-MASTER-MAX
                   MOVE 'REJECTED - POLICY MASTER TABLE FULL'
                        TO WS-DISPOSITION
               WHEN OTHER
                   PERFORM APPLY-NEW-POLICY
           END-EVALUATE.
      *
       APPLY-NEW-POLICY.
           MOVE SPACES            TO POLICY-MASTER-REC.
           MOVE PT-POLICY-NO      TO POL-POLICY-NO.
           MOVE PT-LAST-NAME      TO POL-LAST-NAME.
           MOVE PT-FIRST-NAME     TO POL-FIRST-NAME.
           MOVE PT-POLICY-TYPE    TO POL-POLICY-TYPE.
           MOVE PT-BENEFIT-DATE   TO POL-BENEFIT-DATE.
           MOVE PT-AMOUNT         TO POL-AMOUNT.
           MOVE PT-STATE          TO POL-STATE.
           MOVE ZERO              TO POL-DEDUCTIBLE-PAID
                                     POL-CANCEL-DATE.
           MOVE 'A'               TO POL-STATUS.
           ADD 1 TO WS-POLICY-MASTER-CTR.
           SET POL-IDX TO WS-POLICY-MASTER-CTR.
           MOVE POLICY-MASTER-REC TO WS-POL-IMAGE(POL-IDX)
                                     WS-AFTER-IMAGE.
           MOVE 'NEW POLICY ADDED' TO WS-DISPOSITION.
      *
       EDIT-ENDORSEMENT.
           EVALUATE TRUE
               WHEN NOT PT-VALID-ENDORSE
                   MOVE 'REJECTED - INVALID ENDORSEMENT TYPE'
                        TO WS-DISPOSITION
               WHEN PT-ADD-MEMBER OR PT-REMOVE-MEMBER
                   PERFORM EDIT-MEMBER-CHANGE
               WHEN PT-CHANGE-TYPE
                   PERFORM EDIT-TYPE-CHANGE
               WHEN PT-CHANGE-BENEFIT
                   PERFORM EDIT-BENEFIT-CHANGE
               WHEN PT-CHANGE-STATE
                   PERFORM EDIT-STATE-CHANGE
           END-EVALUATE.
           IF WS-DISPOSITION(1:8) NOT = 'REJECTED'
               MOVE POLICY-MASTER-REC TO WS-POL-IMAGE(POL-IDX)
                                         WS-AFTER-IMAGE
           END-IF.
      *
      *    The policyholder ('00' on a claim) is implicit and never
      *    carried on the roster.
       EDIT-MEMBER-CHANGE.
           PERFORM FIND-MEMBER.
           EVALUATE TRUE
               WHEN PT-MEMBER-ID = SPACES OR PT-MEMBER-ID = '00'
                   MOVE 'REJECTED - INVALID MEMBER ID'
                        TO WS-DISPOSITION
               WHEN PT-ADD-MEMBER AND MEMBER-ON-ROSTER
                   MOVE 'REJECTED - MEMBER ALREADY ON ROSTER'
                        TO WS-DISPOSITION
               WHEN PT-ADD-MEMBER
                   PERFORM FIND-FREE-SLOT
                   IF WS-MEMBER-SLOT = ZERO
                       MOVE 'REJECTED - ROSTER FULL'
                            TO WS-DISPOSITION
                   ELSE
                       MOVE PT-MEMBER-ID
                            TO POL-MEMBER-ID(WS-MEMBER-SLOT)
                       MOVE 'MEMBER ADDED' TO WS-DISPOSITION
                   END-IF
               WHEN NOT MEMBER-ON-ROSTER
                   MOVE 'REJECTED - MEMBER NOT ON ROSTER'
                        TO WS-DISPOSITION
               WHEN OTHER
                   MOVE SPACES TO POL-MEMBER-ID(WS-MEMBER-SLOT)
                   MOVE 'MEMBER REMOVED' TO WS-DISPOSITION
           END-EVALUATE.
      *
       EDIT-TYPE-CHANGE.
           IF PT-POLICY-TYPE NUMERIC
               PERFORM VALIDATE-POLICY-TYPE
           ELSE
               MOVE 'N' TO WS-TYPE-OK-SW
           END-IF.
           EVALUATE TRUE
               WHEN NOT TYPE-IS-PRICED
                   MOVE 'REJECTED - TYPE NOT ON RATETBL/PREMTBL'
                        TO WS-DISPOSITION
               WHEN PT-POLICY-TYPE = POL-POLICY-TYPE
                   MOVE 'REJECTED - POLICY ALREADY THIS TYPE'
                        TO WS-DISPOSITION
               WHEN OTHER
                   MOVE PT-POLICY-TYPE TO POL-POLICY-TYPE
                   MOVE 'POLICY TYPE CHANGED' TO WS-DISPOSITION
           END-EVALUATE.
      *
       EDIT-BENEFIT-CHANGE.
           SET DP-VALIDATE TO TRUE.
           MOVE PT-BENEFIT-DATE TO DP-DATE-IN.
           CALL 'DATEEDIT' USING DATE-EDIT-PARM.
           IF DP-DATE-VALID
               MOVE PT-BENEFIT-DATE TO POL-BENEFIT-DATE
               MOVE 'BENEFIT DATE CHANGED' TO WS-DISPOSITION
           ELSE
               MOVE 'REJECTED - INVALID BENEFIT DATE'
                    TO WS-DISPOSITION
           END-IF.
      *
       EDIT-STATE-CHANGE.
           IF PT-STATE NOT ALPHABETIC
              OR PT-STATE(1:1) = SPACE OR PT-STATE(2:1) = SPACE
               MOVE 'REJECTED - INVALID STATE CODE'
                    TO WS-DISPOSITION
           ELSE
               MOVE PT-STATE TO POL-STATE
               MOVE 'STATE OF RESIDENCE CHANGED' TO WS-DISPOSITION
           END-IF.
      *
       APPLY-CANCELLATION.
           MOVE 'C'               TO POL-STATUS.
           MOVE PT-EFFECTIVE-DATE TO POL-CANCEL-DATE.
           MOVE POLICY-MASTER-REC TO WS-POL-IMAGE(POL-IDX)
                                     WS-AFTER-IMAGE.
           MOVE 'POLICY CANCELLED' TO WS-DISPOSITION.
      *
       WRITE-AUDIT-LINES.
           MOVE PT-ACTION-CODE    TO AL-ACTION.
           MOVE PT-ENDORSE-TYPE   TO AL-ENDORSE-TYPE.
           MOVE PT-POLICY-NO      TO AL-POLICY-NO.
           MOVE PT-EFFECTIVE-DATE TO AL-EFFECTIVE-DATE.
           MOVE WS-DISPOSITION    TO AL-DISPOSITION.
           WRITE AUDIT-REPORT-REC FROM AUDIT-DETAIL-LINE.
           IF WS-BEFORE-IMAGE NOT = SPACES
               MOVE WS-BEFORE-IMAGE TO AL-BEFORE
               WRITE AUDIT-REPORT-REC FROM AUDIT-BEFORE-LINE
           END-IF.
           IF WS-AFTER-IMAGE NOT = SPACES
               MOVE WS-AFTER-IMAGE TO AL-AFTER
               WRITE AUDIT-REPORT-REC FROM AUDIT-AFTER-LINE
           END-IF.
      *
       WRITE-HEADINGS.
           WRITE AUDIT-REPORT-REC FROM HEADER-LINE-1.
           MOVE  SPACES TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
           MOVE  TOT-TRANS-READ     TO SL-READ.
           WRITE AUDIT-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-TRANS-APPLIED  TO SL-APPLIED.
           WRITE AUDIT-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-TRANS-REJECTED TO SL-REJECTED.
           WRITE AUDIT-REPORT-REC FROM SUMMARY-LINE-3.
