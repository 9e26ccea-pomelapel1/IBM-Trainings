       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJPROF.
      *--------------------------------------------------------------*
      * Workshop 15 -  Project profitability report.  Sets what each
      *     project has billed to date - every invoice EMPINV cut,
      *     from the INVREG invoice register - against what its
      *     labor has actually cost: the LABCOST history LABDIST
      *     appends each week, the timecard hours charged to the
      *     project priced at each employee's payroll rate (1.5x
      *     beyond 40, as MILLARD pays).  Shows margin and margin
      *     percent per project, then per client (PJ-CLIENT-NAME on
      *     PROJMSTR), and flags every project billing below cost.
      *     Invoices or labor against codes missing from the master
      *     are reported as orphans and kept out of the margins.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJECT-MASTER-FILE ASSIGN TO PROJMSTR.
           SELECT INVOICE-REGISTER    ASSIGN TO INVREG.
           SELECT LABOR-COST-FILE     ASSIGN TO LABCOST.
           SELECT PROFIT-REPORT       ASSIGN TO PROFRPT.
       DATA DIVISION.
       FILE SECTION.
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
       FD  INVOICE-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVOICE-REGISTER-REC.
       01  INVOICE-REGISTER-REC.
           05  REG-INVOICE-NO               PIC 9(06).
           05  REG-PROJECT-CODE             PIC X(04).
           05  REG-INVOICE-AMOUNT           PIC S9(9)V99.
           05  REG-LINE-COUNT               PIC 9(03).
           05  REG-INVOICE-DATE             PIC 9(08).
           05  FILLER                       PIC X(08).
      *
       FD  LABOR-COST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LABOR-COST-REC.
           COPY LABCOST.
      *
       FD  PROFIT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROFIT-REPORT-REC.
       01  PROFIT-REPORT-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  SW-END-OF-FILE                   PIC X(01) VALUE SPACES.
                88 END-OF-FILE   VALUE 'Y'.
      *
      *    The project master held whole, with billed revenue and
      *    labor cost accumulated beside each entry.
       01  WS-PROJ-TABLE.
           05  WS-PJ-ENTRY OCCURS 50 TIMES
                   INDEXED BY PJ-IDX.
               10  WS-PJ-CODE               PIC X(04).
               10  WS-PJ-CLIENT             PIC X(25).
               10  WS-PJ-STATUS             PIC X(01).
               10  WS-PJ-BILLED             PIC S9(9)V99.
               10  WS-PJ-LABOR-COST         PIC S9(9)V99.
               10  WS-PJ-HOURS              PIC 9(07).
       01  WS-PJ-CTR                        PIC S9(4) COMP VALUE ZERO.
       01  WS-PJ-MAX                        PIC S9(4) COMP VALUE 50.
      *
      *    Totals by client - same FIND-OR-ADD idiom as 400-TOTAL-
      *    PROJ-EXPENSE's totals table in TABLES01.
       01  WS-CLIENT-TABLE.
           05  WS-CT-ENTRY OCCURS 50 TIMES
                   INDEXED BY CT-IDX.
               10  WS-CT-CLIENT             PIC X(25).
               10  WS-CT-PROJECTS           PIC 9(03).
               10  WS-CT-BILLED             PIC S9(9)V99.
               10  WS-CT-LABOR-COST         PIC S9(9)V99.
       01  WS-CT-CTR                        PIC S9(4) COMP VALUE ZERO.
      *
       01  WS-MARGIN                        PIC S9(9)V99 VALUE ZERO.
       01  WS-MARGIN-PCT                    PIC S9(5)V9  VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-INVOICES-READ            PIC 9(5)  VALUE ZERO.
           05  TOT-COST-RECS-READ           PIC 9(5)  VALUE ZERO.
           05  TOT-ORPHAN-INVOICES          PIC 9(5)  VALUE ZERO.
           05  TOT-ORPHAN-COST-RECS         PIC 9(5)  VALUE ZERO.
           05  TOT-BELOW-COST               PIC 9(5)  VALUE ZERO.
           05  TOT-BILLED                   PIC S9(9)V99 VALUE ZERO.
           05  TOT-LABOR-COST               PIC S9(9)V99 VALUE ZERO.
      *
       01  HEADER-LINE-1.
           05  FILLER                   PIC X(45) VALUE
               'PROJECT PROFITABILITY REPORT'.
       01  HEADER-LINE-2.
           05  FILLER                   PIC X(06) VALUE 'PROJ'.
           05  FILLER                   PIC X(27) VALUE 'CLIENT'.
           05  FILLER                   PIC X(08) VALUE 'STATUS'.
           05  FILLER                   PIC X(09) VALUE '    HOURS'.
           05  FILLER                   PIC X(16) VALUE
               '          BILLED'.
           05  FILLER                   PIC X(16) VALUE
               '      LABOR COST'.
           05  FILLER                   PIC X(18) VALUE
               '          MARGIN'.
           05  FILLER                   PIC X(08) VALUE '     PCT'.
           05  FILLER                   PIC X(16) VALUE '  FLAG'.
       01  CLIENT-HEADER-LINE.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(27) VALUE
               'CLIENT'.
           05  FILLER                   PIC X(18) VALUE
               'PROJECTS'.
           05  FILLER                   PIC X(16) VALUE
               '          BILLED'.
           05  FILLER                   PIC X(16) VALUE
               '      LABOR COST'.
           05  FILLER                   PIC X(18) VALUE
               '          MARGIN'.
           05  FILLER                   PIC X(08) VALUE '     PCT'.
      *
       01  DETAIL-LINE.
           05  DL-CODE                  PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CLIENT                PIC X(25).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-STATUS                PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-HOURS                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-BILLED                PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-LABOR-COST            PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-MARGIN                PIC $$$,$$$,$$9.99CR.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-MARGIN-PCT            PIC ----9.9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-FLAG                  PIC X(16).
      *
       01  CLIENT-DETAIL-LINE.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  CL-CLIENT                PIC X(25).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-PROJECTS              PIC ZZ9.
           05  FILLER                   PIC X(17) VALUE SPACES.
           05  CL-BILLED                PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-LABOR-COST            PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-MARGIN                PIC $$$,$$$,$$9.99CR.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CL-MARGIN-PCT            PIC ----9.9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-FLAG                  PIC X(16).
      *
       01  ORPHAN-LINE.
           05  FILLER                   PIC X(12) VALUE 'INVOICE '.
           05  OL-INVOICE-NO            PIC 9(06).
           05  FILLER                   PIC X(12) VALUE '  PROJECT '.
           05  OL-PROJECT               PIC X(04).
           05  FILLER                   PIC X(30) VALUE
               '  NOT ON PROJECT MASTER'.
       01  ORPHAN-COST-LINE.
           05  FILLER                   PIC X(12) VALUE 'LABOR WEEK '.
           05  OC-WEEK-DATE             PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OC-EMP-ID                PIC X(05).
           05  FILLER                   PIC X(10) VALUE '  PROJECT '.
           05  OC-PROJECT               PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OC-COST                  PIC $$$$,$$9.99.
           05  FILLER                   PIC X(30) VALUE
               '  NOT ON PROJECT MASTER'.
      *
       01  TOTAL-LINE.
           05  FILLER                   PIC X(52) VALUE
               'ALL PROJECTS'.
           05  TL-BILLED                PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-LABOR-COST            PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-MARGIN                PIC $$$,$$$,$$9.99CR.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-MARGIN-PCT            PIC ----9.9.
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X(30) VALUE
               'INVOICES READ          : '.
           05  SL-READ                  PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X(30) VALUE
               'LABOR COST RECORDS READ: '.
           05  SL-COST-READ             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X(30) VALUE
               'PROJECTS BELOW COST    : '.
           05  SL-BELOW                 PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X(30) VALUE
               'ORPHAN INVOICES        : '.
           05  SL-ORPHANS               PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X(30) VALUE
               'ORPHAN LABOR RECORDS   : '.
           05  SL-ORPHAN-COST           PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-POST-INVOICES UNTIL END-OF-FILE.
           MOVE 'N' TO SW-END-OF-FILE.
           READ LABOR-COST-FILE
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
           PERFORM 150-POST-LABOR-COST UNTIL END-OF-FILE.
           MOVE  SPACES TO PROFIT-REPORT-REC.
           WRITE PROFIT-REPORT-REC.
           WRITE PROFIT-REPORT-REC FROM HEADER-LINE-2.
           MOVE  SPACES TO PROFIT-REPORT-REC.
           WRITE PROFIT-REPORT-REC.
           PERFORM 200-WRITE-PROJECT-LINE
               VARYING PJ-IDX FROM 1 BY 1
               UNTIL PJ-IDX > WS-PJ-CTR.
           PERFORM 250-WRITE-TOTAL-LINE.
           MOVE  SPACES TO PROFIT-REPORT-REC.
           WRITE PROFIT-REPORT-REC.
           WRITE PROFIT-REPORT-REC FROM CLIENT-HEADER-LINE.
           MOVE  SPACES TO PROFIT-REPORT-REC.
           WRITE PROFIT-REPORT-REC.
           PERFORM 300-WRITE-CLIENT-LINE
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-CT-CTR.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       000-HOUSEKEEPING.
           OPEN INPUT PROJECT-MASTER-FILE, INVOICE-REGISTER,
                      LABOR-COST-FILE.
           OPEN OUTPUT PROFIT-REPORT.
           WRITE PROFIT-REPORT-REC FROM HEADER-LINE-1.
           MOVE  SPACES TO PROFIT-REPORT-REC.
           WRITE PROFIT-REPORT-REC.
           READ PROJECT-MASTER-FILE
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
           PERFORM VARYING PJ-IDX FROM 1 BY 1 UNTIL
                   PJ-IDX > WS-PJ-MAX OR END-OF-FILE
               ADD 1 TO WS-PJ-CTR
               MOVE PJ-CODE        TO WS-PJ-CODE(PJ-IDX)
               MOVE PJ-CLIENT-NAME TO WS-PJ-CLIENT(PJ-IDX)
               MOVE PJ-STATUS      TO WS-PJ-STATUS(PJ-IDX)
               MOVE ZERO           TO WS-PJ-BILLED(PJ-IDX)
                                      WS-PJ-LABOR-COST(PJ-IDX)
                                      WS-PJ-HOURS(PJ-IDX)
               READ PROJECT-MASTER-FILE
                   AT END MOVE 'Y' TO SW-END-OF-FILE
               END-READ
           END-PERFORM.
           MOVE 'N' TO SW-END-OF-FILE.
           READ INVOICE-REGISTER
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
      *
       100-POST-INVOICES.
           ADD 1 TO TOT-INVOICES-READ.
           SET PJ-IDX TO 1.
           SEARCH WS-PJ-ENTRY
               AT END
                   PERFORM 110-REPORT-ORPHAN-INVOICE
               WHEN PJ-IDX > WS-PJ-CTR
                   PERFORM 110-REPORT-ORPHAN-INVOICE
               WHEN WS-PJ-CODE(PJ-IDX) = REG-PROJECT-CODE
                   ADD REG-INVOICE-AMOUNT
                       TO WS-PJ-BILLED(PJ-IDX)
           END-SEARCH.
           READ INVOICE-REGISTER
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
      *
       110-REPORT-ORPHAN-INVOICE.
           ADD 1 TO TOT-ORPHAN-INVOICES.
           MOVE REG-INVOICE-NO   TO OL-INVOICE-NO.
           MOVE REG-PROJECT-CODE TO OL-PROJECT.
           WRITE PROFIT-REPORT-REC FROM ORPHAN-LINE.
      *
       150-POST-LABOR-COST.
           ADD 1 TO TOT-COST-RECS-READ.
           SET PJ-IDX TO 1.
           SEARCH WS-PJ-ENTRY
               AT END
                   PERFORM 160-REPORT-ORPHAN-COST
               WHEN PJ-IDX > WS-PJ-CTR
                   PERFORM 160-REPORT-ORPHAN-COST
               WHEN WS-PJ-CODE(PJ-IDX) = LC-PROJECT-CODE
                   ADD LC-LABOR-COST TO WS-PJ-LABOR-COST(PJ-IDX)
                   ADD LC-REG-HOURS LC-OT-HOURS
                       TO WS-PJ-HOURS(PJ-IDX)
           END-SEARCH.
           READ LABOR-COST-FILE
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
      *
       160-REPORT-ORPHAN-COST.
           ADD 1 TO TOT-ORPHAN-COST-RECS.
           MOVE LC-WEEK-DATE    TO OC-WEEK-DATE.
           MOVE LC-EMP-ID       TO OC-EMP-ID.
           MOVE LC-PROJECT-CODE TO OC-PROJECT.
           MOVE LC-LABOR-COST   TO OC-COST.
           WRITE PROFIT-REPORT-REC FROM ORPHAN-COST-LINE.
      *
      *    Margin is billed less labor cost; the percent is of
      *    billed revenue (blank when nothing has been billed).
       200-WRITE-PROJECT-LINE.
           MOVE SPACES                TO DETAIL-LINE.
           MOVE WS-PJ-CODE(PJ-IDX)    TO DL-CODE.
           MOVE WS-PJ-CLIENT(PJ-IDX)  TO DL-CLIENT.
           IF WS-PJ-STATUS(PJ-IDX) = 'C'
               MOVE 'CLOSED' TO DL-STATUS
           ELSE
               MOVE 'OPEN'   TO DL-STATUS
           END-IF.
           MOVE WS-PJ-HOURS(PJ-IDX)      TO DL-HOURS.
           MOVE WS-PJ-BILLED(PJ-IDX)     TO DL-BILLED.
           MOVE WS-PJ-LABOR-COST(PJ-IDX) TO DL-LABOR-COST.
           COMPUTE WS-MARGIN = WS-PJ-BILLED(PJ-IDX)
                             - WS-PJ-LABOR-COST(PJ-IDX).
           MOVE WS-MARGIN TO DL-MARGIN.
           IF WS-PJ-BILLED(PJ-IDX) NOT = ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                       WS-MARGIN * 100 / WS-PJ-BILLED(PJ-IDX)
               MOVE WS-MARGIN-PCT TO DL-MARGIN-PCT
           END-IF.
           IF WS-MARGIN < ZERO
               MOVE '** BELOW COST **' TO DL-FLAG
               ADD 1 TO TOT-BELOW-COST
           END-IF.
           WRITE PROFIT-REPORT-REC FROM DETAIL-LINE.
           ADD WS-PJ-BILLED(PJ-IDX)     TO TOT-BILLED.
           ADD WS-PJ-LABOR-COST(PJ-IDX) TO TOT-LABOR-COST.
           SET CT-IDX TO 1.
           SEARCH WS-CT-ENTRY
               AT END
                   IF WS-CT-CTR < 50
                       ADD 1 TO WS-CT-CTR
                       SET CT-IDX TO WS-CT-CTR
                       MOVE WS-PJ-CLIENT(PJ-IDX)
                            TO WS-CT-CLIENT(CT-IDX)
                       MOVE 1 TO WS-CT-PROJECTS(CT-IDX)
                       MOVE WS-PJ-BILLED(PJ-IDX)
                            TO WS-CT-BILLED(CT-IDX)
                       MOVE WS-PJ-LABOR-COST(PJ-IDX)
                            TO WS-CT-LABOR-COST(CT-IDX)
                   END-IF
               WHEN CT-IDX > WS-CT-CTR
                   IF WS-CT-CTR < 50
                       ADD 1 TO WS-CT-CTR
                       SET CT-IDX TO WS-CT-CTR
                       MOVE WS-PJ-CLIENT(PJ-IDX)
                            TO WS-CT-CLIENT(CT-IDX)
                       MOVE 1 TO WS-CT-PROJECTS(CT-IDX)
                       MOVE WS-PJ-BILLED(PJ-IDX)
                            TO WS-CT-BILLED(CT-IDX)
                       MOVE WS-PJ-LABOR-COST(PJ-IDX)
                            TO WS-CT-LABOR-COST(CT-IDX)
                   END-IF
               WHEN WS-CT-CLIENT(CT-IDX) = WS-PJ-CLIENT(PJ-IDX)
                   ADD 1 TO WS-CT-PROJECTS(CT-IDX)
                   ADD WS-PJ-BILLED(PJ-IDX) TO WS-CT-BILLED(CT-IDX)
                   ADD WS-PJ-LABOR-COST(PJ-IDX)
                       TO WS-CT-LABOR-COST(CT-IDX)
           END-SEARCH.
      *
       250-WRITE-TOTAL-LINE.
           MOVE  SPACES TO PROFIT-REPORT-REC.
           WRITE PROFIT-REPORT-REC.
           MOVE TOT-BILLED     TO TL-BILLED.
           MOVE TOT-LABOR-COST TO TL-LABOR-COST.
           COMPUTE WS-MARGIN = TOT-BILLED - TOT-LABOR-COST.
           MOVE WS-MARGIN TO TL-MARGIN.
           IF TOT-BILLED NOT = ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                       WS-MARGIN * 100 / TOT-BILLED
               MOVE WS-MARGIN-PCT TO TL-MARGIN-PCT
           ELSE
               MOVE ZERO TO TL-MARGIN-PCT
           END-IF.
           WRITE PROFIT-REPORT-REC FROM TOTAL-LINE.
      *
       300-WRITE-CLIENT-LINE.
           MOVE SPACES                    TO CLIENT-DETAIL-LINE.
           MOVE WS-CT-CLIENT(CT-IDX)      TO CL-CLIENT.
           MOVE WS-CT-PROJECTS(CT-IDX)    TO CL-PROJECTS.
           MOVE WS-CT-BILLED(CT-IDX)      TO CL-BILLED.
           MOVE WS-CT-LABOR-COST(CT-IDX)  TO CL-LABOR-COST.
           COMPUTE WS-MARGIN = WS-CT-BILLED(CT-IDX)
                             - WS-CT-LABOR-COST(CT-IDX).
           MOVE WS-MARGIN TO CL-MARGIN.
           IF WS-CT-BILLED(CT-IDX) NOT = ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                       WS-MARGIN * 100 / WS-CT-BILLED(CT-IDX)
               MOVE WS-MARGIN-PCT TO CL-MARGIN-PCT
           END-IF.
           IF WS-MARGIN < ZERO
               MOVE '** BELOW COST **' TO CL-FLAG
           END-IF.
           WRITE PROFIT-REPORT-REC FROM CLIENT-DETAIL-LINE.
      *
       900-WRAP-UP.
           MOVE  SPACES TO PROFIT-REPORT-REC.
           WRITE PROFIT-REPORT-REC.
           MOVE  TOT-INVOICES-READ    TO SL-READ.
           WRITE PROFIT-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-COST-RECS-READ   TO SL-COST-READ.
           WRITE PROFIT-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-BELOW-COST       TO SL-BELOW.
           WRITE PROFIT-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-ORPHAN-INVOICES  TO SL-ORPHANS.
           WRITE PROFIT-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-ORPHAN-COST-RECS TO SL-ORPHAN-COST.
           WRITE PROFIT-REPORT-REC FROM SUMMARY-LINE-5.
           CLOSE PROJECT-MASTER-FILE, INVOICE-REGISTER,
                 LABOR-COST-FILE, PROFIT-REPORT.
