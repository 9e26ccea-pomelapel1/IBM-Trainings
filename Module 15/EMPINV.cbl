      *--------------------------------------------------------------*
      * Workshop 15 -  Client invoicing over the Employee's Projects
      *     File.  One invoice per EMP-PROJECT code: a line per
      *     employee billing the days and overtime hours not yet
      *     invoiced (EMP-NBR-DAYS-ON-PROJ / EMP-NBR-OT-HOURS less
      *     the billed-to-date marks) at EMP-PER-DAY-BILLING-RATE /
      *     EMP-PER-HOUR-OT-RATE, an invoice total, and a sequential
      *     invoice number carried in the INVCTL control file so
      *     numbers never repeat across runs.  An invoice-register
      *     record is written per invoice for receivables to post
      *     from.  Each line names the employee from the employee
      *     master (EMPMAST) - EMPPROJ rows carry only the id.
      *
      *     The updated file goes to EMPPROJO with the billed-to-
      *     date marks advanced to what was just invoiced, so the
      *     next run starts from there.  A project with nothing
      *     unbilled gets no invoice and uses no number.  INVCTL
      *     also keeps the last period (business date) invoiced; a
      *     run for a period not after it bills nothing, copies
      *     EMPPROJ through unchanged and ends with return code 8,
      *     so a re-run can never bill the same work twice.  PREBILL
      *     shows the unbilled work before the invoices are cut.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE       ASSIGN TO EMPPROJ.
           SELECT OUTPUT-FILE      ASSIGN TO EMPPROJO.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPMAST.
           SELECT PROJECT-MASTER-FILE ASSIGN TO PROJMSTR.
           SELECT INVOICE-CONTROL  ASSIGN TO INVCTL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT INVOICE-PRINT    ASSIGN TO INVPRINT.
           SELECT INVOICE-REGISTER ASSIGN TO INVREG.
           SELECT RUN-DATE-FILE    ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE RECORDING MODE F.
       01  EMP-PROJECT-IN                   PIC X(80).
      *
       FD  OUTPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMP-PROJECT-TABLE-O.
       01  EMP-PROJECT-TABLE-O              PIC X(80).
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY EMPMAST.
      *
      *    Project master - a closed or unknown project never gets
      *    an invoice cut against it.
           05  FILLER                   PIC X(01).
      *
      *    One-record control file carrying the last invoice number
      *    used and the last period invoiced - read at startup,
      *    written back at end of run.
       FD  INVOICE-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE-CONTROL-REC.
       01  INVOICE-CONTROL-REC.
           05  CTL-LAST-INVOICE-NO          PIC 9(06).
           05  CTL-LAST-PERIOD-DATE         PIC 9(08).
           05  FILLER                       PIC X(66).
      *
       FD  INVOICE-PRINT
           RECORDING MODE IS F
           05  REG-LINE-COUNT               PIC 9(03).
           05  REG-INVOICE-DATE             PIC 9(08).
           05  FILLER                       PIC X(08).
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
       WORKING-STORAGE SECTION.
       77  PROJECT-INDEX                    PIC S9(4) COMP.
       01  WS-CTL-STATUS                    PIC X(02) VALUE SPACES.
       01  WS-INVOICE-NO                    PIC 9(06) VALUE ZERO.
       01  WS-INVOICE-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-RUNDATE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-LAST-PERIOD-DATE              PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-SW                     PIC X VALUE 'N'.
           88  PERIOD-ALREADY-INVOICED      VALUE 'Y'.
      *
      *    The EMPPROJ row, read into here.
           COPY EMPPROJ.
      *
      *    Rows held whole (EMP-ROW-IMAGE) for EMPPROJO, with the
      *    billing fields beside them.  Unbilled days and hours are
      *    signed - a correction that takes a row below what was
      *    already billed comes back as a credit line.
       01  EMP-PROJECT-TABLE.
           05 EMP-PROJECT-ITEM OCCURS 200 TIMES
                INDEXED BY PROJ-IDX.
                10 EMP-ROW-IMAGE             PIC X(80).
                10 EMP-PROJECT               PIC X(4).
                10 EMP-ID                    PIC X(05).
                10 EMP-NAME                  PIC X(20).
                10 EMP-NBR-DAYS-ON-PROJ      PIC 9(03).
                10 EMP-NBR-OT-HOURS          PIC 9(03).
                10 EMP-PER-DAY-BILLING-RATE  PIC 9(03)V99.
                10 EMP-PER-HOUR-OT-RATE      PIC 9(03)V99.
                10 EMP-BILLED-DAYS           PIC 9(03).
                10 EMP-BILLED-OT-HOURS       PIC 9(03).
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
      *    Distinct project codes actually seen - same FIND-OR-ADD
      *    idiom as TABLES01's PROJECT-TOTALS-TABLE.
       01  WS-PJ-CTR                        PIC S9(4) COMP VALUE ZERO.
       01  WS-PJ-MAX                        PIC S9(4) COMP VALUE 50.
       01  WS-CTR-PROJ-REJECTS              PIC 9(3)  VALUE ZERO.
       01  WS-CTR-NOTHING-UNBILLED          PIC 9(3)  VALUE ZERO.
       01  WS-CTR-ROWS-PASSED               PIC 9(5)  VALUE ZERO.
       01  WS-UNBILLED-LINES                PIC 9(03) VALUE ZERO.
      *
       01  SKIPPED-PROJECT-LINE.
           05  FILLER                   PIC X(12) VALUE 'PROJECT '.
           05  SP-PROJECT-CODE          PIC X(04).
           05  SP-REASON                PIC X(44) VALUE
               ' NOT INVOICED - CLOSED OR NOT ON MASTER'.
      *
       01  WS-LINE-AMOUNT                   PIC S9(7)V99 VALUE ZERO.
           05  IH-INVOICE-DATE          PIC XXXX/XX/XX.
      *
       01  INVOICE-COLUMN-LINE.
           05  FILLER                   PIC X(22) VALUE 'EMPLOYEE'.
           05  FILLER                   PIC X(07) VALUE '  DAYS'.
           05  FILLER                   PIC X(10) VALUE '  DAY RATE'.
           05  FILLER                   PIC X(09) VALUE '  OT HRS'.
               '        AMOUNT'.
      *
       01  INVOICE-DETAIL-LINE.
           05  IDL-NAME                 PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IDL-DAYS                 PIC -ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  IDL-DAY-RATE             PIC ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  IDL-OT-HOURS             PIC -ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  IDL-OT-RATE              PIC ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IDL-AMOUNT               PIC $$$,$$$,$$9.99-.
      *
       01  INVOICE-TOTAL-LINE.
           05  FILLER                   PIC X(20) VALUE
               'INVOICE TOTAL'.
           05  FILLER                   PIC X(38) VALUE SPACES.
           05  ITL-TOTAL                PIC $$$,$$$,$$9.99-.
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           IF NOT PERIOD-ALREADY-INVOICED
               PERFORM 100-BUILD-PROJECT-LIST
               PERFORM 200-INVOICE-ONE-PROJECT
                   VARYING IP-IDX FROM 1 BY 1
                   UNTIL IP-IDX > WS-INV-PROJ-CTR
           END-IF.
           PERFORM 800-WRITE-UPDATED-FILE.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       000-HOUSEKEEPING.
           INITIALIZE EMP-PROJECT-TABLE.
           MOVE ZERO TO TABLE-MAX.
           PERFORM 010-GET-BUSINESS-DATE.
           OPEN INPUT INPUT-FILE, PROJECT-MASTER-FILE.
           OPEN OUTPUT OUTPUT-FILE, INVOICE-PRINT, INVOICE-REGISTER.
           PERFORM 050-LOAD-PROJECT-MASTER.
           PERFORM 060-LOAD-EMPLOYEE-NAMES.
      *    Pick up the last invoice number used; a missing control
      *    file starts the sequence at zero.
           OPEN INPUT INVOICE-CONTROL.
                       IF CTL-LAST-INVOICE-NO NUMERIC
                           MOVE CTL-LAST-INVOICE-NO TO WS-INVOICE-NO
                       END-IF
                       IF CTL-LAST-PERIOD-DATE NUMERIC
                           MOVE CTL-LAST-PERIOD-DATE
                                TO WS-LAST-PERIOD-DATE
                       END-IF
               END-READ
               CLOSE INVOICE-CONTROL
           END-IF.
           IF WS-LAST-PERIOD-DATE > ZERO
               AND WS-INVOICE-DATE NOT > WS-LAST-PERIOD-DATE
               SET PERIOD-ALREADY-INVOICED TO TRUE
               DISPLAY 'EMPINV: PERIOD ' WS-INVOICE-DATE
                       ' NOT AFTER LAST PERIOD INVOICED '
                       WS-LAST-PERIOD-DATE ' - NOTHING BILLED'
           END-IF.
           READ INPUT-FILE INTO EMP-PROJECT-TABLE-I
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
           PERFORM VARYING PROJECT-INDEX FROM 1 BY 1
              UNTIL PROJECT-INDEX > TABLE-SIZE-MAX
                     OR END-OF-FILE                    *> Load Table
                MOVE EMP-PROJECT-TABLE-I TO
                        EMP-ROW-IMAGE (PROJECT-INDEX)
                MOVE EMP-PROJECT-I TO
                        EMP-PROJECT (PROJECT-INDEX)
                MOVE EMP-ID-I TO
                        EMP-ID (PROJECT-INDEX)
                PERFORM 070-LOOKUP-EMPLOYEE-NAME
                MOVE WS-HOLD-NAME TO
                        EMP-NAME (PROJECT-INDEX)
                MOVE EMP-NBR-DAYS-ON-PROJ-I TO
                        EMP-NBR-DAYS-ON-PROJ (PROJECT-INDEX)
                        EMP-PER-DAY-BILLING-RATE (PROJECT-INDEX)
                MOVE EMP-PER-HOUR-OT-RATE-I  TO
                        EMP-PER-HOUR-OT-RATE (PROJECT-INDEX)
                PERFORM 080-SET-UNBILLED-WORK
                ADD 1 TO TABLE-MAX
                READ INPUT-FILE INTO EMP-PROJECT-TABLE-I
                    AT END MOVE 'Y' TO  SW-END-OF-FILE
                END-READ
           END-PERFORM.
      *    Rows past the table are not billed this run but still
      *    copied to EMPPROJO by 800-WRITE-UPDATED-FILE.
           IF NOT END-OF-FILE
               DISPLAY 'WARNING: EMPPROJ HAS MORE THAN '
                       TABLE-SIZE-MAX
                       ' ROWS - REMAINING ROWS NOT INVOICED'
           END-IF.
      *
       010-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INVOICE-DATE.
           OPEN INPUT RUN-DATE-FILE.
           IF WS-RUNDATE-STATUS = '00'
               READ RUN-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RD-BUSINESS-DATE NUMERIC
                           AND RD-BUSINESS-DATE > ZERO
                           MOVE RD-BUSINESS-DATE
                                TO WS-INVOICE-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-FILE
           END-IF.
      *
       100-BUILD-PROJECT-LIST.
           MOVE ZERO TO WS-INV-PROJ-CTR.
               END-READ
           END-PERFORM.
           MOVE 'N' TO SW-END-OF-FILE.
      *
       060-LOAD-EMPLOYEE-NAMES.
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
           MOVE 'N' TO SW-END-OF-FILE.
      *
      *    Name for EMP-ID-I into WS-HOLD-NAME - an id not on the
      *    master still bills, shown as UNKNOWN plus the id.
       070-LOOKUP-EMPLOYEE-NAME.
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
      *    Work not yet invoiced.  A row that never had marks (added
      *    by hand) counts as nothing billed yet.
       080-SET-UNBILLED-WORK.
           IF EMP-BILLED-DAYS-I NUMERIC
               MOVE EMP-BILLED-DAYS-I TO
                       EMP-BILLED-DAYS (PROJECT-INDEX)
           ELSE
               MOVE ZERO TO EMP-BILLED-DAYS (PROJECT-INDEX)
           END-IF.
           IF EMP-BILLED-OT-HOURS-I NUMERIC
               MOVE EMP-BILLED-OT-HOURS-I TO
                       EMP-BILLED-OT-HOURS (PROJECT-INDEX)
           ELSE
               MOVE ZERO TO EMP-BILLED-OT-HOURS (PROJECT-INDEX)
           END-IF.
           COMPUTE EMP-UNBILLED-DAYS (PROJECT-INDEX) =
                   EMP-NBR-DAYS-ON-PROJ (PROJECT-INDEX) -
                   EMP-BILLED-DAYS (PROJECT-INDEX).
           COMPUTE EMP-UNBILLED-OT-HOURS (PROJECT-INDEX) =
                   EMP-NBR-OT-HOURS (PROJECT-INDEX) -
                   EMP-BILLED-OT-HOURS (PROJECT-INDEX).
      *
       200-INVOICE-ONE-PROJECT.
      *    A closed or unknown project never gets an invoice - the
                       SET PROJ-OPEN TO TRUE
                   END-IF
           END-SEARCH.
           MOVE ZERO TO WS-UNBILLED-LINES.
           PERFORM VARYING PROJ-IDX FROM 1 BY 1
                   UNTIL PROJ-IDX > TABLE-MAX
               IF EMP-PROJECT(PROJ-IDX) = IP-PROJECT-CODE(IP-IDX)
                  AND (EMP-UNBILLED-DAYS(PROJ-IDX) NOT = ZERO
                    OR EMP-UNBILLED-OT-HOURS(PROJ-IDX) NOT = ZERO)
                   ADD 1 TO WS-UNBILLED-LINES
               END-IF
           END-PERFORM.
           MOVE IP-PROJECT-CODE(IP-IDX) TO SP-PROJECT-CODE.
           EVALUATE TRUE
               WHEN NOT PROJ-OPEN
                   ADD 1 TO WS-CTR-PROJ-REJECTS
                   MOVE ' NOT INVOICED - CLOSED OR NOT ON MASTER'
                        TO SP-REASON
                   WRITE INVOICE-PRINT-REC FROM SKIPPED-PROJECT-LINE
                         AFTER ADVANCING 2 LINES
               WHEN WS-UNBILLED-LINES = ZERO
                   ADD 1 TO WS-CTR-NOTHING-UNBILLED
                   MOVE ' NOT INVOICED - NOTHING UNBILLED'
                        TO SP-REASON
                   WRITE INVOICE-PRINT-REC FROM SKIPPED-PROJECT-LINE
                         AFTER ADVANCING 2 LINES
               WHEN OTHER
                   PERFORM 250-CUT-THE-INVOICE
           END-EVALUATE.
      *
       250-CUT-THE-INVOICE.
           ADD 1 TO WS-INVOICE-NO.
           PERFORM VARYING PROJ-IDX FROM 1 BY 1
                   UNTIL PROJ-IDX > TABLE-MAX
               IF EMP-PROJECT(PROJ-IDX) = IP-PROJECT-CODE(IP-IDX)
                  AND (EMP-UNBILLED-DAYS(PROJ-IDX) NOT = ZERO
                    OR EMP-UNBILLED-OT-HOURS(PROJ-IDX) NOT = ZERO)
                   PERFORM 300-WRITE-INVOICE-LINE
               END-IF
           END-PERFORM.
           MOVE WS-INVOICE-DATE         TO REG-INVOICE-DATE.
           WRITE INVOICE-REGISTER-REC.
      *
      *    Bills the unbilled work and moves the row's billed-to-
      *    date marks up to what has now been invoiced.
       300-WRITE-INVOICE-LINE.
           COMPUTE WS-LINE-AMOUNT =
                   (EMP-UNBILLED-DAYS(PROJ-IDX) *
                    EMP-PER-DAY-BILLING-RATE(PROJ-IDX)) +
                   (EMP-UNBILLED-OT-HOURS(PROJ-IDX) *
                    EMP-PER-HOUR-OT-RATE(PROJ-IDX)).
           ADD WS-LINE-AMOUNT TO WS-INVOICE-TOTAL.
           ADD 1 TO WS-LINE-COUNT.
           MOVE EMP-NAME(PROJ-IDX)                 TO IDL-NAME.
           MOVE EMP-UNBILLED-DAYS(PROJ-IDX)        TO IDL-DAYS.
           MOVE EMP-PER-DAY-BILLING-RATE(PROJ-IDX) TO IDL-DAY-RATE.
           MOVE EMP-UNBILLED-OT-HOURS(PROJ-IDX)    TO IDL-OT-HOURS.
           MOVE EMP-PER-HOUR-OT-RATE(PROJ-IDX)     TO IDL-OT-RATE.
           MOVE WS-LINE-AMOUNT                     TO IDL-AMOUNT.
           WRITE INVOICE-PRINT-REC FROM INVOICE-DETAIL-LINE.
           MOVE EMP-NBR-DAYS-ON-PROJ(PROJ-IDX)
                                   TO EMP-BILLED-DAYS(PROJ-IDX).
           MOVE EMP-NBR-OT-HOURS(PROJ-IDX)
                                   TO EMP-BILLED-OT-HOURS(PROJ-IDX).
           MOVE ZERO TO EMP-UNBILLED-DAYS(PROJ-IDX)
                        EMP-UNBILLED-OT-HOURS(PROJ-IDX).
      *
      *    Every row goes back out, with its billed-to-date marks as
      *    they now stand; any rows the table could not hold follow
      *    unchanged.  The first of those is still in the input
      *    record area (EMP-PROJECT-TABLE-I is reused above), so the
      *    pass-through rows are written from EMP-PROJECT-IN.
       800-WRITE-UPDATED-FILE.
           PERFORM VARYING PROJ-IDX FROM 1 BY 1
                   UNTIL PROJ-IDX > TABLE-MAX
               MOVE EMP-ROW-IMAGE(PROJ-IDX) TO EMP-PROJECT-TABLE-I
               MOVE EMP-BILLED-DAYS(PROJ-IDX)
                                    TO EMP-BILLED-DAYS-I
               MOVE EMP-BILLED-OT-HOURS(PROJ-IDX)
                                    TO EMP-BILLED-OT-HOURS-I
               WRITE EMP-PROJECT-TABLE-O FROM EMP-PROJECT-TABLE-I
           END-PERFORM.
           PERFORM UNTIL END-OF-FILE
               WRITE EMP-PROJECT-TABLE-O FROM EMP-PROJECT-IN
               ADD 1 TO WS-CTR-ROWS-PASSED
               READ INPUT-FILE
                   AT END MOVE 'Y' TO SW-END-OF-FILE
               END-READ
           END-PERFORM.
      *
       900-WRAP-UP.
      *    Carry the last invoice number used and the period just
      *    invoiced forward for next run - left alone when this run
      *    billed nothing because the period was already invoiced.
           IF PERIOD-ALREADY-INVOICED
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT INVOICE-CONTROL
               MOVE SPACES          TO INVOICE-CONTROL-REC
               MOVE WS-INVOICE-NO   TO CTL-LAST-INVOICE-NO
               MOVE WS-INVOICE-DATE TO CTL-LAST-PERIOD-DATE
               WRITE INVOICE-CONTROL-REC
               CLOSE INVOICE-CONTROL
           END-IF.
           IF WS-CTR-NOTHING-UNBILLED > ZERO
               DISPLAY 'EMPINV: ' WS-CTR-NOTHING-UNBILLED
                       ' PROJECTS NOT INVOICED (NOTHING UNBILLED)'
           END-IF.
           IF WS-CTR-ROWS-PASSED > ZERO
               DISPLAY 'EMPINV: ' WS-CTR-ROWS-PASSED
                       ' EMPPROJ ROWS COPIED UNBILLED (TABLE FULL)'
           END-IF.
           IF WS-CTR-PROJ-REJECTS > ZERO
               DISPLAY 'EMPINV: ' WS-CTR-PROJ-REJECTS
                       ' PROJECTS NOT INVOICED (CLOSED/UNKNOWN)'
           END-IF.
           CLOSE INPUT-FILE, OUTPUT-FILE, PROJECT-MASTER-FILE,
                 INVOICE-PRINT, INVOICE-REGISTER.
