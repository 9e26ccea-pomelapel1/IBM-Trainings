      *    - hours up to 40 become billed days (8-hour       *
      *    days), hours beyond 40 become overtime hours -    *
      *    and come out as the EMPTRAN-format update         *
      *    transactions EMPUPDT already applies, keyed by    *
      *    employee id like the projects file itself; the    *
      *    report names each employee from the master.       *
      *                                                      *
      *    Hours charged to no project are reported, so what *
      *    we paid people reconciles to what we billed.      *
      *                                                      *
      *    Each employee/project's hours are also priced at  *
      *    payroll cost (EM-RATE, 1.5x beyond 40, as MILLARD *
      *    pays) and appended to the LABCOST history that    *
      *    PROJPROF sets against billed revenue.  A business *
      *    date already on LABCOST means a rerun of a week   *
      *    that was recorded - the history is left alone.    *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMECARD-FILE      ASSIGN TO TIMECARD.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPMAST.
           SELECT EMPTRAN-OUT        ASSIGN TO EMPTRAN.
           SELECT LABOR-COST-FILE    ASSIGN TO LABCOST
               FILE STATUS IS WS-LC-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT BRIDGE-REPORT      ASSIGN TO LABDRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY EMPMAST.
           DATA RECORD IS UPDATE-TRANS-REC.
       01  UPDATE-TRANS-REC.
           05  UPD-PROJECT              PIC X(04).
           05  UPD-EMP-ID               PIC X(05).
           05  UPD-DAYS-DELTA           PIC S9(03)
                                        SIGN IS LEADING SEPARATE.
           05  UPD-OT-DELTA             PIC S9(03)
                                        SIGN IS LEADING SEPARATE.
           05  UPD-NEW-DAY-RATE         PIC 9(03)V99.
           05  UPD-NEW-OT-RATE          PIC 9(03)V99.
           05  FILLER                   PIC X(13).
      *
      *    Labor-cost history - appended week over week.
       FD  LABOR-COST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LABOR-COST-REC.
           COPY LABCOST.
      *
      *    Business-date override - the week the labor cost is
      *    recorded under.
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
       FD  BRIDGE-REPORT
           RECORDING MODE IS F
       WORKING-STORAGE SECTION.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-TODAY-DATE                PIC 9(8)  VALUE ZERO.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-LC-EOF-SW                 PIC X     VALUE 'N'.
           88  LC-EOF                   VALUE 'Y'.
       01  WS-LC-WRITE-SW               PIC X     VALUE 'N'.
           88  LC-WRITE-HISTORY         VALUE 'Y'.
      *
      *    Employee names and pay rates from the master, for the
      *    bridge report and the labor-cost pricing.
       01  WS-NAME-TABLE.
           05  WS-NM-ENTRY OCCURS 200 TIMES
                   INDEXED BY NM-IDX.
               10  WS-NM-EMP-ID         PIC X(05).
               10  WS-NM-NAME           PIC X(20).
               10  WS-NM-RATE           PIC 9(3)V99.
       01  WS-NM-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-NM-MAX                    PIC S9(4) COMP VALUE 200.
      *
               10  WS-DS-PROJECT        PIC X(04).
               10  WS-DS-DAYS           PIC 9(03).
               10  WS-DS-OT-HOURS       PIC 9(03).
               10  WS-DS-REG-HOURS      PIC 9(03).
       01  WS-DS-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-DS-MAX                    PIC S9(4) COMP VALUE 200.
      *
       01  WS-REG-DAYS                  PIC 9(03) VALUE ZERO.
       01  WS-OT-HOURS                  PIC 9(03) VALUE ZERO.
       01  WS-HOLD-NAME                 PIC X(20) VALUE SPACES.
       01  WS-HOLD-RATE                 PIC 9(3)V99 VALUE ZERO.
       01  WS-WEEK-REG-HOURS            PIC 9(03) VALUE ZERO.
       01  WS-LABOR-COST                PIC S9(7)V99 VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-CARDS-READ           PIC 9(5)  VALUE ZERO.
           05  TOT-CARDS-BRIDGED        PIC 9(5)  VALUE ZERO.
           05  TOT-CARDS-NO-PROJECT     PIC 9(5)  VALUE ZERO.
           05  TOT-TRANS-WRITTEN        PIC 9(5)  VALUE ZERO.
           05  TOT-COST-RECORDS         PIC 9(5)  VALUE ZERO.
           05  TOT-LABOR-COST           PIC S9(9)V99 VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X(45) VALUE
       01  DIST-DETAIL-LINE.
           05  DL-EMP-ID                PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-NAME                  PIC X(20).
           05  FILLER                   PIC X(11) VALUE '  PROJECT: '.
           05  DL-PROJECT               PIC X(04).
           05  FILLER                   PIC X(08) VALUE '  DAYS: '.
           05  DL-DAYS                  PIC ZZ9.
           05  FILLER                   PIC X(10) VALUE '  OT HRS: '.
           05  DL-OT                    PIC ZZ9.
           05  FILLER                   PIC X(08) VALUE '  COST: '.
           05  DL-COST                  PIC $$$$,$$9.99.
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X(30) VALUE
           05  FILLER                   PIC X(30) VALUE
               'EMPTRAN RECORDS WRITTEN: '.
           05  SL-TRANS                 PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X(30) VALUE
               'LABOR COST RECORDS     : '.
           05  SL-COST-RECS             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  SL-LABOR-COST            PIC $$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM OPEN-LABOR-COST-HISTORY.
           PERFORM LOAD-EMPLOYEE-NAMES.
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
       CLOSE-FILES.
           CLOSE TIMECARD-FILE, EMPLOYEE-MASTER-FILE,
                 EMPTRAN-OUT, BRIDGE-REPORT.
           IF LC-WRITE-HISTORY
               CLOSE LABOR-COST-FILE
           END-IF.
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
      *  Labor cost is appended only if this week is not already on
      *  the history; a missing file is started fresh.
       OPEN-LABOR-COST-HISTORY.
           MOVE 'Y' TO WS-LC-WRITE-SW.
           OPEN INPUT LABOR-COST-FILE.
           IF WS-LC-STATUS = '00'
               MOVE 'N' TO WS-LC-EOF-SW
               READ LABOR-COST-FILE
                   AT END MOVE 'Y' TO WS-LC-EOF-SW
               END-READ
               PERFORM UNTIL LC-EOF
                   IF LC-WEEK-DATE = WS-TODAY-DATE
                       MOVE 'N' TO WS-LC-WRITE-SW
                       MOVE 'Y' TO WS-LC-EOF-SW
                   ELSE
                       READ LABOR-COST-FILE
                           AT END MOVE 'Y' TO WS-LC-EOF-SW
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE LABOR-COST-FILE
           END-IF.
           IF LC-WRITE-HISTORY
               OPEN EXTEND LABOR-COST-FILE
               IF WS-LC-STATUS NOT = '00'
                   OPEN OUTPUT LABOR-COST-FILE
               END-IF
           ELSE
               DISPLAY 'LABDIST: WEEK ' WS-TODAY-DATE
                       ' ALREADY ON LABCOST - HISTORY NOT APPENDED'
           END-IF.
      *
       LOAD-EMPLOYEE-NAMES.
           MOVE 'N' TO EOF-STAT.
               ADD 1 TO WS-NM-CTR
               MOVE EM-EMP-ID TO WS-NM-EMP-ID(NM-IDX)
               MOVE EM-NAME   TO WS-NM-NAME(NM-IDX)
               MOVE EM-RATE   TO WS-NM-RATE(NM-IDX)
               READ EMPLOYEE-MASTER-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
               ADD 1 TO TOT-CARDS-BRIDGED
               IF TC-REG-HOURS > 40
                   MOVE 5 TO WS-REG-DAYS
                   MOVE 40 TO WS-WEEK-REG-HOURS
                   COMPUTE WS-OT-HOURS = TC-REG-HOURS - 40
               ELSE
                   COMPUTE WS-REG-DAYS ROUNDED = TC-REG-HOURS / 8
                   MOVE TC-REG-HOURS TO WS-WEEK-REG-HOURS
                   MOVE ZERO TO WS-OT-HOURS
               END-IF
               PERFORM POST-TO-DISTRIBUTION
                            TO WS-DS-PROJECT(DS-IDX)
                       MOVE ZERO TO WS-DS-DAYS(DS-IDX)
                                    WS-DS-OT-HOURS(DS-IDX)
                                    WS-DS-REG-HOURS(DS-IDX)
                       ADD WS-REG-DAYS TO WS-DS-DAYS(DS-IDX)
                       ADD WS-OT-HOURS TO WS-DS-OT-HOURS(DS-IDX)
                       ADD WS-WEEK-REG-HOURS
                                       TO WS-DS-REG-HOURS(DS-IDX)
                   ELSE
                       DISPLAY 'WARNING: DISTRIBUTION TABLE FULL - '
                               'SKIPPING ' TC-EMP-ID ' '
                    AND WS-DS-PROJECT(DS-IDX) = TC-PROJECT-CODE
                   ADD WS-REG-DAYS TO WS-DS-DAYS(DS-IDX)
                   ADD WS-OT-HOURS TO WS-DS-OT-HOURS(DS-IDX)
                   ADD WS-WEEK-REG-HOURS TO WS-DS-REG-HOURS(DS-IDX)
           END-SEARCH.
      *
       WRITE-EMPTRAN-RECORDS.
           MOVE SPACES TO WS-HOLD-NAME.
           MOVE ZERO   TO WS-HOLD-RATE.
           SET NM-IDX TO 1.
           SEARCH WS-NM-ENTRY
               AT END
                   MOVE '** UNKNOWN **'
                        TO WS-HOLD-NAME
               WHEN WS-NM-EMP-ID(NM-IDX) = WS-DS-EMP-ID(DS-IDX)
                   MOVE WS-NM-NAME(NM-IDX) TO WS-HOLD-NAME
                   MOVE WS-NM-RATE(NM-IDX) TO WS-HOLD-RATE
           END-SEARCH.
           COMPUTE WS-LABOR-COST ROUNDED =
                   (WS-DS-REG-HOURS(DS-IDX) * WS-HOLD-RATE) +
                   (WS-DS-OT-HOURS(DS-IDX) * WS-HOLD-RATE * 1.5).
           ADD WS-LABOR-COST TO TOT-LABOR-COST.
           IF LC-WRITE-HISTORY
               MOVE SPACES                  TO LABOR-COST-REC
               MOVE WS-TODAY-DATE           TO LC-WEEK-DATE
               MOVE WS-DS-EMP-ID(DS-IDX)    TO LC-EMP-ID
               MOVE WS-DS-PROJECT(DS-IDX)   TO LC-PROJECT-CODE
               MOVE WS-DS-REG-HOURS(DS-IDX) TO LC-REG-HOURS
               MOVE WS-DS-OT-HOURS(DS-IDX)  TO LC-OT-HOURS
               MOVE WS-HOLD-RATE            TO LC-PAY-RATE
               MOVE WS-LABOR-COST           TO LC-LABOR-COST
               WRITE LABOR-COST-REC
               ADD 1 TO TOT-COST-RECORDS
           END-IF.
           MOVE SPACES                  TO UPDATE-TRANS-REC.
           MOVE WS-DS-PROJECT(DS-IDX)   TO UPD-PROJECT.
           MOVE WS-DS-EMP-ID(DS-IDX)    TO UPD-EMP-ID.
           MOVE WS-DS-DAYS(DS-IDX)      TO UPD-DAYS-DELTA.
           MOVE WS-DS-OT-HOURS(DS-IDX)  TO UPD-OT-DELTA.
           MOVE ZERO                    TO UPD-NEW-DAY-RATE
           MOVE WS-DS-PROJECT(DS-IDX)   TO DL-PROJECT.
           MOVE WS-DS-DAYS(DS-IDX)      TO DL-DAYS.
           MOVE WS-DS-OT-HOURS(DS-IDX)  TO DL-OT.
           MOVE WS-LABOR-COST           TO DL-COST.
           WRITE BRIDGE-REPORT-REC FROM DIST-DETAIL-LINE.
      *
       WRITE-HEADINGS.
           WRITE BRIDGE-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-TRANS-WRITTEN    TO SL-TRANS.
           WRITE BRIDGE-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-COST-RECORDS     TO SL-COST-RECS.
           MOVE  TOT-LABOR-COST       TO SL-LABOR-COST.
           WRITE BRIDGE-REPORT-REC FROM SUMMARY-LINE-5.
