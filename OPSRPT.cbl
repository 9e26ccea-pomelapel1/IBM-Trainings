       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSRPT.
       AUTHOR. PRODUCTION SUPPORT.
      *
      ********** Workshop 8.1   -   Production Support  ************
      *
      *   Daily batch operations report - the night's status for
      *   the morning shift, read back from what the batch suite
      *   already records instead of scrolled off the console.
      *   a)  Every job on the expected-schedule table (JOBSCHED)
      *       is classed from its RUNCTL stamps for the business
      *       date - completed clean, completed with a non-zero
      *       return code, blocked by a predecessor, started with
      *       no completion, or never run - with its start and end
      *       times.  The last stamp decides, so a clean rerun
      *       clears an earlier failure the way JOBCTL does.  A job
      *       stamped on RUNCTL but missing from the schedule is
      *       listed after it.
      *   b)  Jobs that failed or are still outstanding are listed
      *       first, ahead of the full schedule.
      *   c)  The OPSLOG entries FILSTAT wrote from the start of
      *       the business date up to this report's own run are
      *       grouped by program and ddname, each group with its
      *       entry and failure counts.  FILSTAT stamps the clock,
      *       not the business date, so a night that runs past
      *       midnight - or a RUNDATE rerun of an earlier night -
      *       still finds its entries.
      *
      *   A start time is known only for a job that checks its
      *   predecessors through JOBCTL; a job that only stamps its
      *   completion shows its end time alone.  The business date
      *   is the RUNDATE override when one is present and valid,
      *   else today - the OVERDUE convention.
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE     ASSIGN TO JOBSCHED.
           SELECT RUN-CONTROL-FILE  ASSIGN TO RUNCTL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPS-LOG-FILE      ASSIGN TO OPSLOG
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RUN-DATE-FILE     ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT OPERATIONS-REPORT ASSIGN TO OPSRPT.
       DATA DIVISION.
       FILE SECTION.
      *
      *    Expected schedule - one record per job the night should
      *    run, in running order, with the predecessors JOBCTL holds
      *    it to.
       FD  SCHEDULE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SCHEDULE-REC.
       01  SCHEDULE-REC.
           05  SC-JOB-NAME              PIC X(08).
           05  SC-DESCRIPTION           PIC X(30).
           05  SC-PRED-COUNT            PIC 9(01).
           05  SC-PRED-NAME             PIC X(08) OCCURS 5 TIMES.
           05  FILLER                   PIC X(01).
      *
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-CONTROL-REC.
       01  RUN-CONTROL-REC.
           05  RC-JOB-NAME              PIC X(08).
           05  RC-RUN-DATE              PIC 9(08).
           05  RC-RUN-TIME              PIC 9(06).
           05  RC-RETURN-CODE           PIC 9(04).
           05  RC-EVENT                 PIC X(01).
               88  RC-COMPLETION        VALUE 'C' ' '.
               88  RC-STARTED           VALUE 'R'.
               88  RC-BLOCKED           VALUE 'B'.
           05  FILLER                   PIC X(03).
      *
       FD  OPS-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPS-LOG-REC.
       01  OPS-LOG-REC.
           05  OL-TIMESTAMP.
               10  OL-TS-DATE           PIC 9(08).
               10  OL-TS-TIME           PIC 9(06).
           05  OL-PROGRAM               PIC X(08).
           05  OL-DDNAME                PIC X(08).
           05  OL-OPERATION             PIC X(08).
           05  OL-STATUS                PIC X(02).
           05  OL-ACTION                PIC X(01).
           05  FILLER                   PIC X(09).
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
       FD  OPERATIONS-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERATIONS-REPORT-REC.
       01  OPERATIONS-REPORT-REC        PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
      *    The OPSLOG timestamps that belong to the night.
       01  WS-LOG-FROM.
           05  WS-LOG-FROM-DATE         PIC 9(08) VALUE ZERO.
           05  WS-LOG-FROM-TIME         PIC 9(06) VALUE ZERO.
       01  WS-LOG-THRU                  PIC X(14) VALUE SPACES.
       01  WS-PRED-SUB                  PIC 9     VALUE ZERO.
       01  WS-WAITING-ON                PIC X(08) VALUE SPACES.
       01  WS-RC-EDIT                   PIC ZZZ9.
      *
      *    The schedule, and each job's night as RUNCTL tells it.
      *    WS-JB-STATE: C clean, F completed non-zero, B blocked,
      *    R started with no completion, N never run.
       01  WS-JOB-TABLE.
           05  WS-JB-ENTRY OCCURS 100 TIMES
                   INDEXED BY JB-IDX, JB-PRED-IDX.
               10  WS-JB-NAME           PIC X(08).
               10  WS-JB-DESC           PIC X(30).
               10  WS-JB-SCHEDULED      PIC X(01).
               10  WS-JB-PRED-COUNT     PIC 9(01).
               10  WS-JB-PRED           PIC X(08) OCCURS 5 TIMES.
               10  WS-JB-LAST-EVENT     PIC X(01).
               10  WS-JB-START          PIC 9(06).
               10  WS-JB-END            PIC 9(06).
               10  WS-JB-RC             PIC 9(04).
               10  WS-JB-STATE          PIC X(01).
               10  WS-JB-STATUS         PIC X(36).
       01  WS-JB-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-JB-MAX                    PIC S9(4) COMP VALUE 100.
      *
      *    The business date's OPSLOG entries, and the program/
      *    ddname groups they fall into, in the order first met.
       01  WS-LOG-TABLE.
           05  WS-LG-ENTRY OCCURS 500 TIMES
                   INDEXED BY LG-IDX.
               10  WS-LG-PROGRAM        PIC X(08).
               10  WS-LG-DDNAME         PIC X(08).
               10  WS-LG-DATE           PIC 9(08).
               10  WS-LG-TIME           PIC 9(06).
               10  WS-LG-OPERATION      PIC X(08).
               10  WS-LG-STATUS         PIC X(02).
               10  WS-LG-ACTION         PIC X(01).
       01  WS-LG-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-LG-MAX                    PIC S9(4) COMP VALUE 500.
       01  WS-GROUP-TABLE.
           05  WS-GP-ENTRY OCCURS 100 TIMES
                   INDEXED BY GP-IDX.
               10  WS-GP-PROGRAM        PIC X(08).
               10  WS-GP-DDNAME         PIC X(08).
               10  WS-GP-COUNT          PIC 9(05).
               10  WS-GP-FAILURES       PIC 9(05).
       01  WS-GP-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-GP-MAX                    PIC S9(4) COMP VALUE 100.
      *
       01  WS-TIME-IN                   PIC 9(06) VALUE ZERO.
       01  WS-TIME-PARTS REDEFINES WS-TIME-IN.
           05  WS-TIME-HH               PIC 9(02).
           05  WS-TIME-MM               PIC 9(02).
           05  WS-TIME-SS               PIC 9(02).
       01  WS-TIME-TEXT.
           05  WS-TT-HH                 PIC 9(02).
           05  FILLER                   PIC X(01) VALUE ':'.
           05  WS-TT-MM                 PIC 9(02).
           05  FILLER                   PIC X(01) VALUE ':'.
           05  WS-TT-SS                 PIC 9(02).
      *
       01  ACC-CTRS.
           05  TOT-SCHEDULED            PIC 9(5)  VALUE ZERO.
           05  TOT-CLEAN                PIC 9(5)  VALUE ZERO.
           05  TOT-FAILED               PIC 9(5)  VALUE ZERO.
           05  TOT-BLOCKED              PIC 9(5)  VALUE ZERO.
           05  TOT-NO-COMPLETION        PIC 9(5)  VALUE ZERO.
           05  TOT-NEVER-RUN            PIC 9(5)  VALUE ZERO.
           05  TOT-UNSCHEDULED          PIC 9(5)  VALUE ZERO.
           05  TOT-ATTENTION            PIC 9(5)  VALUE ZERO.
           05  TOT-LOG-ENTRIES          PIC 9(5)  VALUE ZERO.
           05  TOT-LOG-FAILURES         PIC 9(5)  VALUE ZERO.
      *
       01  HEADING-1.
           05  FILLER                   PIC X(48) VALUE
               'DAILY BATCH OPERATIONS REPORT - BUSINESS DATE '.
           05  HD-TODAY                 PIC XXXX/XX/XX.
       01  SECTION-HEADING.
           05  SH-TEXT                  PIC X(60).
       01  JOB-HEADING.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'JOB'.
           05  FILLER                   PIC X(32) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(38) VALUE 'STATUS'.
           05  FILLER                   PIC X(10) VALUE 'STARTED'.
           05  FILLER                   PIC X(10) VALUE 'ENDED'.
           05  FILLER                   PIC X(04) VALUE '  RC'.
       01  JOB-DETAIL-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  JD-JOB-NAME              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JD-DESC                  PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JD-STATUS                PIC X(36).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JD-START                 PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JD-END                   PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  JD-RC                    PIC X(04).
       01  NONE-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  NL-TEXT                  PIC X(60).
       01  GROUP-HEADING.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'PROGRAM '.
           05  GH-PROGRAM               PIC X(08).
           05  FILLER                   PIC X(10) VALUE '  DDNAME '.
           05  GH-DDNAME                PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  GH-COUNT                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(11) VALUE ' ENTRIES, '.
           05  GH-FAILURES              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(09) VALUE ' FAILURES'.
       01  LOG-DETAIL-LINE.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  LD-DATE                  PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LD-TIME                  PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LD-OPERATION             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'STATUS '.
           05  LD-STATUS                PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LD-ACTION                PIC X(20).
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X(32) VALUE
               'JOBS ON SCHEDULE          : '.
           05  SL-SCHEDULED             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X(32) VALUE
               'COMPLETED CLEAN           : '.
           05  SL-CLEAN                 PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X(32) VALUE
               'COMPLETED NON-ZERO RC     : '.
           05  SL-FAILED                PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X(32) VALUE
               'BLOCKED BY A PREDECESSOR  : '.
           05  SL-BLOCKED               PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X(32) VALUE
               'STARTED, NO COMPLETION    : '.
           05  SL-NO-COMPLETION         PIC ZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                   PIC X(32) VALUE
               'NEVER RUN                 : '.
           05  SL-NEVER-RUN             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-7.
           05  FILLER                   PIC X(32) VALUE
               'RUN BUT NOT ON SCHEDULE   : '.
           05  SL-UNSCHEDULED           PIC ZZ,ZZ9.
       01  SUMMARY-LINE-8.
           05  FILLER                   PIC X(32) VALUE
               'OPSLOG ENTRIES            : '.
           05  SL-LOG-ENTRIES           PIC ZZ,ZZ9.
       01  SUMMARY-LINE-9.
           05  FILLER                   PIC X(32) VALUE
               'OPSLOG I/O FAILURES       : '.
           05  SL-LOG-FAILURES          PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-SCHEDULE.
           PERFORM APPLY-RUN-CONTROL.
           PERFORM CLASSIFY-JOB
               VARYING JB-IDX FROM 1 BY 1
               UNTIL JB-IDX > WS-JB-CTR.
           PERFORM DESCRIBE-JOB
               VARYING JB-IDX FROM 1 BY 1
               UNTIL JB-IDX > WS-JB-CTR.
           PERFORM LOAD-OPS-LOG.
           PERFORM WRITE-ATTENTION-LIST.
           PERFORM WRITE-SCHEDULE-LIST.
           PERFORM WRITE-OPS-LOG-LIST.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN INPUT RUN-DATE-FILE.
           IF WS-RUNDATE-STATUS = '00'
               READ RUN-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RD-BUSINESS-DATE NUMERIC
                           AND RD-BUSINESS-DATE > ZERO
                           MOVE RD-BUSINESS-DATE TO WS-TODAY-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-FILE
           END-IF.
           MOVE WS-TODAY-DATE TO WS-LOG-FROM-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOG-THRU.
      *
       OPEN-FILES.
           OPEN INPUT  SCHEDULE-FILE.
           OPEN OUTPUT OPERATIONS-REPORT.
      *
       CLOSE-FILES.
           CLOSE SCHEDULE-FILE, OPERATIONS-REPORT.
      *
       LOAD-SCHEDULE.
           MOVE 'N' TO EOF-STAT.
           READ SCHEDULE-FILE AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING JB-IDX FROM 1 BY 1 UNTIL
                   JB-IDX > WS-JB-MAX OR END-OF-FILE
               ADD 1 TO WS-JB-CTR, TOT-SCHEDULED
               MOVE SPACES             TO WS-JB-ENTRY(JB-IDX)
               MOVE SC-JOB-NAME        TO WS-JB-NAME(JB-IDX)
               MOVE SC-DESCRIPTION     TO WS-JB-DESC(JB-IDX)
               MOVE 'Y'                TO WS-JB-SCHEDULED(JB-IDX)
               MOVE ZERO               TO WS-JB-PRED-COUNT(JB-IDX)
               IF SC-PRED-COUNT NUMERIC
                   MOVE SC-PRED-COUNT  TO WS-JB-PRED-COUNT(JB-IDX)
               END-IF
               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                       UNTIL WS-PRED-SUB > 5
                   MOVE SC-PRED-NAME(WS-PRED-SUB)
                        TO WS-JB-PRED(JB-IDX, WS-PRED-SUB)
               END-PERFORM
               MOVE ZERO TO WS-JB-START(JB-IDX), WS-JB-END(JB-IDX),
                            WS-JB-RC(JB-IDX)
               READ SCHEDULE-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'WARNING: JOBSCHED HAS MORE THAN '
                       WS-JB-MAX ' JOBS - REMAINING IGNORED'
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
      *  RUNCTL is appended in time order, so each stamp for the
      *  business date simply overwrites the job's state - the last
      *  one read is the last thing that happened.  A missing
      *  RUNCTL means nothing ran.
       APPLY-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-CTL-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               PERFORM UNTIL END-OF-FILE
                   READ RUN-CONTROL-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
                   IF NOT END-OF-FILE
                      AND RC-RUN-DATE = WS-TODAY-DATE
                       PERFORM APPLY-ONE-STAMP
                   END-IF
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       APPLY-ONE-STAMP.
           SET JB-IDX TO 1.
           SEARCH WS-JB-ENTRY
               AT END
                   PERFORM ADD-UNSCHEDULED-JOB
               WHEN JB-IDX > WS-JB-CTR
                   PERFORM ADD-UNSCHEDULED-JOB
               WHEN WS-JB-NAME(JB-IDX) = RC-JOB-NAME
                   CONTINUE
           END-SEARCH.
           IF JB-IDX NOT > WS-JB-CTR
               EVALUATE TRUE
                   WHEN RC-STARTED
                       MOVE 'R'         TO WS-JB-LAST-EVENT(JB-IDX)
                       MOVE RC-RUN-TIME TO WS-JB-START(JB-IDX)
                       MOVE ZERO        TO WS-JB-END(JB-IDX),
                                           WS-JB-RC(JB-IDX)
                   WHEN RC-BLOCKED
                       MOVE 'B'         TO WS-JB-LAST-EVENT(JB-IDX)
                       MOVE RC-RUN-TIME TO WS-JB-START(JB-IDX)
                       MOVE ZERO        TO WS-JB-END(JB-IDX),
                                           WS-JB-RC(JB-IDX)
                   WHEN OTHER
                       MOVE 'C'         TO WS-JB-LAST-EVENT(JB-IDX)
                       MOVE RC-RUN-TIME TO WS-JB-END(JB-IDX)
                       MOVE RC-RETURN-CODE TO WS-JB-RC(JB-IDX)
               END-EVALUATE
           END-IF.
      *
       ADD-UNSCHEDULED-JOB.
           IF WS-JB-CTR < WS-JB-MAX
               ADD 1 TO WS-JB-CTR, TOT-UNSCHEDULED
               SET JB-IDX TO WS-JB-CTR
               MOVE SPACES      TO WS-JB-ENTRY(JB-IDX)
               MOVE RC-JOB-NAME TO WS-JB-NAME(JB-IDX)
               MOVE '** NOT ON SCHEDULE **' TO WS-JB-DESC(JB-IDX)
               MOVE 'N'         TO WS-JB-SCHEDULED(JB-IDX)
               MOVE ZERO        TO WS-JB-PRED-COUNT(JB-IDX),
                                   WS-JB-START(JB-IDX),
                                   WS-JB-END(JB-IDX),
                                   WS-JB-RC(JB-IDX)
           ELSE
               SET JB-IDX TO WS-JB-MAX
               SET JB-IDX UP BY 1
           END-IF.
      *
       CLASSIFY-JOB.
           EVALUATE WS-JB-LAST-EVENT(JB-IDX)
               WHEN 'C'
                   IF WS-JB-RC(JB-IDX) = ZERO
                       MOVE 'C' TO WS-JB-STATE(JB-IDX)
                       ADD 1 TO TOT-CLEAN
                   ELSE
                       MOVE 'F' TO WS-JB-STATE(JB-IDX)
                       ADD 1 TO TOT-FAILED
                   END-IF
               WHEN 'B'
                   MOVE 'B' TO WS-JB-STATE(JB-IDX)
                   ADD 1 TO TOT-BLOCKED
               WHEN 'R'
                   MOVE 'R' TO WS-JB-STATE(JB-IDX)
                   ADD 1 TO TOT-NO-COMPLETION
               WHEN OTHER
                   MOVE 'N' TO WS-JB-STATE(JB-IDX)
                   ADD 1 TO TOT-NEVER-RUN
           END-EVALUATE.
           IF WS-JB-STATE(JB-IDX) NOT = 'C'
               ADD 1 TO TOT-ATTENTION
           END-IF.
      *
      *  The status text, naming for a blocked or never-run job the
      *  first predecessor that has not completed clean.
       DESCRIBE-JOB.
           MOVE SPACES TO WS-WAITING-ON.
           IF WS-JB-STATE(JB-IDX) = 'B' OR 'N'
               PERFORM FIND-UNFINISHED-PREDECESSOR
                   VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > WS-JB-PRED-COUNT(JB-IDX)
                      OR WS-WAITING-ON NOT = SPACES
           END-IF.
           MOVE SPACES TO WS-JB-STATUS(JB-IDX).
           EVALUATE WS-JB-STATE(JB-IDX)
               WHEN 'C'
                   MOVE 'COMPLETED CLEAN' TO WS-JB-STATUS(JB-IDX)
               WHEN 'F'
                   MOVE 'COMPLETED - NON-ZERO RETURN CODE'
                        TO WS-JB-STATUS(JB-IDX)
               WHEN 'B'
                   IF WS-WAITING-ON = SPACES
                       MOVE 'BLOCKED BY A PREDECESSOR'
                            TO WS-JB-STATUS(JB-IDX)
                   ELSE
                       STRING 'BLOCKED BY '  DELIMITED BY SIZE
                              WS-WAITING-ON  DELIMITED BY SPACE
                           INTO WS-JB-STATUS(JB-IDX)
                       END-STRING
                   END-IF
               WHEN 'R'
                   MOVE 'STARTED - NO COMPLETION'
                        TO WS-JB-STATUS(JB-IDX)
               WHEN OTHER
                   IF WS-WAITING-ON = SPACES
                       MOVE 'NEVER RUN' TO WS-JB-STATUS(JB-IDX)
                   ELSE
                       STRING 'NEVER RUN - WAITING ON '
                                             DELIMITED BY SIZE
                              WS-WAITING-ON  DELIMITED BY SPACE
                           INTO WS-JB-STATUS(JB-IDX)
                       END-STRING
                   END-IF
           END-EVALUATE.
      *
       FIND-UNFINISHED-PREDECESSOR.
           SET JB-PRED-IDX TO 1.
           SEARCH WS-JB-ENTRY VARYING JB-PRED-IDX
               AT END
                   MOVE WS-JB-PRED(JB-IDX, WS-PRED-SUB)
                        TO WS-WAITING-ON
               WHEN JB-PRED-IDX > WS-JB-CTR
                   MOVE WS-JB-PRED(JB-IDX, WS-PRED-SUB)
                        TO WS-WAITING-ON
               WHEN WS-JB-NAME(JB-PRED-IDX)
                        = WS-JB-PRED(JB-IDX, WS-PRED-SUB)
                   IF WS-JB-STATE(JB-PRED-IDX) NOT = 'C'
                       MOVE WS-JB-PRED(JB-IDX, WS-PRED-SUB)
                            TO WS-WAITING-ON
                   END-IF
           END-SEARCH.
      *
      *  Only the night's entries - stamped from the business date
      *  on, up to now; the rest of the log is other nights.
       LOAD-OPS-LOG.
           OPEN INPUT OPS-LOG-FILE.
           IF WS-LOG-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               PERFORM UNTIL END-OF-FILE
                   READ OPS-LOG-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
                   IF NOT END-OF-FILE
                      AND OL-TIMESTAMP NOT < WS-LOG-FROM
                      AND OL-TIMESTAMP NOT > WS-LOG-THRU
                       PERFORM ADD-LOG-ENTRY
                   END-IF
               END-PERFORM
               CLOSE OPS-LOG-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       ADD-LOG-ENTRY.
           ADD 1 TO TOT-LOG-ENTRIES.
           IF OL-ACTION = '8'
               ADD 1 TO TOT-LOG-FAILURES
           END-IF.
           IF WS-LG-CTR < WS-LG-MAX
               ADD 1 TO WS-LG-CTR
               SET LG-IDX TO WS-LG-CTR
               MOVE OL-PROGRAM   TO WS-LG-PROGRAM(LG-IDX)
               MOVE OL-DDNAME    TO WS-LG-DDNAME(LG-IDX)
               MOVE OL-TS-DATE   TO WS-LG-DATE(LG-IDX)
               MOVE OL-TS-TIME   TO WS-LG-TIME(LG-IDX)
               MOVE OL-OPERATION TO WS-LG-OPERATION(LG-IDX)
               MOVE OL-STATUS    TO WS-LG-STATUS(LG-IDX)
               MOVE OL-ACTION    TO WS-LG-ACTION(LG-IDX)
               PERFORM ADD-TO-GROUP
           END-IF.
      *
       ADD-TO-GROUP.
           SET GP-IDX TO 1.
           SEARCH WS-GP-ENTRY
               AT END
                   PERFORM NEW-GROUP
               WHEN GP-IDX > WS-GP-CTR
                   PERFORM NEW-GROUP
               WHEN WS-GP-PROGRAM(GP-IDX) = OL-PROGRAM
                AND WS-GP-DDNAME(GP-IDX)  = OL-DDNAME
                   PERFORM COUNT-IN-GROUP
           END-SEARCH.
      *
       NEW-GROUP.
           IF WS-GP-CTR < WS-GP-MAX
               ADD 1 TO WS-GP-CTR
               SET GP-IDX TO WS-GP-CTR
               MOVE OL-PROGRAM TO WS-GP-PROGRAM(GP-IDX)
               MOVE OL-DDNAME  TO WS-GP-DDNAME(GP-IDX)
               MOVE ZERO       TO WS-GP-COUNT(GP-IDX),
                                  WS-GP-FAILURES(GP-IDX)
               PERFORM COUNT-IN-GROUP
           END-IF.
      *
       COUNT-IN-GROUP.
           ADD 1 TO WS-GP-COUNT(GP-IDX).
           IF OL-ACTION = '8'
               ADD 1 TO WS-GP-FAILURES(GP-IDX)
           END-IF.
      *
       WRITE-ATTENTION-LIST.
           MOVE WS-TODAY-DATE TO HD-TODAY.
           WRITE OPERATIONS-REPORT-REC FROM HEADING-1.
           MOVE  SPACES TO OPERATIONS-REPORT-REC.
           WRITE OPERATIONS-REPORT-REC.
           MOVE 'JOBS FAILED OR OUTSTANDING' TO SH-TEXT.
           WRITE OPERATIONS-REPORT-REC FROM SECTION-HEADING.
           IF TOT-ATTENTION = ZERO
               MOVE 'NONE - EVERY JOB COMPLETED CLEAN' TO NL-TEXT
               WRITE OPERATIONS-REPORT-REC FROM NONE-LINE
           ELSE
               WRITE OPERATIONS-REPORT-REC FROM JOB-HEADING
               PERFORM VARYING JB-IDX FROM 1 BY 1
                       UNTIL JB-IDX > WS-JB-CTR
                   IF WS-JB-STATE(JB-IDX) NOT = 'C'
                       PERFORM WRITE-JOB-LINE
                   END-IF
               END-PERFORM
           END-IF.
      *
       WRITE-SCHEDULE-LIST.
           MOVE  SPACES TO OPERATIONS-REPORT-REC.
           WRITE OPERATIONS-REPORT-REC.
           MOVE 'JOB SCHEDULE' TO SH-TEXT.
           WRITE OPERATIONS-REPORT-REC FROM SECTION-HEADING.
           WRITE OPERATIONS-REPORT-REC FROM JOB-HEADING.
           PERFORM WRITE-JOB-LINE
               VARYING JB-IDX FROM 1 BY 1
               UNTIL JB-IDX > WS-JB-CTR.
      *
       WRITE-JOB-LINE.
           MOVE SPACES                TO JOB-DETAIL-LINE.
           MOVE WS-JB-NAME(JB-IDX)    TO JD-JOB-NAME.
           MOVE WS-JB-DESC(JB-IDX)    TO JD-DESC.
           MOVE WS-JB-STATUS(JB-IDX)  TO JD-STATUS.
           IF WS-JB-START(JB-IDX) > ZERO
               MOVE WS-JB-START(JB-IDX) TO WS-TIME-IN
               PERFORM FORMAT-TIME
               MOVE WS-TIME-TEXT      TO JD-START
           END-IF.
           IF WS-JB-LAST-EVENT(JB-IDX) = 'C'
               MOVE WS-JB-END(JB-IDX) TO WS-TIME-IN
               PERFORM FORMAT-TIME
               MOVE WS-TIME-TEXT      TO JD-END
               MOVE WS-JB-RC(JB-IDX)  TO WS-RC-EDIT
               MOVE WS-RC-EDIT        TO JD-RC
           END-IF.
           WRITE OPERATIONS-REPORT-REC FROM JOB-DETAIL-LINE.
      *
       FORMAT-TIME.
           MOVE WS-TIME-HH TO WS-TT-HH.
           MOVE WS-TIME-MM TO WS-TT-MM.
           MOVE WS-TIME-SS TO WS-TT-SS.
      *
      *  One block per program/ddname: the counts, then each entry.
       WRITE-OPS-LOG-LIST.
           MOVE  SPACES TO OPERATIONS-REPORT-REC.
           WRITE OPERATIONS-REPORT-REC.
           MOVE 'OPSLOG I/O EVENTS BY PROGRAM AND DDNAME' TO SH-TEXT.
           WRITE OPERATIONS-REPORT-REC FROM SECTION-HEADING.
           IF WS-GP-CTR = ZERO
               MOVE 'NONE LOGGED FOR THE NIGHT' TO NL-TEXT
               WRITE OPERATIONS-REPORT-REC FROM NONE-LINE
           END-IF.
           PERFORM LIST-ONE-GROUP
               VARYING GP-IDX FROM 1 BY 1
               UNTIL GP-IDX > WS-GP-CTR.
      *
       LIST-ONE-GROUP.
           MOVE WS-GP-PROGRAM(GP-IDX)  TO GH-PROGRAM.
           MOVE WS-GP-DDNAME(GP-IDX)   TO GH-DDNAME.
           MOVE WS-GP-COUNT(GP-IDX)    TO GH-COUNT.
           MOVE WS-GP-FAILURES(GP-IDX) TO GH-FAILURES.
           WRITE OPERATIONS-REPORT-REC FROM GROUP-HEADING.
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-CTR
               IF WS-LG-PROGRAM(LG-IDX) = WS-GP-PROGRAM(GP-IDX)
                  AND WS-LG-DDNAME(LG-IDX) = WS-GP-DDNAME(GP-IDX)
                   MOVE WS-LG-DATE(LG-IDX)       TO LD-DATE
                   MOVE WS-LG-TIME(LG-IDX)       TO WS-TIME-IN
                   PERFORM FORMAT-TIME
                   MOVE WS-TIME-TEXT             TO LD-TIME
                   MOVE WS-LG-OPERATION(LG-IDX)  TO LD-OPERATION
                   MOVE WS-LG-STATUS(LG-IDX)     TO LD-STATUS
                   IF WS-LG-ACTION(LG-IDX) = '8'
                       MOVE 'FAILED THE RUN'     TO LD-ACTION
                   ELSE
                       MOVE 'INFORMATIONAL'      TO LD-ACTION
                   END-IF
                   WRITE OPERATIONS-REPORT-REC FROM LOG-DETAIL-LINE
               END-IF
           END-PERFORM.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO OPERATIONS-REPORT-REC.
           WRITE OPERATIONS-REPORT-REC.
           MOVE  TOT-SCHEDULED     TO SL-SCHEDULED.
           WRITE OPERATIONS-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-CLEAN         TO SL-CLEAN.
           WRITE OPERATIONS-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-FAILED        TO SL-FAILED.
           WRITE OPERATIONS-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-BLOCKED       TO SL-BLOCKED.
           WRITE OPERATIONS-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-NO-COMPLETION TO SL-NO-COMPLETION.
           WRITE OPERATIONS-REPORT-REC FROM SUMMARY-LINE-5.
           MOVE  TOT-NEVER-RUN     TO SL-NEVER-RUN.
           WRITE OPERATIONS-REPORT-REC FROM SUMMARY-LINE-6.
           MOVE  TOT-UNSCHEDULED   TO SL-UNSCHEDULED.
           WRITE OPERATIONS-REPORT-REC FROM SUMMARY-LINE-7.
           MOVE  TOT-LOG-ENTRIES   TO SL-LOG-ENTRIES.
           WRITE OPERATIONS-REPORT-REC FROM SUMMARY-LINE-8.
           MOVE  TOT-LOG-FAILURES  TO SL-LOG-FAILURES.
           WRITE OPERATIONS-REPORT-REC FROM SUMMARY-LINE-9.
