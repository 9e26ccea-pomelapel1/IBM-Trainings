      *     and which language certifications are represented, and
      *     flags projects with zero on-call coverage or with a
      *     required certification (from the PROJREQS file) nobody
      *     on the project holds.  Employees are named from the
      *     employee master (EMPMAST) by the id on each row.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE        ASSIGN TO EMPPROJ.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPMAST.
           SELECT PROJ-REQS-FILE    ASSIGN TO PROJREQS.
           SELECT COVERAGE-REPORT   ASSIGN TO COVERRPT.
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
      *    Certifications each project requires - one row per
      *    project/certification combination.
           05 EMP-PROJECT-ITEM OCCURS 200 TIMES
                INDEXED BY PROJ-IDX.
                10 EMP-PROJECT               PIC X(4).
                10 EMP-ID                    PIC X(05).
                10 EMP-NAME                  PIC X(20).
                10 EMP-STATE-OFFICE          PIC X(02).
                10 EMP-LANGUAGE-CERT         PIC X(20).
                10 EMP-ON-CALL               PIC X(01).
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
      *    Project requirements loaded from PROJREQS.
       01  WS-REQS-TABLE.
           05  WS-REQ-ENTRY OCCURS 50 TIMES
           05  SS-STATE                 PIC X(02).
       01  ONCALL-DETAIL-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  OD-NAME                  PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OD-STATE                 PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
       000-HOUSEKEEPING.
           INITIALIZE EMP-PROJECT-TABLE.
           MOVE ZERO TO TABLE-MAX.
           PERFORM 050-LOAD-EMPLOYEE-NAMES.
           OPEN INPUT INPUT-FILE, PROJ-REQS-FILE.
           OPEN OUTPUT COVERAGE-REPORT.
           WRITE COVERAGE-REPORT-REC FROM HEADER-LINE-1.
                     OR END-OF-FILE
                MOVE EMP-PROJECT-I TO
                        EMP-PROJECT (PROJECT-INDEX)
                MOVE EMP-ID-I TO
                        EMP-ID (PROJECT-INDEX)
                PERFORM 060-LOOKUP-EMPLOYEE-NAME
                MOVE WS-HOLD-NAME TO
                        EMP-NAME (PROJECT-INDEX)
                MOVE EMP-STATE-OFFICE-I TO
                        EMP-STATE-OFFICE  (PROJECT-INDEX)
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
       100-REPORT-BY-PROJECT.
           PERFORM 110-COVER-ONE-PROJECT
