      *     figures roll up by EMP-STATE-OFFICE-I and by
      *     EMP-PROJECT-POSITION-I - so which office and which role
      *     is over- or under-loaded stops being a memory exercise.
      *     Employees total by employee id and are named from the
      *     employee master (EMPMAST).
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE        ASSIGN TO EMPPROJ.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPMAST.
           SELECT CAPACITY-PARM-FILE ASSIGN TO CAPPARM
               FILE STATUS IS WS-CAP-STATUS.
           SELECT UTILIZATION-REPORT ASSIGN TO UTILRPT.
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
       FD  CAPACITY-PARM-FILE
           RECORDING MODE IS F
       01  WS-CAPACITY-DAYS                 PIC 9(03) VALUE 60.
       01  WS-UTIL-PCT                      PIC 9(03)V99 VALUE ZERO.
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
      *    Totals per employee (office and position from the first
      *    row seen), per office and per position - the TABLES01
      *    FIND-OR-ADD idiom throughout.
       01  WS-EMP-TOTALS-TABLE.
           05  WS-EM-ENTRY OCCURS 200 TIMES
                   INDEXED BY EM-IDX.
               10  WS-EM-ID             PIC X(05).
               10  WS-EM-OFFICE         PIC X(02).
               10  WS-EM-POSITION       PIC X(20).
               10  WS-EM-DAYS           PIC 9(05).
           05  SC-TITLE                 PIC X(50).
      *
       01  EMP-DETAIL-LINE.
           05  DL-EMP-ID                PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DL-NAME                  PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-OFFICE                PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
      *
       000-HOUSEKEEPING.
           PERFORM 010-LOAD-CAPACITY.
           PERFORM 020-LOAD-EMPLOYEE-NAMES.
           OPEN INPUT INPUT-FILE.
           OPEN OUTPUT UTILIZATION-REPORT.
           MOVE WS-CAPACITY-DAYS TO HD-CAPACITY.
               END-READ
               CLOSE CAPACITY-PARM-FILE
           END-IF.
      *
       020-LOAD-EMPLOYEE-NAMES.
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
      *    Name for WS-EM-ID into WS-HOLD-NAME - an id not on the
      *    master shows as UNKNOWN.
       030-LOOKUP-EMPLOYEE-NAME.
           MOVE '** UNKNOWN **' TO WS-HOLD-NAME.
           SET NM-IDX TO 1.
           SEARCH EMP-NAME-ENTRIES
               AT END
                   CONTINUE
               WHEN NM-IDX > WS-NM-CTR
                   CONTINUE
               WHEN NM-EMP-ID (NM-IDX) = WS-EM-ID (EM-IDX)
                   MOVE NM-EMP-NAME (NM-IDX) TO WS-HOLD-NAME
           END-SEARCH.
      *
       100-POST-ROWS.
           SET EM-IDX TO 1.
                   IF WS-EM-CTR < WS-EM-MAX
                       ADD 1 TO WS-EM-CTR
                       SET EM-IDX TO WS-EM-CTR
                       MOVE EMP-ID-I TO WS-EM-ID(EM-IDX)
                       MOVE EMP-STATE-OFFICE-I
                            TO WS-EM-OFFICE(EM-IDX)
                       MOVE EMP-PROJECT-POSITION-I
                       ADD EMP-NBR-OT-HOURS-I
                           TO WS-EM-OT(EM-IDX)
                   END-IF
               WHEN WS-EM-ID(EM-IDX) = EMP-ID-I
                   ADD EMP-NBR-DAYS-ON-PROJ-I
                       TO WS-EM-DAYS(EM-IDX)
                   ADD EMP-NBR-OT-HOURS-I
      *
       200-WRITE-EMPLOYEE-LINE.
           MOVE SPACES                 TO EMP-DETAIL-LINE.
           PERFORM 030-LOOKUP-EMPLOYEE-NAME.
           MOVE WS-EM-ID(EM-IDX)       TO DL-EMP-ID.
           MOVE WS-HOLD-NAME           TO DL-NAME.
           MOVE WS-EM-OFFICE(EM-IDX)   TO DL-OFFICE.
           MOVE WS-EM-POSITION(EM-IDX) TO DL-POSITION.
           MOVE WS-EM-DAYS(EM-IDX)     TO DL-DAYS.
