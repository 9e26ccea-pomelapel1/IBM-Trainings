      ***  ranks high/low billing rate per EMP-PROJECT-POSITION value
      ***  via the same indexed-table idiom, not just for Programmer/
      ***  Analyst (req 044).
      ***
      ***  EMPPROJ rows are now keyed by employee id (EMPPROJ.cpy);
      ***  the name every subroutine displays and searches on is
      ***  looked up from the employee master (EMPMAST) as the table
      ***  is loaded.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO EMPPROJ.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPMAST.
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
       WORKING-STORAGE SECTION.
       77  PROJECT-INDEX                    PIC S9(4) COMP.
      *    Sized to the actual number of EMPPROJ records loaded by
           05 TBL-TOT-PROJ-COST-OUT         PIC $,$$$,$$$,$$$.99.
      *
           05 HIGH-PAID-PA-SALARY           PIC S9(3)V99 COMP.
           05 HIGH-PAID-PA-NAME             PIC X(20) VALUE SPACES.
           05 HIGH-PAID-PA-SALARY-OUT       PIC $,$$$.99.
           05 POS-RANK-OUT                  PIC $,$$$.99.
           05 FOUND-CTR                     PIC 99 VALUE ZEROES.
              10 POS-TITLE                  PIC X(20) VALUE SPACES.
              10 POS-HIGH-RATE              PIC S9(3)V99 COMP
                                            VALUE ZERO.
              10 POS-HIGH-NAME              PIC X(20) VALUE SPACES.
              10 POS-LOW-RATE               PIC S9(3)V99 COMP
                                            VALUE ZERO.
              10 POS-LOW-NAME               PIC X(20) VALUE SPACES.
       01  WS-POS-RANK-CTR                  PIC S9(4) COMP VALUE ZERO.
       01  WS-POS-RANK-MAX                  PIC S9(4) COMP VALUE 50.
      *    Set by FIND-OR-ADD-POSITION-RANK when the table is full
           05 WS-QUERY-POSITION             PIC X(20) VALUE SPACES.
           05 WS-QUERY-SHOW-DETAIL-SW       PIC X     VALUE 'Y'.
              88 WS-QUERY-SHOW-DETAIL       VALUE 'Y'.
      *
      *    Employee names from the master, by employee id - EMPPROJ
      *    carries only the id.
       01  EMP-NAME-TABLE.
           05 EMP-NAME-ENTRIES OCCURS 200 TIMES
                   INDEXED BY NM-IDX.
              10 NM-EMP-ID                  PIC X(05).
              10 NM-EMP-NAME                PIC X(20).
       01  WS-NM-CTR                        PIC S9(4) COMP VALUE ZERO.
       01  WS-NM-MAX                        PIC S9(4) COMP VALUE 200.
       01  WS-HOLD-NAME                     PIC X(20) VALUE SPACES.
      *
       01  EMP-PROJECT-TABLE.
           05 EMP-PROJECT-ITEM OCCURS 200 TIMES
                INDEXED BY PROJ-IDX.
                10 EMP-PROJECT               PIC X(4).
                10 EMP-ID                    PIC X(05).
                10 EMP-NAME                  PIC X(20).
                10 EMP-STATE-OFFICE          PIC X(02).
                10 EMP-PROJECT-POSITION      PIC X(20).
                10 EMP-NBR-DAYS-ON-PROJ      PIC 9(03).
                10 EMP-PER-HOUR-OT-RATE      PIC 9(03)V99.
                10 EMP-LANGUAGE-CERT         PIC X(20).
                10 EMP-ON-CALL               PIC X(01).
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-PROCESS-TABLE-DATA.
       000-HOUSEKEEPING.
           INITIALIZE EMP-PROJECT-TABLE.
           MOVE ZERO TO TABLE-MAX.
           PERFORM 050-LOAD-EMPLOYEE-NAMES.
           OPEN INPUT INPUT-FILE.
           READ INPUT-FILE
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
                     OR END-OF-FILE                    *> Load Table
                MOVE EMP-PROJECT-I TO
                        EMP-PROJECT (PROJECT-INDEX)
                MOVE EMP-ID-I TO
                        EMP-ID (PROJECT-INDEX)
                PERFORM 060-LOOKUP-EMPLOYEE-NAME
                MOVE WS-HOLD-NAME TO
                        EMP-NAME (PROJECT-INDEX)
                MOVE EMP-STATE-OFFICE-I TO
                        EMP-STATE-OFFICE  (PROJECT-INDEX)
                END-READ
                DISPLAY EMP-PROJECT-ITEM(PROJECT-INDEX)
           END-PERFORM.
      *
       050-LOAD-EMPLOYEE-NAMES.
           INITIALIZE EMP-NAME-TABLE.
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
      *    master shows as UNKNOWN plus the id, so the row still
      *    shows up.
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
       100-PROCESS-TABLE-DATA.
           PERFORM 200-FIND-PROJECT.
           PERFORM 300-FIND-NC-OT-SKILL.
