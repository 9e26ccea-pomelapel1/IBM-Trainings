      *     EMPPROJ was effectively frozen - recording another week
      *     of days or overtime meant re-editing the file by hand.
      *     EMPUPDT applies weekly EMPTRAN transactions (project
      *     code, employee id, signed days and OT-hours deltas,
      *     optional rate changes) against the file, writes the
      *     updated file to EMPPROJO plus a change-audit report with
      *     before/after values, and rejects transactions for
      *     employee/project combinations that don't exist so typos
      *     stop creating phantom rows.  Rows and transactions are
      *     keyed by employee id; the audit names the employee from
      *     the employee master (EMPMAST).
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INPUT-FILE        ASSIGN TO EMPPROJ.
           SELECT PROJECT-MASTER-FILE ASSIGN TO PROJMSTR.
           SELECT UPDATE-TRANS-FILE ASSIGN TO EMPTRAN.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPMAST.
           SELECT OUTPUT-FILE       ASSIGN TO EMPPROJO.
           SELECT AUDIT-REPORT      ASSIGN TO UPDAUDIT.
       DATA DIVISION.
           DATA RECORD IS UPDATE-TRANS-REC.
       01  UPDATE-TRANS-REC.
           05  UPD-PROJECT              PIC X(04).
           05  UPD-EMP-ID               PIC X(05).
           05  UPD-DAYS-DELTA           PIC S9(03)
                                        SIGN IS LEADING SEPARATE.
           05  UPD-OT-DELTA             PIC S9(03)
      *    Zero means "leave the rate alone".
           05  UPD-NEW-DAY-RATE         PIC 9(03)V99.
           05  UPD-NEW-OT-RATE          PIC 9(03)V99.
           05  FILLER                   PIC X(13).
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY EMPMAST.
      *
       FD  OUTPUT-FILE
           RECORDING MODE IS F
       01  WS-PJ-CTR                        PIC S9(4) COMP VALUE ZERO.
       01  WS-PJ-MAX                        PIC S9(4) COMP VALUE 50.
      *
      *    Employee names from the master, by employee id.
       01  EMP-NAME-TABLE.
           05 EMP-NAME-ENTRIES OCCURS 200 TIMES
                   INDEXED BY NM-IDX.
              10 NM-EMP-ID                  PIC X(05).
              10 NM-EMP-NAME                PIC X(20).
       01  WS-NM-CTR                        PIC S9(4) COMP VALUE ZERO.
       01  WS-NM-MAX                        PIC S9(4) COMP VALUE 200.
      *
      *    Full 80-byte rows held whole, with the updatable fields
      *    overlaid so deltas land back in the row that gets written
      *    (same layout as EMPPROJ.cpy).
       01  EMP-PROJECT-TABLE.
           05 EMP-PROJECT-ROW OCCURS 200 TIMES
                INDEXED BY PROJ-IDX.
                10 EMP-PROJECT               PIC X(4).
                10 EMP-ID                    PIC X(05).
                10 EMP-STATE-OFFICE          PIC X(02).
                10 EMP-PROJECT-POSITION      PIC X(20).
                10 EMP-NBR-DAYS-ON-PROJ      PIC 9(03).
                10 EMP-PER-HOUR-OT-RATE      PIC 9(03)V99.
                10 EMP-LANGUAGE-CERT         PIC X(20).
                10 EMP-ON-CALL               PIC X(01).
                10 EMP-BILLED-DAYS           PIC 9(03).
                10 EMP-BILLED-OT-HOURS       PIC 9(03).
                10 FILLER                    PIC X(06).
      *
       01  WS-NEW-DAYS                      PIC S9(4) VALUE ZERO.
       01  WS-NEW-OT                        PIC S9(4) VALUE ZERO.
       01  AUDIT-DETAIL-LINE.
           05  AL-PROJECT               PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-EMP-ID                PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  AL-NAME                  PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-DISPOSITION           PIC X(40).
       01  AUDIT-VALUES-LINE.
           OPEN INPUT INPUT-FILE, PROJECT-MASTER-FILE,
                      UPDATE-TRANS-FILE.
           PERFORM 050-LOAD-PROJECT-MASTER.
           PERFORM 060-LOAD-EMPLOYEE-NAMES.
           OPEN OUTPUT OUTPUT-FILE, AUDIT-REPORT.
           WRITE AUDIT-REPORT-REC FROM HEADER-LINE-1.
           MOVE  SPACES TO AUDIT-REPORT-REC.
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
      *    Name for the transaction's employee onto the audit line.
       070-LOOKUP-EMPLOYEE-NAME.
           MOVE '** NOT ON MASTER **' TO AL-NAME.
           SET NM-IDX TO 1.
           SEARCH EMP-NAME-ENTRIES
               AT END
                   CONTINUE
               WHEN NM-IDX > WS-NM-CTR
                   CONTINUE
               WHEN NM-EMP-ID (NM-IDX) = UPD-EMP-ID
                   MOVE NM-EMP-NAME (NM-IDX) TO AL-NAME
           END-SEARCH.
      *
       100-APPLY-TRANSACTIONS.
           ADD 1 TO TOT-TRANS-READ.
               AT END
                   CONTINUE
               WHEN EMP-PROJECT(PROJ-IDX) = UPD-PROJECT
                    AND EMP-ID(PROJ-IDX) = UPD-EMP-ID
                   SET ROW-FOUND TO TRUE
           END-SEARCH.
           MOVE UPD-PROJECT TO AL-PROJECT.
           MOVE UPD-EMP-ID  TO AL-EMP-ID.
           PERFORM 070-LOOKUP-EMPLOYEE-NAME.
           EVALUATE TRUE
               WHEN PROJ-UNKNOWN
                   ADD 1 TO TOT-TRANS-REJECTED
