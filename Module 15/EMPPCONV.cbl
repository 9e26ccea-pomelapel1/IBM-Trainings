       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPCONV.
      *--------------------------------------------------------------*
      * Workshop 15 -  One-time conversion of the Employee's Projects
      *     File from name keys to employee-id keys.  Each old
      *     EMPPROJ row carried the employee as a 15-byte name; it is
      *     matched against the employee master (EMPMAST, first 15
      *     bytes of EM-NAME, upper-cased both sides) and written to
      *     EMPPROJO in the EMPPROJ.cpy layout with the EM-EMP-ID in
      *     its place.  A row whose name matches no employee, or
      *     matches more than one (two people with the same name), is
      *     not guessed at: it goes to EMPPREJ unchanged and is listed
      *     on the conversion report, to be keyed by hand.  Any such
      *     row ends the job with return code 4.  Converted rows
      *     start with their billed-to-date marks at the days and
      *     hours already on them.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE        ASSIGN TO EMPPROJ.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPMAST.
           SELECT OUTPUT-FILE       ASSIGN TO EMPPROJO.
           SELECT REJECT-FILE       ASSIGN TO EMPPREJ.
           SELECT CONVERSION-REPORT ASSIGN TO CONVRPT.
       DATA DIVISION.
       FILE SECTION.
      *    The employee-project row as it was, keyed by name.
       FD  INPUT-FILE RECORDING MODE F.
       01  OLD-PROJECT-TABLE-I.
           05 OLD-PROJECT-I                 PIC X(4).
           05 OLD-NAME-I                    PIC X(15).
           05 OLD-STATE-OFFICE-I            PIC X(02).
           05 OLD-PROJECT-POSITION-I        PIC X(20).
           05 OLD-NBR-DAYS-ON-PROJ-I        PIC 9(03).
           05 OLD-NBR-OT-HOURS-I            PIC 9(03).
           05 OLD-PER-DAY-BILLING-RATE-I    PIC 9(03)V99.
           05 OLD-PER-HOUR-OT-RATE-I        PIC 9(03)V99.
           05 OLD-LANGUAGE-CERT-I           PIC X(20).
           05 OLD-ON-CALL-I                 PIC X(01).
           05 FILLER                        PIC X(02).
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
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMP-PROJECT-TABLE-I.
           COPY EMPPROJ.
      *
       FD  REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REJECT-REC.
       01  REJECT-REC                       PIC X(80).
      *
       FD  CONVERSION-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONVERSION-REPORT-REC.
       01  CONVERSION-REPORT-REC            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  SW-END-OF-FILE                   PIC X(01) VALUE SPACES.
                88 END-OF-FILE   VALUE 'Y'.
       77  MATCH-CTR                        PIC S9(4) COMP VALUE ZERO.
      *
      *    Employee ids and names from the master - the name
      *    upper-cased once here so each row compares cheaply.
       01  EMP-NAME-TABLE.
           05 EMP-NAME-ENTRIES OCCURS 200 TIMES
                   INDEXED BY NM-IDX.
              10 NM-EMP-ID                  PIC X(05).
              10 NM-EMP-NAME                PIC X(15).
       01  WS-NM-CTR                        PIC S9(4) COMP VALUE ZERO.
       01  WS-NM-MAX                        PIC S9(4) COMP VALUE 200.
       01  WS-MATCH-ID                      PIC X(05) VALUE SPACES.
       01  WS-MATCH-NAME                    PIC X(15) VALUE SPACES.
      *
       01  ACC-CTRS.
           05  TOT-ROWS-READ                PIC 9(5)  VALUE ZERO.
           05  TOT-ROWS-CONVERTED           PIC 9(5)  VALUE ZERO.
           05  TOT-ROWS-NO-MATCH            PIC 9(5)  VALUE ZERO.
           05  TOT-ROWS-AMBIGUOUS           PIC 9(5)  VALUE ZERO.
      *
       01  HEADER-LINE-1.
           05  FILLER                   PIC X(50) VALUE
               'EMPLOYEE-PROJECT FILE CONVERSION - NAME TO ID'.
       01  COLUMN-LINE.
           05  FILLER                   PIC X(06) VALUE 'PROJ'.
           05  FILLER                   PIC X(17) VALUE 'EMPPROJ NAME'.
           05  FILLER                   PIC X(22) VALUE 'POSITION'.
           05  FILLER                   PIC X(40) VALUE 'DISPOSITION'.
       01  CONVERSION-DETAIL-LINE.
           05  CL-PROJECT               PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-NAME                  PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-POSITION              PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-DISPOSITION           PIC X(30).
           05  CL-COUNT                 PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  CL-COUNT-TEXT            PIC X(10).
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X(30) VALUE
               'ROWS READ              : '.
           05  SL-READ                  PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X(30) VALUE
               'ROWS CONVERTED         : '.
           05  SL-CONVERTED             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X(30) VALUE
               'ROWS - NO SUCH NAME    : '.
           05  SL-NO-MATCH              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X(30) VALUE
               'ROWS - NAME NOT UNIQUE : '.
           05  SL-AMBIGUOUS             PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-CONVERT-ONE-ROW UNTIL END-OF-FILE.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       000-HOUSEKEEPING.
           PERFORM 050-LOAD-EMPLOYEE-NAMES.
           OPEN INPUT  INPUT-FILE.
           OPEN OUTPUT OUTPUT-FILE, REJECT-FILE, CONVERSION-REPORT.
           WRITE CONVERSION-REPORT-REC FROM HEADER-LINE-1.
           MOVE  SPACES TO CONVERSION-REPORT-REC.
           WRITE CONVERSION-REPORT-REC.
           WRITE CONVERSION-REPORT-REC FROM COLUMN-LINE.
           MOVE  SPACES TO CONVERSION-REPORT-REC.
           WRITE CONVERSION-REPORT-REC.
           READ INPUT-FILE
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
      *
       050-LOAD-EMPLOYEE-NAMES.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           READ EMPLOYEE-MASTER-FILE
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
           PERFORM VARYING NM-IDX FROM 1 BY 1
              UNTIL NM-IDX > WS-NM-MAX OR END-OF-FILE
                ADD 1 TO WS-NM-CTR
                MOVE EM-EMP-ID TO NM-EMP-ID (NM-IDX)
                MOVE FUNCTION UPPER-CASE (EM-NAME (1:15))
                               TO NM-EMP-NAME (NM-IDX)
                READ EMPLOYEE-MASTER-FILE
                    AT END MOVE 'Y' TO SW-END-OF-FILE
                END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'WARNING: EMPLOYEE MASTER HAS MORE THAN '
                       WS-NM-MAX
                       ' ENTRIES - REMAINING ROWS IGNORED'
           END-IF.
           CLOSE EMPLOYEE-MASTER-FILE.
           MOVE SPACES TO SW-END-OF-FILE.
      *
      *    Every master employee is tried, not just the first hit -
      *    a name held by two people must not be keyed to either.
       100-CONVERT-ONE-ROW.
           ADD 1 TO TOT-ROWS-READ.
           MOVE FUNCTION UPPER-CASE (OLD-NAME-I) TO WS-MATCH-NAME.
           MOVE ZERO   TO MATCH-CTR.
           MOVE SPACES TO WS-MATCH-ID.
           PERFORM VARYING NM-IDX FROM 1 BY 1
                   UNTIL NM-IDX > WS-NM-CTR
               IF NM-EMP-NAME (NM-IDX) = WS-MATCH-NAME
                   ADD 1 TO MATCH-CTR
                   MOVE NM-EMP-ID (NM-IDX) TO WS-MATCH-ID
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN MATCH-CTR = 1
                   PERFORM 200-WRITE-CONVERTED-ROW
               WHEN MATCH-CTR = ZERO
                   ADD 1 TO TOT-ROWS-NO-MATCH
                   MOVE 'NOT CONVERTED - NO SUCH NAME'
                        TO CL-DISPOSITION
                   PERFORM 300-REJECT-ROW
               WHEN OTHER
                   ADD 1 TO TOT-ROWS-AMBIGUOUS
                   MOVE 'NOT CONVERTED - NAME HELD BY'
                        TO CL-DISPOSITION
                   PERFORM 300-REJECT-ROW
           END-EVALUATE.
           READ INPUT-FILE
                 AT END MOVE 'Y' TO SW-END-OF-FILE.
      *
       200-WRITE-CONVERTED-ROW.
           MOVE SPACES                     TO EMP-PROJECT-TABLE-I.
           MOVE OLD-PROJECT-I              TO EMP-PROJECT-I.
           MOVE WS-MATCH-ID                TO EMP-ID-I.
           MOVE OLD-STATE-OFFICE-I         TO EMP-STATE-OFFICE-I.
           MOVE OLD-PROJECT-POSITION-I     TO EMP-PROJECT-POSITION-I.
           MOVE OLD-NBR-DAYS-ON-PROJ-I     TO EMP-NBR-DAYS-ON-PROJ-I.
           MOVE OLD-NBR-OT-HOURS-I         TO EMP-NBR-OT-HOURS-I.
           MOVE OLD-PER-DAY-BILLING-RATE-I
                                      TO EMP-PER-DAY-BILLING-RATE-I.
           MOVE OLD-PER-HOUR-OT-RATE-I     TO EMP-PER-HOUR-OT-RATE-I.
           MOVE OLD-LANGUAGE-CERT-I        TO EMP-LANGUAGE-CERT-I.
           MOVE OLD-ON-CALL-I              TO EMP-ON-CALL-I.
      *    Under the old cumulative billing every day and hour on
      *    the row has already been invoiced - start the billed-to-
      *    date marks there so the first new invoice bills only new
      *    work.
           MOVE OLD-NBR-DAYS-ON-PROJ-I     TO EMP-BILLED-DAYS-I.
           MOVE OLD-NBR-OT-HOURS-I         TO EMP-BILLED-OT-HOURS-I.
           WRITE EMP-PROJECT-TABLE-I.
           ADD 1 TO TOT-ROWS-CONVERTED.
      *
       300-REJECT-ROW.
           WRITE REJECT-REC FROM OLD-PROJECT-TABLE-I.
           MOVE OLD-PROJECT-I          TO CL-PROJECT.
           MOVE OLD-NAME-I             TO CL-NAME.
           MOVE OLD-PROJECT-POSITION-I TO CL-POSITION.
           IF MATCH-CTR > 1
               MOVE MATCH-CTR          TO CL-COUNT
               MOVE 'EMPLOYEES'        TO CL-COUNT-TEXT
           ELSE
               MOVE ZERO               TO CL-COUNT
               MOVE SPACES             TO CL-COUNT-TEXT
           END-IF.
           WRITE CONVERSION-REPORT-REC FROM CONVERSION-DETAIL-LINE.
      *
       900-WRAP-UP.
           MOVE  SPACES TO CONVERSION-REPORT-REC.
           WRITE CONVERSION-REPORT-REC.
           MOVE  TOT-ROWS-READ       TO SL-READ.
           WRITE CONVERSION-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-ROWS-CONVERTED  TO SL-CONVERTED.
           WRITE CONVERSION-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-ROWS-NO-MATCH   TO SL-NO-MATCH.
           WRITE CONVERSION-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-ROWS-AMBIGUOUS  TO SL-AMBIGUOUS.
           WRITE CONVERSION-REPORT-REC FROM SUMMARY-LINE-4.
           CLOSE INPUT-FILE, OUTPUT-FILE, REJECT-FILE,
                 CONVERSION-REPORT.
           IF TOT-ROWS-NO-MATCH > ZERO OR TOT-ROWS-AMBIGUOUS > ZERO
               DISPLAY 'EMPPCONV: '
                       TOT-ROWS-NO-MATCH ' ROWS NOT MATCHED, '
                       TOT-ROWS-AMBIGUOUS ' ROWS AMBIGUOUS - SEE '
                       'CONVRPT/EMPPREJ'
               MOVE 4 TO RETURN-CODE
           END-IF.
