       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTMNT.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   CERTMNT maintains the supplier certification file (SUPCERT
      *   - see SUPCERT.cpy): one record per supplier code and
      *   certification type with its expiry date, so the dates that
      *   decide who may supply government parts live on file
      *   instead of in the contracts binder.
      *
      *   Each CERTTRAN transaction is a 1-byte action code followed
      *   by a certification image:
      *     'A' - add:    rejected when the supplier/type combination
      *                   is already on the file, when the type is not
      *                   QUAL or SECR, or when the expiry date is not
      *                   a valid date.
      *     'C' - change: a renewed expiry date and/or reference
      *                   replaced in place (blank/zero fields are
      *                   left alone); rejected when the combination
      *                   is not on the file or the new date is not
      *                   valid.
      *     'D' - delete: the combination removed; rejected when not
      *                   on the file.
      *
      *   Every transaction - applied or rejected - gets a line on
      *   the maintenance report, with run totals at the bottom
      *   (same audit convention as ALTSMNT).
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE   ASSIGN TO CERTTRAN.
           SELECT CERT-FILE          ASSIGN TO SUPCERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CERT-KEY
               FILE STATUS IS WS-CERT-STATUS.
           SELECT MAINT-REPORT       ASSIGN TO CERTRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAINT-TRANS-REC.
       01  MAINT-TRANS-REC.
           05  MNT-ACTION-CODE          PIC X(01).
               88  MNT-ADD              VALUE 'A'.
               88  MNT-CHANGE           VALUE 'C'.
               88  MNT-DELETE           VALUE 'D'.
               88  MNT-VALID-ACTION     VALUES 'A', 'C', 'D'.
           05  MNT-SUPPLIER-CODE        PIC X(10).
           05  MNT-CERT-TYPE            PIC X(04).
               88  MNT-VALID-CERT-TYPE  VALUES 'QUAL', 'SECR'.
           05  MNT-EXPIRY-DATE          PIC 9(08).
           05  MNT-EXPIRY-DATE-X REDEFINES MNT-EXPIRY-DATE
                                        PIC X(08).
           05  MNT-CERT-REFERENCE       PIC X(20).
           05  FILLER                   PIC X(17).
      *
       FD  CERT-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS SUPPLIER-CERT-REC.
       COPY SUPCERT.
      *
       FD  MAINT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAINT-REPORT-REC.
       01  MAINT-REPORT-REC             PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-CERT-STATUS               PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-CERT-FOUND-SW             PIC X     VALUE 'N'.
           88  CERT-ON-FILE             VALUE 'Y'.
       01  WS-DATE-OK-SW                PIC X     VALUE 'N'.
           88  EXPIRY-DATE-OK           VALUE 'Y'.
      *
      *    Shared date-validation parameter block (see DATEPARM.cpy).
       COPY DATEPARM.
      *
       01  WS-DISPOSITION               PIC X(40) VALUE SPACES.
      *
       01  ACC-CTRS.
           05  TOT-TRANS-READ           PIC 9(5)  VALUE ZERO.
           05  TOT-ADDS-APPLIED         PIC 9(5)  VALUE ZERO.
           05  TOT-CHANGES-APPLIED      PIC 9(5)  VALUE ZERO.
           05  TOT-DELETES-APPLIED      PIC 9(5)  VALUE ZERO.
           05  TOT-TRANS-REJECTED       PIC 9(5)  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(45) VALUE
               'SUPPLIER CERTIFICATION MAINTENANCE REPORT'.
       01  HEADING-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(08) VALUE 'ACTION'.
           05  FILLER                   PIC X(12) VALUE 'SUPPLIER'.
           05  FILLER                   PIC X(06) VALUE 'TYPE'.
           05  FILLER                   PIC X(12) VALUE 'EXPIRES'.
           05  FILLER                   PIC X(22) VALUE 'REFERENCE'.
           05  FILLER                   PIC X(40) VALUE 'DISPOSITION'.
      *
       01  DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-ACTION                PIC X(01).
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  DL-SUPPLIER-CODE         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CERT-TYPE             PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-EXPIRY-DATE           PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-REFERENCE             PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DISPOSITION           PIC X(40).
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'TRANSACTIONS READ      : '.
           05  SL-TRANS-READ            PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'ADDS APPLIED           : '.
           05  SL-ADDS                  PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'CHANGES APPLIED        : '.
           05  SL-CHANGES               PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'DELETES APPLIED        : '.
           05  SL-DELETES               PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'TRANSACTIONS REJECTED  : '.
           05  SL-REJECTED              PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
           READ MAINT-TRANS-FILE
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM PROCESS-TRANSACTIONS UNTIL END-OF-FILE.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  MAINT-TRANS-FILE.
      *    First-ever run has no certification file yet - create it.
           OPEN I-O    CERT-FILE.
           IF WS-CERT-STATUS NOT = '00'
               OPEN OUTPUT CERT-FILE
               CLOSE CERT-FILE
               OPEN I-O CERT-FILE
           END-IF.
           OPEN OUTPUT MAINT-REPORT.
      *
       CLOSE-FILES.
           CLOSE MAINT-TRANS-FILE, CERT-FILE, MAINT-REPORT.
      *
       PROCESS-TRANSACTIONS.
           ADD 1 TO TOT-TRANS-READ.
           MOVE SPACES TO WS-DISPOSITION.
           PERFORM CHECK-CERT-ON-FILE.
           PERFORM CHECK-EXPIRY-DATE.
           EVALUATE TRUE
               WHEN NOT MNT-VALID-ACTION
                   MOVE 'REJECTED - INVALID ACTION CODE'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-TRANS-REJECTED
               WHEN MNT-SUPPLIER-CODE = SPACES
                 OR MNT-CERT-TYPE = SPACES
                   MOVE 'REJECTED - BLANK KEY FIELD'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-TRANS-REJECTED
               WHEN MNT-ADD AND NOT MNT-VALID-CERT-TYPE
                   MOVE 'REJECTED - TYPE MUST BE QUAL OR SECR'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-TRANS-REJECTED
               WHEN MNT-ADD AND CERT-ON-FILE
                   MOVE 'REJECTED - CERTIFICATION ALREADY ON FILE'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-TRANS-REJECTED
               WHEN MNT-ADD AND NOT EXPIRY-DATE-OK
                   MOVE 'REJECTED - INVALID EXPIRY DATE'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-TRANS-REJECTED
               WHEN MNT-ADD
                   PERFORM APPLY-ADD
               WHEN NOT CERT-ON-FILE
                   MOVE 'REJECTED - CERTIFICATION NOT ON FILE'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-TRANS-REJECTED
               WHEN MNT-CHANGE
                 AND MNT-EXPIRY-DATE-X NOT = SPACES
                 AND MNT-EXPIRY-DATE-X NOT = ZEROES
                 AND NOT EXPIRY-DATE-OK
                   MOVE 'REJECTED - INVALID EXPIRY DATE'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-TRANS-REJECTED
               WHEN MNT-CHANGE
                   PERFORM APPLY-CHANGE
               WHEN MNT-DELETE
                   PERFORM APPLY-DELETE
           END-EVALUATE.
           PERFORM WRITE-DETAIL-LINE.
           READ MAINT-TRANS-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
       CHECK-CERT-ON-FILE.
           MOVE 'N' TO WS-CERT-FOUND-SW.
           MOVE MNT-SUPPLIER-CODE TO CERT-SUPPLIER-CODE.
           MOVE MNT-CERT-TYPE     TO CERT-TYPE.
           READ CERT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET CERT-ON-FILE TO TRUE
           END-READ.
      *
       CHECK-EXPIRY-DATE.
           MOVE 'N' TO WS-DATE-OK-SW.
           IF MNT-EXPIRY-DATE NUMERIC
               SET DP-VALIDATE TO TRUE
               MOVE MNT-EXPIRY-DATE TO DP-DATE-IN
               CALL 'DATEEDIT' USING DATE-EDIT-PARM
               IF DP-DATE-VALID
                   SET EXPIRY-DATE-OK TO TRUE
               END-IF
           END-IF.
      *
       APPLY-ADD.
           INITIALIZE SUPPLIER-CERT-REC.
           MOVE MNT-SUPPLIER-CODE  TO CERT-SUPPLIER-CODE.
           MOVE MNT-CERT-TYPE      TO CERT-TYPE.
           MOVE MNT-EXPIRY-DATE    TO CERT-EXPIRY-DATE.
           MOVE MNT-CERT-REFERENCE TO CERT-REFERENCE.
           WRITE SUPPLIER-CERT-REC
               INVALID KEY
                   MOVE 'REJECTED - DUPLICATE KEY ON WRITE'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE 'ADDED' TO WS-DISPOSITION
                   ADD 1 TO TOT-ADDS-APPLIED
           END-WRITE.
      *
       APPLY-CHANGE.
           IF EXPIRY-DATE-OK
               MOVE MNT-EXPIRY-DATE TO CERT-EXPIRY-DATE
           END-IF.
           IF MNT-CERT-REFERENCE NOT = SPACES
               MOVE MNT-CERT-REFERENCE TO CERT-REFERENCE
           END-IF.
           REWRITE SUPPLIER-CERT-REC
               INVALID KEY
                   MOVE 'REJECTED - REWRITE FAILED'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE 'CHANGED IN PLACE' TO WS-DISPOSITION
                   ADD 1 TO TOT-CHANGES-APPLIED
           END-REWRITE.
      *
       APPLY-DELETE.
           DELETE CERT-FILE
               INVALID KEY
                   MOVE 'REJECTED - DELETE FAILED'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE 'DELETED' TO WS-DISPOSITION
                   ADD 1 TO TOT-DELETES-APPLIED
           END-DELETE.
      *
       WRITE-DETAIL-LINE.
           MOVE SPACES              TO DETAIL-LINE.
           MOVE MNT-ACTION-CODE     TO DL-ACTION.
           MOVE MNT-SUPPLIER-CODE   TO DL-SUPPLIER-CODE.
           MOVE MNT-CERT-TYPE       TO DL-CERT-TYPE.
           MOVE MNT-EXPIRY-DATE-X   TO DL-EXPIRY-DATE.
           MOVE MNT-CERT-REFERENCE  TO DL-REFERENCE.
           MOVE WS-DISPOSITION      TO DL-DISPOSITION.
           WRITE MAINT-REPORT-REC FROM DETAIL-LINE.
      *
       WRITE-HEADINGS.
           WRITE MAINT-REPORT-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC FROM HEADING-LINE-2.
           MOVE  SPACES TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           MOVE  TOT-TRANS-READ       TO SL-TRANS-READ.
           WRITE MAINT-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-ADDS-APPLIED     TO SL-ADDS.
           WRITE MAINT-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-CHANGES-APPLIED  TO SL-CHANGES.
           WRITE MAINT-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-DELETES-APPLIED  TO SL-DELETES.
           WRITE MAINT-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-TRANS-REJECTED   TO SL-REJECTED.
           WRITE MAINT-REPORT-REC FROM SUMMARY-LINE-5.
