       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITWOMNT.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   KITWOMNT maintains the kit-build work-order file (KITWO -
      *   see KITWO.cpy): what kit is to be built, how many, and by
      *   when.  KITALLOC reserves the components for the open
      *   orders and KITCOMP records the builds as they finish.
      *
      *   Each KITWOTRN transaction is a 1-byte action code followed
      *   by a work-order image:
      *     'A' - add:    a new work order, opened today; rejected
      *                   when the number is already on file, when
      *                   the parent is not on PARTS, or when the
      *                   build quantity or due date is missing or
      *                   invalid.
      *     'C' - change: a new build quantity and/or due date
      *                   replaced in place (blank/zero fields are
      *                   left alone); rejected when the order is not
      *                   on file or no longer active, or when the
      *                   new quantity is below what is already
      *                   built.  The order goes back to open until
      *                   KITALLOC next reserves for it.
      *     'X' - cancel: the order is kept for the record but
      *                   marked cancelled; KITALLOC stops reserving
      *                   for it.  Rejected when not active.
      *
      *   Every transaction - applied or rejected - gets a line on
      *   the maintenance report, with run totals at the bottom
      *   (same audit convention as ALTSMNT).
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE   ASSIGN TO KITWOTRN.
           SELECT WORK-ORDER-FILE    ASSIGN TO KITWO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NUMBER
               FILE STATUS IS WS-WO-STATUS.
           SELECT PARTS-FILE         ASSIGN TO PARTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER OF PARTS-REC
               FILE STATUS IS WS-PARTS-STATUS.
           SELECT MAINT-REPORT       ASSIGN TO KITWORPT.
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
               88  MNT-CANCEL           VALUE 'X'.
               88  MNT-VALID-ACTION     VALUES 'A', 'C', 'X'.
           05  MNT-WO-NUMBER            PIC X(06).
           05  MNT-PARENT-PART          PIC X(23).
           05  MNT-BUILD-QTY            PIC 9(07).
           05  MNT-BUILD-QTY-X REDEFINES MNT-BUILD-QTY
                                        PIC X(07).
           05  MNT-DUE-DATE             PIC 9(08).
           05  MNT-DUE-DATE-X REDEFINES MNT-DUE-DATE
                                        PIC X(08).
           05  FILLER                   PIC X(15).
      *
       FD  WORK-ORDER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS KIT-WORK-ORDER-REC.
       COPY KITWO.
      *
       FD  PARTS-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARTS-REC.
       COPY PARTS.
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
       01  WS-WO-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-PARTS-STATUS              PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-WO-FOUND-SW               PIC X     VALUE 'N'.
           88  WO-ON-FILE               VALUE 'Y'.
       01  WS-PART-FOUND-SW             PIC X     VALUE 'N'.
           88  PARENT-ON-FILE           VALUE 'Y'.
       01  WS-DATE-OK-SW                PIC X     VALUE 'N'.
           88  DUE-DATE-OK              VALUE 'Y'.
       01  WS-QTY-SW                    PIC X     VALUE 'N'.
           88  QTY-GIVEN                VALUE 'Y'.
       01  WS-DATE-SW                   PIC X     VALUE 'N'.
           88  DATE-GIVEN               VALUE 'Y'.
      *
      *    Shared date-validation parameter block (see DATEPARM.cpy).
       COPY DATEPARM.
      *
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-DISPOSITION               PIC X(40) VALUE SPACES.
      *
       01  ACC-CTRS.
           05  TOT-TRANS-READ           PIC 9(5)  VALUE ZERO.
           05  TOT-ADDS-APPLIED         PIC 9(5)  VALUE ZERO.
           05  TOT-CHANGES-APPLIED      PIC 9(5)  VALUE ZERO.
           05  TOT-CANCELS-APPLIED      PIC 9(5)  VALUE ZERO.
           05  TOT-TRANS-REJECTED       PIC 9(5)  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(45) VALUE
               'KIT WORK-ORDER MAINTENANCE REPORT'.
       01  HEADING-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(08) VALUE 'ACTION'.
           05  FILLER                   PIC X(08) VALUE 'W/O'.
           05  FILLER                   PIC X(25) VALUE 'PARENT PART'.
           05  FILLER                   PIC X(09) VALUE '    QTY'.
           05  FILLER                   PIC X(10) VALUE 'DUE'.
           05  FILLER                   PIC X(40) VALUE 'DISPOSITION'.
      *
       01  DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-ACTION                PIC X(01).
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  DL-WO-NUMBER             PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PARENT-PART           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-BUILD-QTY             PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DUE-DATE              PIC X(08).
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
               'ORDERS ADDED           : '.
           05  SL-ADDS                  PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'ORDERS CHANGED         : '.
           05  SL-CHANGES               PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'ORDERS CANCELLED       : '.
           05  SL-CANCELS               PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'TRANSACTIONS REJECTED  : '.
           05  SL-REJECTED              PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
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
      *    First-ever run has no work-order file yet - create it.
           OPEN I-O    WORK-ORDER-FILE.
           IF WS-WO-STATUS NOT = '00'
               OPEN OUTPUT WORK-ORDER-FILE
               CLOSE WORK-ORDER-FILE
               OPEN I-O WORK-ORDER-FILE
           END-IF.
           OPEN INPUT  PARTS-FILE.
           OPEN OUTPUT MAINT-REPORT.
      *
       CLOSE-FILES.
           CLOSE MAINT-TRANS-FILE, WORK-ORDER-FILE, PARTS-FILE,
                 MAINT-REPORT.
      *
       PROCESS-TRANSACTIONS.
           ADD 1 TO TOT-TRANS-READ.
           MOVE SPACES TO WS-DISPOSITION.
           PERFORM CHECK-WO-ON-FILE.
           PERFORM CHECK-PARENT-PART.
           PERFORM CHECK-QTY-AND-DATE.
           EVALUATE TRUE
               WHEN NOT MNT-VALID-ACTION
                   MOVE 'REJECTED - INVALID ACTION CODE'
                        TO WS-DISPOSITION
               WHEN MNT-WO-NUMBER = SPACES
                   MOVE 'REJECTED - BLANK WORK ORDER NUMBER'
                        TO WS-DISPOSITION
               WHEN MNT-ADD AND WO-ON-FILE
                   MOVE 'REJECTED - WORK ORDER ALREADY ON FILE'
                        TO WS-DISPOSITION
               WHEN MNT-ADD AND NOT PARENT-ON-FILE
                   MOVE 'REJECTED - PARENT PART NOT ON FILE'
                        TO WS-DISPOSITION
               WHEN MNT-ADD AND NOT QTY-GIVEN
                   MOVE 'REJECTED - BUILD QUANTITY REQUIRED'
                        TO WS-DISPOSITION
               WHEN MNT-ADD AND NOT DUE-DATE-OK
                   MOVE 'REJECTED - INVALID DUE DATE'
                        TO WS-DISPOSITION
               WHEN MNT-ADD
                   PERFORM APPLY-ADD
               WHEN NOT WO-ON-FILE
                   MOVE 'REJECTED - WORK ORDER NOT ON FILE'
                        TO WS-DISPOSITION
               WHEN NOT WO-ACTIVE
                   MOVE 'REJECTED - WORK ORDER NOT ACTIVE'
                        TO WS-DISPOSITION
               WHEN MNT-CANCEL
                   PERFORM APPLY-CANCEL
               WHEN DATE-GIVEN AND NOT DUE-DATE-OK
                   MOVE 'REJECTED - INVALID DUE DATE'
                        TO WS-DISPOSITION
               WHEN QTY-GIVEN AND MNT-BUILD-QTY < WO-COMPLETED-QTY
                   MOVE 'REJECTED - QTY BELOW QUANTITY BUILT'
                        TO WS-DISPOSITION
               WHEN MNT-CHANGE
                   PERFORM APPLY-CHANGE
           END-EVALUATE.
           IF WS-DISPOSITION(1:8) = 'REJECTED'
               ADD 1 TO TOT-TRANS-REJECTED
           END-IF.
           PERFORM WRITE-DETAIL-LINE.
           READ MAINT-TRANS-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
       CHECK-WO-ON-FILE.
           MOVE 'N' TO WS-WO-FOUND-SW.
           MOVE MNT-WO-NUMBER TO WO-NUMBER.
           READ WORK-ORDER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WO-ON-FILE TO TRUE
           END-READ.
      *
       CHECK-PARENT-PART.
           MOVE 'N' TO WS-PART-FOUND-SW.
           IF MNT-PARENT-PART NOT = SPACES
               MOVE MNT-PARENT-PART TO PART-NUMBER IN PARTS-REC
               READ PARTS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET PARENT-ON-FILE TO TRUE
               END-READ
           END-IF.
      *
       CHECK-QTY-AND-DATE.
           MOVE 'N' TO WS-QTY-SW, WS-DATE-SW, WS-DATE-OK-SW.
           IF MNT-BUILD-QTY NUMERIC AND MNT-BUILD-QTY > ZERO
               SET QTY-GIVEN TO TRUE
           END-IF.
           IF MNT-DUE-DATE-X NOT = SPACES
              AND MNT-DUE-DATE-X NOT = ZEROES
               SET DATE-GIVEN TO TRUE
               IF MNT-DUE-DATE NUMERIC
                   SET DP-VALIDATE TO TRUE
                   MOVE MNT-DUE-DATE TO DP-DATE-IN
                   CALL 'DATEEDIT' USING DATE-EDIT-PARM
                   IF DP-DATE-VALID
                       SET DUE-DATE-OK TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       APPLY-ADD.
           INITIALIZE KIT-WORK-ORDER-REC.
           MOVE MNT-WO-NUMBER      TO WO-NUMBER.
           MOVE MNT-PARENT-PART    TO WO-PARENT-PART.
           MOVE MNT-BUILD-QTY      TO WO-BUILD-QTY.
           MOVE MNT-DUE-DATE       TO WO-DUE-DATE.
           MOVE WS-TODAY-DATE      TO WO-OPENED-DATE.
           SET WO-OPEN TO TRUE.
           WRITE KIT-WORK-ORDER-REC
               INVALID KEY
                   MOVE 'REJECTED - DUPLICATE KEY ON WRITE'
                        TO WS-DISPOSITION
               NOT INVALID KEY
                   MOVE 'ADDED - OPEN' TO WS-DISPOSITION
                   ADD 1 TO TOT-ADDS-APPLIED
           END-WRITE.
      *
       APPLY-CHANGE.
           IF QTY-GIVEN
               MOVE MNT-BUILD-QTY TO WO-BUILD-QTY
           END-IF.
           IF DUE-DATE-OK
               MOVE MNT-DUE-DATE TO WO-DUE-DATE
           END-IF.
           SET WO-OPEN TO TRUE.
           REWRITE KIT-WORK-ORDER-REC
               INVALID KEY
                   MOVE 'REJECTED - REWRITE FAILED'
                        TO WS-DISPOSITION
               NOT INVALID KEY
                   MOVE 'CHANGED - REOPENED FOR ALLOCATION'
                        TO WS-DISPOSITION
                   ADD 1 TO TOT-CHANGES-APPLIED
           END-REWRITE.
      *
       APPLY-CANCEL.
           SET WO-CANCELLED TO TRUE.
           REWRITE KIT-WORK-ORDER-REC
               INVALID KEY
                   MOVE 'REJECTED - REWRITE FAILED'
                        TO WS-DISPOSITION
               NOT INVALID KEY
                   MOVE 'CANCELLED' TO WS-DISPOSITION
                   ADD 1 TO TOT-CANCELS-APPLIED
           END-REWRITE.
      *
       WRITE-DETAIL-LINE.
           MOVE SPACES              TO DETAIL-LINE.
           MOVE MNT-ACTION-CODE     TO DL-ACTION.
           MOVE MNT-WO-NUMBER       TO DL-WO-NUMBER.
           MOVE MNT-PARENT-PART     TO DL-PARENT-PART.
           MOVE MNT-BUILD-QTY-X     TO DL-BUILD-QTY.
           MOVE MNT-DUE-DATE-X      TO DL-DUE-DATE.
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
           MOVE  TOT-CANCELS-APPLIED  TO SL-CANCELS.
           WRITE MAINT-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-TRANS-REJECTED   TO SL-REJECTED.
           WRITE MAINT-REPORT-REC FROM SUMMARY-LINE-5.
