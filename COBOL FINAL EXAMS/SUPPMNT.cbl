       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPMNT.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   SUPPMNT is supplier-level maintenance.  SUPPLIER-FILE holds
      *   one record per part, so a supplier's name, rating or
      *   status is repeated on every part it supplies; changing it
      *   through PARTMNT meant a full 625-byte transaction per part
      *   and, when one was missed, the conflicts SUPPDIR reports.
      *   Here one transaction keyed on SUPPLIER-CODE changes every
      *   part record for that code at once.
      *
      *   Each SUPMTRN transaction carries the supplier code and only
      *   the fields to change - a blank field is left alone:
      *     new SUPPLIER-NAME
      *     new SUPPLIER-RATING  ('1' - '3')
      *     new SUPPLIER-STATUS  ('1' - '3')
      *     hold action          'H' place a purchasing hold,
      *                          'R' release it.
      *   A transaction naming a code with no part records on file is
      *   rejected (a release is still honored when the code is on
      *   the hold list).  Transactions apply in input order, so a
      *   later one for the same code wins.
      *
      *   A hold marks every part record for the code and is kept on
      *   the hold list (SUPHOLD in, SUPHOLDO out - see SUPHOLD.cpy)
      *   with the date it was placed, because FINALS rebuilds
      *   SUPPLIER-FILE from the PARTSUPP feed and re-stamps the hold
      *   from the list.  POEDIT, REQEDIT and BLNKTMNT refuse new
      *   orders against a held supplier.
      *
      *   The audit report shows every part record changed, before
      *   and after, then each transaction with its disposition and
      *   the number of part records it changed.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE   ASSIGN TO SUPMTRN.
           SELECT SUPPLIER-FILE      ASSIGN TO SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER OF SUPPLIER-REC
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT HOLD-LIST-IN       ASSIGN TO SUPHOLD
               FILE STATUS IS WS-HOLDIN-STATUS.
           SELECT HOLD-LIST-OUT      ASSIGN TO SUPHOLDO.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT MAINT-REPORT       ASSIGN TO SUPMRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAINT-TRANS-REC.
       01  MAINT-TRANS-REC.
           05  MNT-SUPPLIER-CODE        PIC X(10).
           05  MNT-SUPPLIER-NAME        PIC X(15).
           05  MNT-SUPPLIER-RATING      PIC X(01).
               88  MNT-VALID-RATING     VALUES ' ', '1', '2', '3'.
           05  MNT-SUPPLIER-STATUS      PIC X(01).
               88  MNT-VALID-STATUS     VALUES ' ', '1', '2', '3'.
           05  MNT-HOLD-ACTION          PIC X(01).
               88  MNT-PLACE-HOLD       VALUE 'H'.
               88  MNT-RELEASE-HOLD     VALUE 'R'.
               88  MNT-VALID-HOLD       VALUES ' ', 'H', 'R'.
           05  FILLER                   PIC X(12).
      *
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
      *
       FD  HOLD-LIST-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLIER-HOLD-REC.
       COPY SUPHOLD.
      *
       FD  HOLD-LIST-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLD-LIST-OUT-REC.
       01  HOLD-LIST-OUT-REC            PIC X(40).
      *
      *    Business-date override - the same one-record control file
      *    FINALS reads; missing or invalid falls back to
      *    CURRENT-DATE.  A hold is dated with the business date.
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
       FD  MAINT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAINT-REPORT-REC.
       01  MAINT-REPORT-REC             PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-JOB-DATE                  PIC 9(08) VALUE ZERO.
      *    Shared file-status handler block (see FSPARM.cpy).
       COPY FSPARM.
       01  WS-SUPP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-HOLDIN-STATUS             PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-CHANGED-SW                PIC X     VALUE 'N'.
           88  RECORD-CHANGED           VALUE 'Y'.
       01  WS-LISTED-SW                 PIC X     VALUE 'N'.
           88  CODE-ON-HOLD-LIST        VALUE 'Y'.
      *
      *  The run's transactions, validated as they are loaded and
      *  applied together in one pass of SUPPLIER-FILE.
       01  WS-TRANS-TABLE.
           05  WS-TRN-ENTRY OCCURS 200 TIMES
                   INDEXED BY TRN-IDX.
               10  WS-TRN-CODE          PIC X(10).
               10  WS-TRN-NAME          PIC X(15).
               10  WS-TRN-RATING        PIC X(01).
               10  WS-TRN-STATUS        PIC X(01).
               10  WS-TRN-HOLD          PIC X(01).
               10  WS-TRN-VALID-SW      PIC X(01).
                   88  TRN-VALID        VALUE 'Y'.
               10  WS-TRN-PARTS         PIC 9(05).
               10  WS-TRN-SEEN-NAME     PIC X(15).
               10  WS-TRN-DISPOSITION   PIC X(40).
       01  WS-TRN-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-TRN-MAX                   PIC S9(4) COMP VALUE 200.
      *
      *  The hold list, old generation in, with released codes
      *  dropped and newly held codes added before it is written.
       01  WS-HOLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 500 TIMES
                   INDEXED BY HLD-IDX.
               10  WS-HLD-CODE          PIC X(10).
               10  WS-HLD-DATE          PIC 9(08).
               10  WS-HLD-NAME          PIC X(15).
               10  WS-HLD-DROPPED-SW    PIC X(01).
                   88  HLD-DROPPED      VALUE 'Y'.
       01  WS-HLD-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-HLD-MAX                   PIC S9(4) COMP VALUE 500.
      *
      *  Part record as it stood before this run's changes.
       01  WS-BEFORE-NAME               PIC X(15) VALUE SPACES.
       01  WS-BEFORE-RATING             PIC X(01) VALUE SPACE.
       01  WS-BEFORE-STATUS             PIC X(01) VALUE SPACE.
       01  WS-BEFORE-HOLD               PIC X(01) VALUE SPACE.
      *
       01  ACC-CTRS.
           05  TOT-TRANS-READ           PIC 9(5)  VALUE ZERO.
           05  TOT-TRANS-APPLIED        PIC 9(5)  VALUE ZERO.
           05  TOT-TRANS-REJECTED       PIC 9(5)  VALUE ZERO.
           05  TOT-PARTS-CHANGED        PIC 9(5)  VALUE ZERO.
           05  TOT-ON-HOLD              PIC 9(5)  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(45) VALUE
               'SUPPLIER MAINTENANCE AUDIT REPORT'.
           05  FILLER                   PIC X(09) VALUE 'AS OF: '.
           05  HD-TODAY                 PIC XXXX/XX/XX.
       01  SECTION-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  SC-TITLE                 PIC X(45).
       01  AUDIT-HEADING.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(12) VALUE 'SUPPLIER'.
           05  FILLER                   PIC X(25) VALUE 'PART NUMBER'.
           05  FILLER                   PIC X(30) VALUE
               'BEFORE NAME      RT   ST   HD'.
           05  FILLER                   PIC X(30) VALUE
               'AFTER NAME       RT   ST   HD'.
       01  AUDIT-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  AL-SUPPLIER-CODE         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-BEFORE-NAME           PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-BEFORE-RATING         PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  AL-BEFORE-STATUS         PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  AL-BEFORE-HOLD           PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-AFTER-NAME            PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AL-AFTER-RATING          PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  AL-AFTER-STATUS          PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  AL-AFTER-HOLD            PIC X(01).
       01  TRANS-HEADING.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(12) VALUE 'SUPPLIER'.
           05  FILLER                   PIC X(17) VALUE 'NEW NAME'.
           05  FILLER                   PIC X(05) VALUE 'RATE'.
           05  FILLER                   PIC X(05) VALUE 'STAT'.
           05  FILLER                   PIC X(05) VALUE 'HOLD'.
           05  FILLER                   PIC X(08) VALUE '  PARTS'.
           05  FILLER                   PIC X(40) VALUE 'DISPOSITION'.
       01  TRANS-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  TL-SUPPLIER-CODE         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-NAME                  PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-RATING                PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  TL-STATUS                PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  TL-HOLD                  PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-PARTS                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  TL-DISPOSITION           PIC X(40).
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'TRANSACTIONS READ      : '.
           05  SL-TRANS-READ            PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'TRANSACTIONS APPLIED   : '.
           05  SL-APPLIED               PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'TRANSACTIONS REJECTED  : '.
           05  SL-REJECTED              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'PART RECORDS CHANGED   : '.
           05  SL-PARTS-CHANGED         PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'SUPPLIERS ON HOLD      : '.
           05  SL-ON-HOLD               PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-JOB-DATE.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           PERFORM LOAD-HOLD-LIST.
           PERFORM LOAD-TRANSACTIONS.
           PERFORM APPLY-TO-SUPPLIER-FILE.
           PERFORM SETTLE-TRANSACTIONS
               VARYING TRN-IDX FROM 1 BY 1 UNTIL TRN-IDX > WS-TRN-CTR.
           PERFORM WRITE-HOLD-LIST.
           PERFORM WRITE-TRANSACTION-LINES.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           IF TOT-TRANS-REJECTED > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  MAINT-TRANS-FILE.
           OPEN I-O    SUPPLIER-FILE.
           IF WS-SUPP-STATUS NOT = '00'
               MOVE 'SUPPLIER' TO FS-DDNAME
               MOVE 'OPEN I-O' TO FS-OPERATION
               MOVE WS-SUPP-STATUS TO FS-STATUS
               PERFORM REPORT-FILE-FAILURE
           END-IF.
           OPEN OUTPUT HOLD-LIST-OUT, MAINT-REPORT.
      *
       CLOSE-FILES.
           CLOSE MAINT-TRANS-FILE, SUPPLIER-FILE, HOLD-LIST-OUT,
                 MAINT-REPORT.
      *
      *    No hold list yet means nobody is on hold.
       LOAD-HOLD-LIST.
           OPEN INPUT HOLD-LIST-IN.
           IF WS-HOLDIN-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ HOLD-LIST-IN
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM VARYING HLD-IDX FROM 1 BY 1 UNTIL
                       HLD-IDX > WS-HLD-MAX OR END-OF-FILE
                   ADD 1 TO WS-HLD-CTR
                   MOVE SH-SUPPLIER-CODE TO WS-HLD-CODE(HLD-IDX)
                   MOVE SH-HOLD-DATE     TO WS-HLD-DATE(HLD-IDX)
                   MOVE SH-SUPPLIER-NAME TO WS-HLD-NAME(HLD-IDX)
                   MOVE 'N'              TO WS-HLD-DROPPED-SW(HLD-IDX)
                   READ HOLD-LIST-IN
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               IF NOT END-OF-FILE
                   DISPLAY 'SUPPMNT: HOLD LIST OVER ' WS-HLD-MAX
                           ' CODES - REMAINDER DROPPED'
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE HOLD-LIST-IN
           END-IF.
      *
       LOAD-TRANSACTIONS.
           MOVE 'N' TO EOF-STAT.
           READ MAINT-TRANS-FILE
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM LOAD-ONE-TRANSACTION UNTIL END-OF-FILE.
      *
       LOAD-ONE-TRANSACTION.
           ADD 1 TO TOT-TRANS-READ.
           IF WS-TRN-CTR < WS-TRN-MAX
               ADD 1 TO WS-TRN-CTR
               SET TRN-IDX TO WS-TRN-CTR
               MOVE MNT-SUPPLIER-CODE   TO WS-TRN-CODE(TRN-IDX)
               MOVE MNT-SUPPLIER-NAME   TO WS-TRN-NAME(TRN-IDX)
               MOVE MNT-SUPPLIER-RATING TO WS-TRN-RATING(TRN-IDX)
               MOVE MNT-SUPPLIER-STATUS TO WS-TRN-STATUS(TRN-IDX)
               MOVE MNT-HOLD-ACTION     TO WS-TRN-HOLD(TRN-IDX)
               MOVE ZERO                TO WS-TRN-PARTS(TRN-IDX)
               MOVE SPACES              TO WS-TRN-SEEN-NAME(TRN-IDX)
               MOVE 'N'                 TO WS-TRN-VALID-SW(TRN-IDX)
               PERFORM EDIT-TRANSACTION
           ELSE
               DISPLAY 'SUPPMNT: MORE THAN ' WS-TRN-MAX
                       ' TRANSACTIONS - SUPPLIER ' MNT-SUPPLIER-CODE
                       ' NOT APPLIED'
               ADD 1 TO TOT-TRANS-REJECTED
           END-IF.
           READ MAINT-TRANS-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
       EDIT-TRANSACTION.
           MOVE SPACES TO WS-TRN-DISPOSITION(TRN-IDX).
           EVALUATE TRUE
               WHEN MNT-SUPPLIER-CODE = SPACES
                   MOVE 'REJECTED - BLANK SUPPLIER CODE'
                        TO WS-TRN-DISPOSITION(TRN-IDX)
               WHEN NOT MNT-VALID-RATING
                   MOVE 'REJECTED - RATING MUST BE 1, 2 OR 3'
                        TO WS-TRN-DISPOSITION(TRN-IDX)
               WHEN NOT MNT-VALID-STATUS
                   MOVE 'REJECTED - STATUS MUST BE 1, 2 OR 3'
                        TO WS-TRN-DISPOSITION(TRN-IDX)
               WHEN NOT MNT-VALID-HOLD
                   MOVE 'REJECTED - HOLD ACTION MUST BE H OR R'
                        TO WS-TRN-DISPOSITION(TRN-IDX)
               WHEN MNT-SUPPLIER-NAME = SPACES
                 AND MNT-SUPPLIER-RATING = SPACE
                 AND MNT-SUPPLIER-STATUS = SPACE
                 AND MNT-HOLD-ACTION = SPACE
                   MOVE 'REJECTED - NOTHING TO CHANGE'
                        TO WS-TRN-DISPOSITION(TRN-IDX)
               WHEN OTHER
                   SET TRN-VALID(TRN-IDX) TO TRUE
           END-EVALUATE.
      *
      *  One pass of the part-keyed SUPPLIER-FILE: each record whose
      *  code has transactions takes them in input order and, when
      *  anything actually changed, is rewritten and audited.
       APPLY-TO-SUPPLIER-FILE.
           MOVE 'N' TO EOF-STAT.
           PERFORM READ-NEXT-SUPPLIER.
           PERFORM APPLY-TO-ONE-PART UNTIL END-OF-FILE.
      *
       READ-NEXT-SUPPLIER.
           READ SUPPLIER-FILE NEXT
               AT END MOVE 'Y' TO EOF-STAT
           END-READ.
           IF NOT END-OF-FILE
               AND WS-SUPP-STATUS NOT = '00'
               MOVE 'SUPPLIER' TO FS-DDNAME
               MOVE 'READNEXT' TO FS-OPERATION
               MOVE WS-SUPP-STATUS TO FS-STATUS
               PERFORM REPORT-FILE-FAILURE
               MOVE 'Y' TO EOF-STAT
           END-IF.
      *
       APPLY-TO-ONE-PART.
           MOVE SUPPLIER-NAME IN SUPPLIER-REC   TO WS-BEFORE-NAME.
           MOVE SUPPLIER-RATING IN SUPPLIER-REC TO WS-BEFORE-RATING.
           MOVE SUPPLIER-STATUS IN SUPPLIER-REC TO WS-BEFORE-STATUS.
           MOVE SUPPLIER-HOLD-FLAG              TO WS-BEFORE-HOLD.
           MOVE 'N' TO WS-CHANGED-SW.
           PERFORM VARYING TRN-IDX FROM 1 BY 1
                   UNTIL TRN-IDX > WS-TRN-CTR
               IF TRN-VALID(TRN-IDX)
                   AND WS-TRN-CODE(TRN-IDX) =
                       SUPPLIER-CODE IN SUPPLIER-REC
                   PERFORM APPLY-ONE-TRANSACTION
               END-IF
           END-PERFORM.
           IF RECORD-CHANGED
               REWRITE SUPPLIER-REC
               IF WS-SUPP-STATUS = '00'
                   ADD 1 TO TOT-PARTS-CHANGED
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   MOVE 'SUPPLIER' TO FS-DDNAME
                   MOVE 'REWRITE ' TO FS-OPERATION
                   MOVE WS-SUPP-STATUS TO FS-STATUS
                   PERFORM REPORT-FILE-FAILURE
               END-IF
           END-IF.
           PERFORM READ-NEXT-SUPPLIER.
      *
      *    A transaction counts a part whether or not the part
      *    already carried the new values - the code is on file.
       APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRN-PARTS(TRN-IDX).
           IF WS-TRN-NAME(TRN-IDX) NOT = SPACES
               AND WS-TRN-NAME(TRN-IDX) NOT =
                   SUPPLIER-NAME IN SUPPLIER-REC
               MOVE WS-TRN-NAME(TRN-IDX)
                    TO SUPPLIER-NAME IN SUPPLIER-REC
               SET RECORD-CHANGED TO TRUE
           END-IF.
           IF WS-TRN-RATING(TRN-IDX) NOT = SPACE
               AND WS-TRN-RATING(TRN-IDX) NOT =
                   SUPPLIER-RATING IN SUPPLIER-REC
               MOVE WS-TRN-RATING(TRN-IDX)
                    TO SUPPLIER-RATING IN SUPPLIER-REC
               SET RECORD-CHANGED TO TRUE
           END-IF.
           IF WS-TRN-STATUS(TRN-IDX) NOT = SPACE
               AND WS-TRN-STATUS(TRN-IDX) NOT =
                   SUPPLIER-STATUS IN SUPPLIER-REC
               MOVE WS-TRN-STATUS(TRN-IDX)
                    TO SUPPLIER-STATUS IN SUPPLIER-REC
               SET RECORD-CHANGED TO TRUE
           END-IF.
           IF WS-TRN-HOLD(TRN-IDX) = 'H'
               AND NOT SUPPLIER-ON-HOLD
               SET SUPPLIER-ON-HOLD TO TRUE
               MOVE WS-JOB-DATE TO SUPPLIER-HOLD-DATE
               SET RECORD-CHANGED TO TRUE
           END-IF.
           IF WS-TRN-HOLD(TRN-IDX) = 'R'
               AND SUPPLIER-ON-HOLD
               MOVE SPACE TO SUPPLIER-HOLD-FLAG
               MOVE ZERO  TO SUPPLIER-HOLD-DATE
               SET RECORD-CHANGED TO TRUE
           END-IF.
           IF WS-TRN-SEEN-NAME(TRN-IDX) = SPACES
               MOVE SUPPLIER-NAME IN SUPPLIER-REC
                    TO WS-TRN-SEEN-NAME(TRN-IDX)
           END-IF.
      *
      *  With the pass done each transaction's disposition is known,
      *  and its hold action is carried onto the hold list in input
      *  order.
       SETTLE-TRANSACTIONS.
           IF TRN-VALID(TRN-IDX)
               PERFORM FIND-ON-HOLD-LIST
               EVALUATE TRUE
                   WHEN WS-TRN-PARTS(TRN-IDX) > ZERO
                       MOVE 'APPLIED' TO WS-TRN-DISPOSITION(TRN-IDX)
                       PERFORM CARRY-HOLD-ACTION
                   WHEN WS-TRN-HOLD(TRN-IDX) = 'R'
                     AND CODE-ON-HOLD-LIST
                       MOVE 'HOLD RELEASED - NO PARTS ON FILE'
                            TO WS-TRN-DISPOSITION(TRN-IDX)
                       PERFORM CARRY-HOLD-ACTION
                   WHEN OTHER
                       MOVE 'REJECTED - SUPPLIER CODE NOT ON FILE'
                            TO WS-TRN-DISPOSITION(TRN-IDX)
                       MOVE 'N' TO WS-TRN-VALID-SW(TRN-IDX)
               END-EVALUATE
           END-IF.
           IF TRN-VALID(TRN-IDX)
               ADD 1 TO TOT-TRANS-APPLIED
           ELSE
               ADD 1 TO TOT-TRANS-REJECTED
           END-IF.
      *
       FIND-ON-HOLD-LIST.
           MOVE 'N' TO WS-LISTED-SW.
           SET HLD-IDX TO 1.
           SEARCH WS-HLD-ENTRY
               AT END
                   CONTINUE
               WHEN HLD-IDX > WS-HLD-CTR
                   CONTINUE
               WHEN WS-HLD-CODE(HLD-IDX) = WS-TRN-CODE(TRN-IDX)
                    AND NOT HLD-DROPPED(HLD-IDX)
                   SET CODE-ON-HOLD-LIST TO TRUE
           END-SEARCH.
      *
      *    A hold already on the list keeps its original date.
       CARRY-HOLD-ACTION.
           IF WS-TRN-HOLD(TRN-IDX) = 'H'
               AND NOT CODE-ON-HOLD-LIST
               IF WS-HLD-CTR < WS-HLD-MAX
                   ADD 1 TO WS-HLD-CTR
                   SET HLD-IDX TO WS-HLD-CTR
                   MOVE WS-TRN-CODE(TRN-IDX) TO WS-HLD-CODE(HLD-IDX)
                   MOVE WS-JOB-DATE          TO WS-HLD-DATE(HLD-IDX)
                   MOVE WS-TRN-SEEN-NAME(TRN-IDX)
                        TO WS-HLD-NAME(HLD-IDX)
                   MOVE 'N' TO WS-HLD-DROPPED-SW(HLD-IDX)
               ELSE
                   DISPLAY 'SUPPMNT: HOLD LIST FULL - SUPPLIER '
                           WS-TRN-CODE(TRN-IDX) ' NOT LISTED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-TRN-HOLD(TRN-IDX) = 'R'
               AND CODE-ON-HOLD-LIST
               SET HLD-DROPPED(HLD-IDX) TO TRUE
           END-IF.
      *
       WRITE-HOLD-LIST.
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > WS-HLD-CTR
               IF NOT HLD-DROPPED(HLD-IDX)
                   MOVE SPACES               TO SUPPLIER-HOLD-REC
                   MOVE WS-HLD-CODE(HLD-IDX) TO SH-SUPPLIER-CODE
                   MOVE WS-HLD-DATE(HLD-IDX) TO SH-HOLD-DATE
                   MOVE WS-HLD-NAME(HLD-IDX) TO SH-SUPPLIER-NAME
                   WRITE HOLD-LIST-OUT-REC FROM SUPPLIER-HOLD-REC
                   ADD 1 TO TOT-ON-HOLD
               END-IF
           END-PERFORM.
      *
       WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-LINE.
           MOVE SUPPLIER-CODE IN SUPPLIER-REC   TO AL-SUPPLIER-CODE.
           MOVE PART-NUMBER IN SUPPLIER-REC     TO AL-PART-NUMBER.
           MOVE WS-BEFORE-NAME                  TO AL-BEFORE-NAME.
           MOVE WS-BEFORE-RATING                TO AL-BEFORE-RATING.
           MOVE WS-BEFORE-STATUS                TO AL-BEFORE-STATUS.
           MOVE WS-BEFORE-HOLD                  TO AL-BEFORE-HOLD.
           MOVE SUPPLIER-NAME IN SUPPLIER-REC   TO AL-AFTER-NAME.
           MOVE SUPPLIER-RATING IN SUPPLIER-REC TO AL-AFTER-RATING.
           MOVE SUPPLIER-STATUS IN SUPPLIER-REC TO AL-AFTER-STATUS.
           MOVE SUPPLIER-HOLD-FLAG              TO AL-AFTER-HOLD.
           WRITE MAINT-REPORT-REC FROM AUDIT-LINE.
      *
       WRITE-TRANSACTION-LINES.
           MOVE  SPACES TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           MOVE 'TRANSACTIONS' TO SC-TITLE.
           WRITE MAINT-REPORT-REC FROM SECTION-LINE.
           WRITE MAINT-REPORT-REC FROM TRANS-HEADING.
           MOVE  SPACES TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           PERFORM VARYING TRN-IDX FROM 1 BY 1
                   UNTIL TRN-IDX > WS-TRN-CTR
               MOVE SPACES                    TO TRANS-LINE
               MOVE WS-TRN-CODE(TRN-IDX)      TO TL-SUPPLIER-CODE
               MOVE WS-TRN-NAME(TRN-IDX)      TO TL-NAME
               MOVE WS-TRN-RATING(TRN-IDX)    TO TL-RATING
               MOVE WS-TRN-STATUS(TRN-IDX)    TO TL-STATUS
               MOVE WS-TRN-HOLD(TRN-IDX)      TO TL-HOLD
               MOVE WS-TRN-PARTS(TRN-IDX)     TO TL-PARTS
               MOVE WS-TRN-DISPOSITION(TRN-IDX) TO TL-DISPOSITION
               WRITE MAINT-REPORT-REC FROM TRANS-LINE
           END-PERFORM.
      *
       WRITE-HEADINGS.
           MOVE  WS-JOB-DATE TO HD-TODAY.
           WRITE MAINT-REPORT-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           MOVE 'PART RECORDS CHANGED' TO SC-TITLE.
           WRITE MAINT-REPORT-REC FROM SECTION-LINE.
           WRITE MAINT-REPORT-REC FROM AUDIT-HEADING.
           MOVE  SPACES TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           MOVE  TOT-TRANS-READ       TO SL-TRANS-READ.
           WRITE MAINT-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-TRANS-APPLIED    TO SL-APPLIED.
           WRITE MAINT-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-TRANS-REJECTED   TO SL-REJECTED.
           WRITE MAINT-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-PARTS-CHANGED    TO SL-PARTS-CHANGED.
           WRITE MAINT-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-ON-HOLD          TO SL-ON-HOLD.
           WRITE MAINT-REPORT-REC FROM SUMMARY-LINE-5.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
      *  and the run fails on a genuine error.
       REPORT-FILE-FAILURE.
           MOVE 'SUPPMNT ' TO FS-PROGRAM.
           CALL 'FILSTAT' USING FILE-STATUS-PARM.
           IF FS-FAIL-RUN
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      *  The hold date honors the RUNDATE override the way FINALS'
      *  business date does.
       GET-JOB-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-DATE.
           OPEN INPUT RUN-DATE-FILE.
           IF WS-RUNDATE-STATUS = '00'
               READ RUN-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RD-BUSINESS-DATE NUMERIC
                           AND RD-BUSINESS-DATE > ZERO
                           MOVE RD-BUSINESS-DATE TO WS-JOB-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-FILE
           END-IF.
