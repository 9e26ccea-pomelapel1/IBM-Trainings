      *   linkage file KITXPLD reads; failures go to the edit report
      *   and the run returns 8 so the scheduler can hold the
      *   explosion reports.
      *
      *   Linkage rows are effective-dated: each carries the date it
      *   takes effect, the date it stops (zero = until further
      *   notice), the revision level, and the engineering change
      *   notice that created it.  A row is never overwritten; an
      *   ECN ends the old row the day before its effective date and
      *   starts a new one, so what a kit contained on any date stays
      *   on file.  Two rows for the same parent and component whose
      *   effectivity overlaps are an edit failure.
      *
      *   ECNTRAN transactions are applied to the linkage before the
      *   edit (a missing ECNTRAN file means no changes this run):
      *     'A' - add:    a new component row from the effective
      *                   date; rejected when the parent/component
      *                   already has a row in effect on or after it.
      *     'C' - change: the row in effect on the effective date is
      *                   ended the day before and a new row starts
      *                   with the new quantity per and revision; a
      *                   row that starts on that very date is
      *                   corrected in place.
      *     'R' - remove: the row in effect on the effective date is
      *                   ended the day before.
      *   A component swap is an 'R' for the old component and an
      *   'A' for the new one under the same ECN number.  Each ECN
      *   gets a line on the edit report; a rejected one counts as a
      *   failure.  The whole linkage, history included, is written
      *   to BOMLKNEW (the job step that follows swaps it in for
      *   BOMLINK) and the clean rows to BOMVALID.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOM-LINK-FILE      ASSIGN TO BOMLINK.
           SELECT ECN-TRANS-FILE     ASSIGN TO ECNTRAN
               FILE STATUS IS WS-ECN-STATUS.
           SELECT PARTS-FILE         ASSIGN TO PARTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER OF PARTS-REC
               FILE STATUS IS WS-PARTS-STATUS.
           SELECT VALID-LINK-FILE    ASSIGN TO BOMVALID.
           SELECT NEW-LINK-FILE      ASSIGN TO BOMLKNEW.
           SELECT BOM-EDIT-REPORT    ASSIGN TO BOMRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  BOM-LINK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BOM-LINK-REC.
       01  BOM-LINK-REC.
           05  BOM-PARENT-PART            PIC X(23).
           05  BOM-COMPONENT-PART         PIC X(23).
           05  BOM-QTY-PER                PIC 9(05).
           05  BOM-EFF-FROM               PIC 9(08).
           05  BOM-EFF-TO                 PIC 9(08).
           05  BOM-REVISION               PIC X(02).
           05  BOM-ECN-NUMBER             PIC X(08).
           05  FILLER                     PIC X(03).
      *
       FD  ECN-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ECN-TRANS-REC.
       01  ECN-TRANS-REC.
           05  ECN-NUMBER                 PIC X(08).
           05  ECN-ACTION                 PIC X(01).
               88  ECN-ADD                VALUE 'A'.
               88  ECN-CHANGE             VALUE 'C'.
               88  ECN-REMOVE             VALUE 'R'.
               88  ECN-VALID-ACTION       VALUES 'A', 'C', 'R'.
           05  ECN-PARENT-PART            PIC X(23).
           05  ECN-COMPONENT-PART         PIC X(23).
           05  ECN-QTY-PER                PIC 9(05).
           05  ECN-EFF-DATE               PIC 9(08).
           05  ECN-REVISION               PIC X(02).
           05  FILLER                     PIC X(10).
      *
       FD  PARTS-FILE
           RECORD CONTAINS 80 CHARACTERS
       FD  VALID-LINK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VALID-LINK-REC.
       01  VALID-LINK-REC                 PIC X(80).
      *
       FD  NEW-LINK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEW-LINK-REC.
       01  NEW-LINK-REC                   PIC X(80).
      *
       FD  BOM-EDIT-REPORT
           RECORDING MODE IS F
      *
       WORKING-STORAGE SECTION.
       01  WS-PARTS-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ECN-STATUS                PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-PART-FOUND-SW             PIC X     VALUE 'N'.
           88  PART-FOUND               VALUE 'Y'.
       01  WS-LINK-BAD-SW               PIC X     VALUE 'N'.
           88  LINK-BAD                 VALUE 'Y'.
      *
      *    Shared date-edit block (see DATEPARM.cpy).
       COPY DATEPARM.
      *
      *  The whole linkage, held so ECNs can end and add rows and
      *  every pair of rows can be checked for overlap.  A removed
      *  row (one ended before it ever started) is dropped.
       01  WS-BOM-TABLE.
           05  WS-BOM-ENTRY OCCURS 3000 TIMES
                   INDEXED BY BOM-IDX, CMP-IDX.
               10  WS-BOM-ROW.
                   15  WS-BOM-PARENT    PIC X(23).
                   15  WS-BOM-COMPONENT PIC X(23).
                   15  WS-BOM-QTY-PER   PIC 9(05).
                   15  WS-BOM-EFF-FROM  PIC 9(08).
                   15  WS-BOM-EFF-TO    PIC 9(08).
                   15  WS-BOM-REVISION  PIC X(02).
                   15  WS-BOM-ECN       PIC X(08).
                   15  FILLER           PIC X(03).
               10  WS-BOM-DROPPED-SW    PIC X(01).
                   88  BOM-ROW-DROPPED  VALUE 'Y'.
       01  WS-BOM-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-BOM-MAX                   PIC S9(4) COMP VALUE 3000.
      *
      *  Effectivity work fields - an end date of zero is open, so it
      *  compares as the highest date there is.
       01  WS-FROM-1                    PIC 9(08) VALUE ZERO.
       01  WS-TO-1                      PIC 9(08) VALUE ZERO.
       01  WS-FROM-2                    PIC 9(08) VALUE ZERO.
       01  WS-TO-2                      PIC 9(08) VALUE ZERO.
       01  WS-DAY-BEFORE                PIC 9(08) VALUE ZERO.
       01  WS-COVER-ROW                 PIC S9(4) COMP VALUE ZERO.
       01  WS-LATER-ROW-SW              PIC X     VALUE 'N'.
           88  LATER-ROW-ON-FILE        VALUE 'Y'.
       01  WS-ECN-DISPOSITION           PIC X(40) VALUE SPACES.
      *
       01  ACC-CTRS.
           05  TOT-LINKS-READ           PIC 9(5)  VALUE ZERO.
           05  TOT-LINKS-VALID          PIC 9(5)  VALUE ZERO.
           05  TOT-LINKS-FAILED         PIC 9(5)  VALUE ZERO.
           05  TOT-ECNS-READ            PIC 9(5)  VALUE ZERO.
           05  TOT-ECNS-APPLIED         PIC 9(5)  VALUE ZERO.
           05  TOT-ECNS-REJECTED        PIC 9(5)  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(45) VALUE
               'BILL-OF-MATERIAL LINKAGE EDIT REPORT'.
       01  ECN-HEADING-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE 'ECN'.
           05  FILLER                   PIC X(04) VALUE 'ACT'.
           05  FILLER                   PIC X(25) VALUE 'PARENT'.
           05  FILLER                   PIC X(25) VALUE 'COMPONENT'.
           05  FILLER                   PIC X(12) VALUE 'EFFECTIVE'.
           05  FILLER                   PIC X(05) VALUE 'REV'.
           05  FILLER                   PIC X(40) VALUE 'DISPOSITION'.
      *
       01  ECN-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  EL-ECN-NUMBER            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-ACTION                PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  EL-PARENT                PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-COMPONENT             PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-EFF-DATE              PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-REVISION              PIC X(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  EL-DISPOSITION           PIC X(40).
      *
       01  FAILURE-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FL-COMPONENT             PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FL-REASON                PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FL-EFF-FROM              PIC XXXX/XX/XX.
           05  FILLER                   PIC X(01) VALUE '-'.
           05  FL-EFF-TO                PIC XXXX/XX/XX.
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'ROWS FAILED            : '.
           05  SL-FAILED                PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'ECNS READ              : '.
           05  SL-ECNS-READ             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'ECNS APPLIED           : '.
           05  SL-ECNS-APPLIED          PIC ZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'ECNS REJECTED          : '.
           05  SL-ECNS-REJECTED         PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           PERFORM LOAD-LINKAGE.
           PERFORM APPLY-ECNS.
           MOVE  SPACES TO BOM-EDIT-REPORT-REC.
           WRITE BOM-EDIT-REPORT-REC.
           PERFORM EDIT-ONE-LINK
               VARYING BOM-IDX FROM 1 BY 1
               UNTIL BOM-IDX > WS-BOM-CTR.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           IF  TOT-LINKS-FAILED > ZERO
               OR TOT-ECNS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  BOM-LINK-FILE, PARTS-FILE.
           OPEN OUTPUT VALID-LINK-FILE, NEW-LINK-FILE,
                       BOM-EDIT-REPORT.
      *
       CLOSE-FILES.
           CLOSE BOM-LINK-FILE, PARTS-FILE, VALID-LINK-FILE,
                 NEW-LINK-FILE, BOM-EDIT-REPORT.
      *
      *  Rows written before the linkage was dated carry no dates -
      *  they are read as in effect from the start, open-ended.
       LOAD-LINKAGE.
           MOVE 'N' TO EOF-STAT.
           READ BOM-LINK-FILE
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM UNTIL END-OF-FILE
               IF WS-BOM-CTR < WS-BOM-MAX
                   ADD 1 TO WS-BOM-CTR
                   SET BOM-IDX TO WS-BOM-CTR
                   MOVE BOM-LINK-REC TO WS-BOM-ROW(BOM-IDX)
                   MOVE 'N' TO WS-BOM-DROPPED-SW(BOM-IDX)
                   IF WS-BOM-EFF-FROM(BOM-IDX) NOT NUMERIC
                       MOVE ZERO TO WS-BOM-EFF-FROM(BOM-IDX)
                   END-IF
                   IF WS-BOM-EFF-TO(BOM-IDX) NOT NUMERIC
                       MOVE ZERO TO WS-BOM-EFF-TO(BOM-IDX)
                   END-IF
               ELSE
                   DISPLAY 'BOMEDIT: LINKAGE TABLE FULL AT '
                           WS-BOM-MAX ' ROWS - ' BOM-PARENT-PART
                           ' / ' BOM-COMPONENT-PART ' NOT EDITED'
                   WRITE NEW-LINK-REC FROM BOM-LINK-REC
                   ADD 1 TO TOT-LINKS-FAILED
               END-IF
               ADD 1 TO TOT-LINKS-READ
               READ BOM-LINK-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
      *
       APPLY-ECNS.
           OPEN INPUT ECN-TRANS-FILE.
           IF WS-ECN-STATUS = '00'
               WRITE BOM-EDIT-REPORT-REC FROM ECN-HEADING-LINE
               MOVE 'N' TO EOF-STAT
               READ ECN-TRANS-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM APPLY-ONE-ECN UNTIL END-OF-FILE
               CLOSE ECN-TRANS-FILE
           END-IF.
      *
       APPLY-ONE-ECN.
           ADD 1 TO TOT-ECNS-READ.
           MOVE SPACES TO WS-ECN-DISPOSITION.
           MOVE ECN-EFF-DATE TO DP-DATE-IN.
           SET DP-VALIDATE TO TRUE.
           CALL 'DATEEDIT' USING DATE-EDIT-PARM.
           PERFORM FIND-COVERING-ROW.
           EVALUATE TRUE
               WHEN NOT ECN-VALID-ACTION
                   MOVE 'REJECTED - ACTION NOT A, C OR R'
                        TO WS-ECN-DISPOSITION
               WHEN ECN-NUMBER = SPACES
                   MOVE 'REJECTED - ECN NUMBER IS BLANK'
                        TO WS-ECN-DISPOSITION
               WHEN ECN-PARENT-PART = SPACES
                 OR ECN-COMPONENT-PART = SPACES
                   MOVE 'REJECTED - BLANK PARENT OR COMPONENT'
                        TO WS-ECN-DISPOSITION
               WHEN NOT DP-DATE-VALID
                   MOVE 'REJECTED - INVALID EFFECTIVE DATE'
                        TO WS-ECN-DISPOSITION
               WHEN NOT ECN-REMOVE
                    AND (ECN-QTY-PER NOT NUMERIC
                         OR ECN-QTY-PER = ZERO)
                   MOVE 'REJECTED - QUANTITY PER MUST BE 1 OR MORE'
                        TO WS-ECN-DISPOSITION
               WHEN NOT ECN-REMOVE AND ECN-REVISION = SPACES
                   MOVE 'REJECTED - REVISION LEVEL IS BLANK'
                        TO WS-ECN-DISPOSITION
               WHEN ECN-ADD AND
                    (WS-COVER-ROW > ZERO OR LATER-ROW-ON-FILE)
                   MOVE 'REJECTED - OVERLAPS ROW ALREADY IN EFFECT'
                        TO WS-ECN-DISPOSITION
               WHEN ECN-ADD AND WS-BOM-CTR NOT < WS-BOM-MAX
                   MOVE 'REJECTED - LINKAGE TABLE FULL'
                        TO WS-ECN-DISPOSITION
               WHEN ECN-ADD
                   PERFORM ADD-LINK-ROW
               WHEN WS-COVER-ROW = ZERO
                   MOVE 'REJECTED - NO ROW IN EFFECT ON THAT DATE'
                        TO WS-ECN-DISPOSITION
               WHEN LATER-ROW-ON-FILE
                   MOVE 'REJECTED - LATER CHANGE ALREADY ON FILE'
                        TO WS-ECN-DISPOSITION
               WHEN ECN-CHANGE AND WS-BOM-CTR NOT < WS-BOM-MAX
                   MOVE 'REJECTED - LINKAGE TABLE FULL'
                        TO WS-ECN-DISPOSITION
               WHEN ECN-CHANGE
                   PERFORM CHANGE-LINK-ROW
               WHEN ECN-REMOVE
                   PERFORM REMOVE-LINK-ROW
           END-EVALUATE.
           IF WS-ECN-DISPOSITION(1:8) = 'REJECTED'
               ADD 1 TO TOT-ECNS-REJECTED
           ELSE
               ADD 1 TO TOT-ECNS-APPLIED
           END-IF.
           MOVE SPACES             TO ECN-LINE.
           MOVE ECN-NUMBER         TO EL-ECN-NUMBER.
           MOVE ECN-ACTION         TO EL-ACTION.
           MOVE ECN-PARENT-PART    TO EL-PARENT.
           MOVE ECN-COMPONENT-PART TO EL-COMPONENT.
           MOVE ECN-EFF-DATE       TO EL-EFF-DATE.
           MOVE ECN-REVISION       TO EL-REVISION.
           MOVE WS-ECN-DISPOSITION TO EL-DISPOSITION.
           WRITE BOM-EDIT-REPORT-REC FROM ECN-LINE.
           READ ECN-TRANS-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
      *  The row for this parent/component in effect on the ECN
      *  date, if any, and whether another row starts after that
      *  date (a future-dated change already on file).
       FIND-COVERING-ROW.
           MOVE ZERO TO WS-COVER-ROW.
           MOVE 'N'  TO WS-LATER-ROW-SW.
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-BOM-CTR
               IF WS-BOM-PARENT(CMP-IDX) = ECN-PARENT-PART
                  AND WS-BOM-COMPONENT(CMP-IDX) = ECN-COMPONENT-PART
                  AND NOT BOM-ROW-DROPPED(CMP-IDX)
                   MOVE WS-BOM-EFF-FROM(CMP-IDX) TO WS-FROM-1
                   MOVE WS-BOM-EFF-TO(CMP-IDX)   TO WS-TO-1
                   IF WS-TO-1 = ZERO
                       MOVE 99999999 TO WS-TO-1
                   END-IF
                   IF WS-FROM-1 NOT > ECN-EFF-DATE
                      AND WS-TO-1 NOT < ECN-EFF-DATE
                       SET WS-COVER-ROW TO CMP-IDX
                   END-IF
                   IF WS-FROM-1 > ECN-EFF-DATE
                       SET LATER-ROW-ON-FILE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
      *
       ADD-LINK-ROW.
           ADD 1 TO WS-BOM-CTR.
           SET BOM-IDX TO WS-BOM-CTR.
           MOVE SPACES             TO WS-BOM-ROW(BOM-IDX).
           MOVE ECN-PARENT-PART    TO WS-BOM-PARENT(BOM-IDX).
           MOVE ECN-COMPONENT-PART TO WS-BOM-COMPONENT(BOM-IDX).
           MOVE ECN-QTY-PER        TO WS-BOM-QTY-PER(BOM-IDX).
           MOVE ECN-EFF-DATE       TO WS-BOM-EFF-FROM(BOM-IDX).
           MOVE ZERO               TO WS-BOM-EFF-TO(BOM-IDX).
           MOVE ECN-REVISION       TO WS-BOM-REVISION(BOM-IDX).
           MOVE ECN-NUMBER         TO WS-BOM-ECN(BOM-IDX).
           MOVE 'N'                TO WS-BOM-DROPPED-SW(BOM-IDX).
           MOVE 'APPLIED - ROW ADDED' TO WS-ECN-DISPOSITION.
      *
      *  A row that started on the ECN date itself is corrected in
      *  place; otherwise it ends the day before and a new revision
      *  row carries on from the ECN date.
       CHANGE-LINK-ROW.
           SET BOM-IDX TO WS-COVER-ROW.
           IF WS-BOM-EFF-FROM(BOM-IDX) = ECN-EFF-DATE
               MOVE ECN-QTY-PER  TO WS-BOM-QTY-PER(BOM-IDX)
               MOVE ECN-REVISION TO WS-BOM-REVISION(BOM-IDX)
               MOVE ECN-NUMBER   TO WS-BOM-ECN(BOM-IDX)
               MOVE 'APPLIED - ROW CORRECTED IN PLACE'
                    TO WS-ECN-DISPOSITION
           ELSE
               PERFORM COMPUTE-DAY-BEFORE
               MOVE WS-DAY-BEFORE TO WS-BOM-EFF-TO(BOM-IDX)
               PERFORM ADD-LINK-ROW
               MOVE 'APPLIED - OLD ROW ENDED, NEW REVISION'
                    TO WS-ECN-DISPOSITION
           END-IF.
      *
       REMOVE-LINK-ROW.
           SET BOM-IDX TO WS-COVER-ROW.
           IF WS-BOM-EFF-FROM(BOM-IDX) = ECN-EFF-DATE
               SET BOM-ROW-DROPPED(BOM-IDX) TO TRUE
               MOVE 'APPLIED - ROW NEVER TOOK EFFECT, DROPPED'
                    TO WS-ECN-DISPOSITION
           ELSE
               PERFORM COMPUTE-DAY-BEFORE
               MOVE WS-DAY-BEFORE TO WS-BOM-EFF-TO(BOM-IDX)
               MOVE 'APPLIED - ROW ENDED' TO WS-ECN-DISPOSITION
           END-IF.
      *
       COMPUTE-DAY-BEFORE.
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(ECN-EFF-DATE) - 1).
      *
       EDIT-ONE-LINK.
           IF NOT BOM-ROW-DROPPED(BOM-IDX)
               PERFORM EDIT-LINK-ROW
           END-IF.
      *
       EDIT-LINK-ROW.
           MOVE WS-BOM-ROW(BOM-IDX) TO BOM-LINK-REC.
           MOVE 'N' TO WS-LINK-BAD-SW.
           MOVE SPACES             TO FAILURE-LINE.
           MOVE BOM-PARENT-PART    TO FL-PARENT.
           MOVE BOM-COMPONENT-PART TO FL-COMPONENT.
           MOVE BOM-EFF-FROM       TO FL-EFF-FROM.
           MOVE BOM-EFF-TO         TO FL-EFF-TO.
      *
           MOVE BOM-PARENT-PART TO PART-NUMBER IN PARTS-REC.
           PERFORM LOOKUP-PART.
               PERFORM WRITE-FAILURE-LINE
           END-IF.
      *
           PERFORM EDIT-EFFECTIVITY.
      *
           MOVE BOM-LINK-REC TO NEW-LINK-REC.
           WRITE NEW-LINK-REC.
           IF LINK-BAD
               ADD 1 TO TOT-LINKS-FAILED
           ELSE
               WRITE VALID-LINK-REC FROM BOM-LINK-REC
               ADD 1 TO TOT-LINKS-VALID
           END-IF.
      *
      *  Dates, when present, must be real; the end must not come
      *  before the start; and no earlier row for the same parent
      *  and component may be in effect on any of the same days.
       EDIT-EFFECTIVITY.
           IF BOM-EFF-FROM > ZERO
               MOVE BOM-EFF-FROM TO DP-DATE-IN
               SET DP-VALIDATE TO TRUE
               CALL 'DATEEDIT' USING DATE-EDIT-PARM
               IF NOT DP-DATE-VALID
                   MOVE 'EFFECTIVE-FROM DATE IS NOT A REAL DATE'
                        TO FL-REASON
                   PERFORM WRITE-FAILURE-LINE
               END-IF
           END-IF.
           IF BOM-EFF-TO > ZERO
               MOVE BOM-EFF-TO TO DP-DATE-IN
               SET DP-VALIDATE TO TRUE
               CALL 'DATEEDIT' USING DATE-EDIT-PARM
               IF NOT DP-DATE-VALID
                   MOVE 'EFFECTIVE-TO DATE IS NOT A REAL DATE'
                        TO FL-REASON
                   PERFORM WRITE-FAILURE-LINE
               END-IF
               IF BOM-EFF-TO < BOM-EFF-FROM
                   MOVE 'EFFECTIVE-TO DATE BEFORE EFFECTIVE-FROM'
                        TO FL-REASON
                   PERFORM WRITE-FAILURE-LINE
               END-IF
           END-IF.
           MOVE BOM-EFF-FROM TO WS-FROM-1.
           MOVE BOM-EFF-TO   TO WS-TO-1.
           IF WS-TO-1 = ZERO
               MOVE 99999999 TO WS-TO-1
           END-IF.
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX NOT < BOM-IDX
               IF WS-BOM-PARENT(CMP-IDX) = BOM-PARENT-PART
                  AND WS-BOM-COMPONENT(CMP-IDX) = BOM-COMPONENT-PART
                  AND NOT BOM-ROW-DROPPED(CMP-IDX)
                   MOVE WS-BOM-EFF-FROM(CMP-IDX) TO WS-FROM-2
                   MOVE WS-BOM-EFF-TO(CMP-IDX)   TO WS-TO-2
                   IF WS-TO-2 = ZERO
                       MOVE 99999999 TO WS-TO-2
                   END-IF
                   IF WS-FROM-1 NOT > WS-TO-2
                      AND WS-FROM-2 NOT > WS-TO-1
                       MOVE 'OVERLAPPING EFFECTIVITY, SAME COMPONENT'
                            TO FL-REASON
                       PERFORM WRITE-FAILURE-LINE
                       SET CMP-IDX TO BOM-IDX
                   END-IF
               END-IF
           END-PERFORM.
      *
       LOOKUP-PART.
           MOVE 'N' TO WS-PART-FOUND-SW.
           WRITE BOM-EDIT-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-LINKS-FAILED TO SL-FAILED.
           WRITE BOM-EDIT-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-ECNS-READ     TO SL-ECNS-READ.
           WRITE BOM-EDIT-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-ECNS-APPLIED  TO SL-ECNS-APPLIED.
           WRITE BOM-EDIT-REPORT-REC FROM SUMMARY-LINE-5.
           MOVE  TOT-ECNS-REJECTED TO SL-ECNS-REJECTED.
           WRITE BOM-EDIT-REPORT-REC FROM SUMMARY-LINE-6.
