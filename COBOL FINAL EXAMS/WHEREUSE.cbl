      *   lifecycle PART-STATUS from PARTS-FILE, and the parent's
      *   open purchase orders from PURCHASES-FILE - so engineering
      *   can size a discontinuation's impact in minutes.
      *
      *   The linkage is effective-dated (see BOMEDIT), so the
      *   parameter may carry an as-of date after a slash -
      *   COMPONENT-PART/YYYYMMDD - to trace the component's use as
      *   it stood on that date; without one it is traced as of
      *   today.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  VALID-LINK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VALID-LINK-REC.
       01  VALID-LINK-REC.
           05  BOM-PARENT-PART            PIC X(23).
           05  BOM-COMPONENT-PART         PIC X(23).
           05  BOM-QTY-PER                PIC 9(05).
           05  BOM-EFF-FROM               PIC 9(08).
           05  BOM-EFF-TO                 PIC 9(08).
           05  BOM-REVISION               PIC X(02).
           05  BOM-ECN-NUMBER             PIC X(08).
           05  FILLER                     PIC X(03).
      *
       FD  PARTS-FILE
           RECORD CONTAINS 80 CHARACTERS
           88  PO-WALK-DONE             VALUE 'Y'.
      *
       01  WS-COMPONENT-PART            PIC X(23) VALUE SPACES.
       01  WS-REQUEST-PARM              PIC X(40) VALUE SPACES.
       01  WS-AS-OF-PARM                PIC X(08) VALUE SPACES.
       01  WS-AS-OF-DATE                PIC 9(08) VALUE ZERO.
      *    Shared date-edit block (see DATEPARM.cpy).
       COPY DATEPARM.
       01  WS-PARENT-CTR                PIC 9(4)  VALUE ZERO.
       01  WS-OPEN-PO-CTR               PIC 9(4)  VALUE ZERO.
       01  WS-OPEN-PO-QTY               PIC S9(09) VALUE ZERO.
           05  FILLER                   PIC X(26) VALUE
               'WHERE USED - COMPONENT: '.
           05  HD-COMPONENT             PIC X(23).
           05  FILLER                   PIC X(10) VALUE '   AS OF: '.
           05  HD-AS-OF                 PIC XXXX/XX/XX.
       01  HEADING-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(25) VALUE 'PARENT KIT'.
           05  FILLER                   PIC X(16) VALUE 'NAME'.
           05  FILLER                   PIC X(09) VALUE ' QTY PER'.
           05  FILLER                   PIC X(05) VALUE ' REV'.
           05  FILLER                   PIC X(14) VALUE '  STATUS'.
           05  FILLER                   PIC X(10) VALUE ' OPEN POS'.
           05  FILLER                   PIC X(12) VALUE '  OPEN QTY'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-QTY-PER               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-REVISION              PIC X(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-STATUS                PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-OPEN-POS              PIC ZZ,ZZ9.
       01  NO-PARENTS-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(50) VALUE
               'NO PARENT KITS USE THIS COMPONENT ON THAT DATE'.
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           ACCEPT WS-REQUEST-PARM FROM COMMAND-LINE.
           UNSTRING WS-REQUEST-PARM DELIMITED BY '/'
               INTO WS-COMPONENT-PART WS-AS-OF-PARM.
           IF WS-COMPONENT-PART = SPACES
               DISPLAY 'WHEREUSE: A COMPONENT PART NUMBER IS REQUIRED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SET-AS-OF-DATE.
           IF RETURN-CODE = 8
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
           CLOSE VALID-LINK-FILE, PARTS-FILE, PURCHASES-FILE,
                 WHERE-USED-REPORT.
      *
      *  A blank as-of means today; anything else must be a real
      *  YYYYMMDD date.
       SET-AS-OF-DATE.
           IF WS-AS-OF-PARM = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           ELSE
               MOVE WS-AS-OF-PARM TO DP-DATE-IN
               SET DP-VALIDATE TO TRUE
               CALL 'DATEEDIT' USING DATE-EDIT-PARM
               IF DP-DATE-VALID
                   MOVE WS-AS-OF-PARM TO WS-AS-OF-DATE
               ELSE
                   DISPLAY 'WHEREUSE: AS-OF DATE MUST BE YYYYMMDD - '
                           WS-AS-OF-PARM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      *
      *  Only the rows in effect on the as-of date count; undated
      *  rows are always in effect.
       CHECK-ONE-LINK.
           IF BOM-COMPONENT-PART = WS-COMPONENT-PART
               AND (BOM-EFF-FROM NOT NUMERIC
                    OR BOM-EFF-FROM NOT > WS-AS-OF-DATE)
               AND (BOM-EFF-TO NOT NUMERIC
                    OR BOM-EFF-TO = ZERO
                    OR BOM-EFF-TO NOT < WS-AS-OF-DATE)
               PERFORM WRITE-PARENT-LINE
           END-IF.
           READ VALID-LINK-FILE
           MOVE SPACES          TO DETAIL-LINE.
           MOVE BOM-PARENT-PART TO DL-PARENT.
           MOVE BOM-QTY-PER     TO DL-QTY-PER.
           MOVE BOM-REVISION    TO DL-REVISION.
      *
           MOVE BOM-PARENT-PART TO PART-NUMBER IN PARTS-REC.
           READ PARTS-FILE
      *
       WRITE-HEADINGS.
           MOVE  WS-COMPONENT-PART TO HD-COMPONENT.
           MOVE  WS-AS-OF-DATE     TO HD-AS-OF.
           WRITE WHERE-USED-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO WHERE-USED-REC.
           WRITE WHERE-USED-REC.
