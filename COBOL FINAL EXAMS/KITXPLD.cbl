      *   component with its quantity per, supplier and
      *   WEEKS-LEAD-TIME - the longest-lead component is flagged,
      *   since that one drives the promise date.
      *
      *   The linkage is effective-dated (see BOMEDIT), so the
      *   parameter may carry an as-of date after a slash -
      *   PARENT-PART/YYYYMMDD - to explode the kit as it stood on
      *   that date; without one the kit is exploded as of today.
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
       COPY PARTS.
      *
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
      *
           88  ALT-WALK-DONE            VALUE 'Y'.
      *
       01  WS-PARENT-PART               PIC X(23) VALUE SPACES.
       01  WS-REQUEST-PARM              PIC X(40) VALUE SPACES.
       01  WS-AS-OF-PARM                PIC X(08) VALUE SPACES.
       01  WS-AS-OF-DATE                PIC 9(08) VALUE ZERO.
      *    Shared date-edit block (see DATEPARM.cpy).
       COPY DATEPARM.
       01  WS-COMPONENT-CTR             PIC 9(3)  VALUE ZERO.
       01  WS-LONGEST-LEAD              PIC S9(4) VALUE ZERO.
       01  WS-LONGEST-PART              PIC X(23) VALUE SPACES.
           05  FILLER                   PIC X(24) VALUE
               'KIT EXPLOSION - PARENT: '.
           05  HD-PARENT                PIC X(23).
           05  FILLER                   PIC X(10) VALUE '   AS OF: '.
           05  HD-AS-OF                 PIC XXXX/XX/XX.
       01  HEADING-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(25) VALUE 'COMPONENT'.
           05  FILLER                   PIC X(16) VALUE 'NAME'.
           05  FILLER                   PIC X(09) VALUE ' QTY PER'.
           05  FILLER                   PIC X(05) VALUE ' REV'.
           05  FILLER                   PIC X(17) VALUE '  SUPPLIER'.
           05  FILLER                   PIC X(10) VALUE 'LEAD WKS'.
      *
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-QTY-PER               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-REVISION              PIC X(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-SUPPLIER              PIC X(15).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-LEAD                  PIC ZZZ9.
       01  NO-COMPONENTS-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(45) VALUE
               'NO COMPONENTS IN EFFECT FOR THIS PARENT'.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           ACCEPT WS-REQUEST-PARM FROM COMMAND-LINE.
           UNSTRING WS-REQUEST-PARM DELIMITED BY '/'
               INTO WS-PARENT-PART WS-AS-OF-PARM.
           IF WS-PARENT-PART = SPACES
               DISPLAY 'KITXPLD: A PARENT PART NUMBER IS REQUIRED'
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
           CLOSE VALID-LINK-FILE, PARTS-FILE, SUPPLIER-FILE,
                 ALTERNATES-FILE, EXPLOSION-REPORT.
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
                   DISPLAY 'KITXPLD: AS-OF DATE MUST BE YYYYMMDD - '
                           WS-AS-OF-PARM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      *
      *  Only the rows in effect on the as-of date belong to the kit
      *  as it stood then; undated rows are always in effect.
       EXPLODE-ONE-LINK.
           IF BOM-PARENT-PART = WS-PARENT-PART
               AND (BOM-EFF-FROM NOT NUMERIC
                    OR BOM-EFF-FROM NOT > WS-AS-OF-DATE)
               AND (BOM-EFF-TO NOT NUMERIC
                    OR BOM-EFF-TO = ZERO
                    OR BOM-EFF-TO NOT < WS-AS-OF-DATE)
               PERFORM WRITE-COMPONENT-LINE
           END-IF.
           READ VALID-LINK-FILE
           MOVE SPACES             TO DETAIL-LINE.
           MOVE BOM-COMPONENT-PART TO DL-COMPONENT.
           MOVE BOM-QTY-PER        TO DL-QTY-PER.
           MOVE BOM-REVISION       TO DL-REVISION.
      *
           MOVE BOM-COMPONENT-PART TO PART-NUMBER IN PARTS-REC.
           READ PARTS-FILE
      *
       WRITE-HEADINGS.
           MOVE  WS-PARENT-PART TO HD-PARENT.
           MOVE  WS-AS-OF-DATE  TO HD-AS-OF.
           WRITE EXPLOSION-REPORT-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO EXPLOSION-REPORT-REC.
           WRITE EXPLOSION-REPORT-REC.
