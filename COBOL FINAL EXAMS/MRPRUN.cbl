       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRPRUN.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   MRPRUN is the material requirements planning run.  Where
      *   REORDRPT only compares a flat reorder point per part, this
      *   job plans from real demand: customer orders and forecast
      *   for parent parts (MRPDMD, each with a due date) are netted
      *   and exploded through the validated component linkage
      *   (BOMVALID, produced by BOMEDIT) one level at a time.
      *
      *   Every part is planned at its low-level code - the deepest
      *   level it appears at anywhere under the demand - so all of
      *   a part's gross requirements are known before it is
      *   netted.  Netting walks the part's requirements in due-date
      *   order against SB-ON-HAND (STOCKBAL, every location the
      *   part is held at) plus the still-open
      *   quantity of each PURCHASES-FILE PO, a PO counting as
      *   supply from its DELIVERY-DATE.  A shortfall becomes a
      *   planned order due on the requirement date and released
      *   WEEKS-LEAD-TIME weeks earlier; the planned order's
      *   quantity, times quantity-per, becomes the gross
      *   requirement of each component on the release date.
      *
      *   A part with components of its own is made, not bought -
      *   its planned order is reported as a kit to build.  A bought
      *   part's planned order is written to MRPREQ in the REQSIN
      *   requisition layout for REQEDIT to approve, numbered 'M'
      *   plus a sequence carried on the MRPCTL control file, with
      *   the buyer and estimated price of the part's latest PO
      *   (MRPPARM default buyer when it has none).  A release date
      *   already behind the business date is flagged to expedite.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMAND-FILE        ASSIGN TO MRPDMD.
           SELECT VALID-LINK-FILE    ASSIGN TO BOMVALID.
           SELECT PARTS-FILE         ASSIGN TO PARTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER OF PARTS-REC
               FILE STATUS IS WS-PARTS-STATUS.
           SELECT STOCK-BALANCE-FILE ASSIGN TO STOCKBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT PURCHASES-FILE     ASSIGN TO PURCHASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.
           SELECT MRP-PARM-FILE      ASSIGN TO MRPPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MRP-CONTROL        ASSIGN TO MRPCTL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PLANNED-REQ-FILE   ASSIGN TO MRPREQ.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT ACTION-REPORT      ASSIGN TO MRPRPT.
       DATA DIVISION.
       FILE SECTION.
      *
      *    Demand for parent parts - 'O' customer order, 'F'
      *    forecast.  Both plan the same way; the source prints.
       FD  DEMAND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEMAND-REC.
       01  DEMAND-REC.
           05  DM-PART-NUMBER             PIC X(23).
           05  DM-DUE-DATE                PIC 9(08).
           05  DM-QTY                     PIC 9(07).
           05  DM-SOURCE                  PIC X(01).
               88  DM-CUSTOMER-ORDER      VALUE 'O'.
               88  DM-FORECAST            VALUE 'F'.
           05  FILLER                     PIC X(41).
      *
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
           DATA RECORD IS PARTS-REC.
       COPY PARTS.
      *
       FD  STOCK-BALANCE-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS STOCK-BALANCE-REC.
       COPY STOCKBAL.
      *
       FD  PURCHASES-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PURCHASE-ORDERS.
       COPY PURCHASE.
      *
      *    Default buyer for a planned part that has never been on
      *    a PO - missing file leaves the buyer blank for REQEDIT
      *    to refuse.
       FD  MRP-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MRP-PARM-REC.
       01  MRP-PARM-REC.
           05  MP-DEFAULT-BUYER           PIC X(03).
           05  FILLER                     PIC X(77).
      *
      *    One-record control file carrying the last planned-order
      *    number used - read at startup, written back at end of run.
       FD  MRP-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MRP-CONTROL-REC.
       01  MRP-CONTROL-REC.
           05  CTL-LAST-PLAN-NO           PIC 9(05).
           05  FILLER                     PIC X(75).
      *
      *    Planned orders, in REQEDIT's REQSIN requisition layout.
       FD  PLANNED-REQ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REQUISITION-REC.
       01  REQUISITION-REC.
           05  RQ-REQUISITION-NO          PIC X(06).
           05  RQ-REQUESTER               PIC X(15).
           05  RQ-BUYER-CODE              PIC X(03).
           05  RQ-PART-NUMBER             PIC X(23).
           05  RQ-QUANTITY                PIC 9(07).
           05  RQ-EST-PRICE               PIC 9(07)V99.
           05  RQ-NEED-DATE               PIC 9(08).
           05  FILLER                     PIC X(09).
      *
      *    Business-date override - the same one-record control file
      *    FINALS reads; missing or invalid falls back to
      *    CURRENT-DATE.
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
       FD  ACTION-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACTION-REPORT-REC.
       01  ACTION-REPORT-REC            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
      *    Shared report-heading block (see RPTPARM.cpy).
       COPY RPTPARM.
      *    Run-control block (see JOBPARM.cpy).
       COPY JOBPARM.
       01  WS-JOB-DATE                  PIC 9(08) VALUE ZERO.
      *    Shared file-status handler block (see FSPARM.cpy).
       COPY FSPARM.
       01  WS-PARTS-STATUS              PIC X(02) VALUE SPACES.
       01  WS-STOCK-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PO-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-PO-DONE-SW                PIC X     VALUE 'N'.
           88  PO-WALK-DONE             VALUE 'Y'.
       01  WS-SB-DONE-SW                PIC X     VALUE 'N'.
           88  SB-WALK-DONE             VALUE 'Y'.
       01  WS-OPEN-FAILED-SW            PIC X     VALUE 'N'.
           88  MASTER-OPEN-FAILED       VALUE 'Y'.
       01  WS-CHANGED-SW                PIC X     VALUE 'N'.
           88  LEVELS-CHANGED           VALUE 'Y'.
       01  WS-FOUND-SW                  PIC X     VALUE 'N'.
           88  ENTRY-FOUND              VALUE 'Y'.
       01  WS-LOOP-SW                   PIC X     VALUE 'N'.
           88  BOM-LOOP-FOUND           VALUE 'Y'.
      *
       01  WS-DEFAULT-BUYER             PIC X(03) VALUE SPACES.
       01  WS-PLAN-NO                   PIC 9(05) VALUE ZERO.
      *
      *  Validated linkage, loaded once.
       01  WS-LINK-TABLE.
           05  WS-LNK-ENTRY OCCURS 3000 TIMES
                   INDEXED BY LNK-IDX.
               10  WS-LNK-PARENT        PIC X(23).
               10  WS-LNK-COMPONENT     PIC X(23).
               10  WS-LNK-QTY-PER       PIC 9(05).
               10  WS-LNK-EFF-FROM      PIC 9(08).
               10  WS-LNK-EFF-TO        PIC 9(08).
       01  WS-LNK-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-LNK-MAX                   PIC S9(4) COMP VALUE 3000.
      *
      *  Every part reachable from the demand, with its low-level
      *  code and planning data.
       01  WS-PLAN-PART-TABLE.
           05  WS-PP-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PP-IDX.
               10  WS-PP-PART           PIC X(23).
               10  WS-PP-LEVEL          PIC S9(4) COMP.
               10  WS-PP-PARENT-SW      PIC X(01).
                   88  PP-IS-PARENT     VALUE 'Y'.
       01  WS-PP-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-PP-MAX                    PIC S9(4) COMP VALUE 1000.
       01  WS-MAX-LEVEL                 PIC S9(4) COMP VALUE ZERO.
       01  WS-CUR-LEVEL                 PIC S9(4) COMP VALUE ZERO.
       01  WS-PASS-CTR                  PIC S9(4) COMP VALUE ZERO.
       01  WS-PASS-MAX                  PIC S9(4) COMP VALUE 25.
       01  WS-PARENT-PP                 PIC S9(4) COMP VALUE ZERO.
       01  WS-NEXT-LEVEL                PIC S9(4) COMP VALUE ZERO.
       01  WS-LOOKUP-PART               PIC X(23) VALUE SPACES.
      *
      *  Gross requirements - the demand, then every component
      *  requirement a planned order generates.
       01  WS-REQUIREMENT-TABLE.
           05  WS-RQ-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RQT-IDX.
               10  WS-RQT-PART          PIC X(23).
               10  WS-RQT-DUE-DATE      PIC 9(08).
               10  WS-RQT-QTY           PIC 9(09).
               10  WS-RQT-SOURCE        PIC X(01).
               10  WS-RQT-DONE-SW       PIC X(01).
                   88  RQT-NETTED       VALUE 'Y'.
       01  WS-RQT-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-RQT-MAX                   PIC S9(4) COMP VALUE 5000.
       01  WS-NEXT-RQT                  PIC S9(4) COMP VALUE ZERO.
       01  WS-NEXT-DUE                  PIC 9(08) VALUE ZERO.
       01  WS-NEXT-SOURCE               PIC X(01) VALUE SPACES.
      *
      *  Open POs for the part being netted - scheduled receipts.
       01  WS-SUPPLY-TABLE.
           05  WS-SUP-ENTRY OCCURS 100 TIMES
                   INDEXED BY SUP-IDX.
               10  WS-SUP-DATE          PIC 9(08).
               10  WS-SUP-QTY           PIC S9(09).
               10  WS-SUP-USED-SW       PIC X(01).
                   88  SUP-APPLIED      VALUE 'Y'.
       01  WS-SUP-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-SUP-MAX                   PIC S9(4) COMP VALUE 100.
      *
       01  NETTING-WS.
           05  WS-AVAILABLE             PIC S9(09)    VALUE ZERO.
           05  WS-AVAIL-BEFORE          PIC S9(09)    VALUE ZERO.
           05  WS-SHORTFALL             PIC 9(09)     VALUE ZERO.
           05  WS-COMPONENT-QTY         PIC 9(09)     VALUE ZERO.
           05  WS-LEAD-WEEKS            PIC S9(04)    VALUE ZERO.
           05  WS-RELEASE-DATE          PIC 9(08)     VALUE ZERO.
           05  WS-LAST-BUYER            PIC X(03)     VALUE SPACES.
           05  WS-LAST-PRICE            PIC 9(07)V99  VALUE ZERO.
           05  WS-LAST-ORDER-DATE       PIC 9(08)     VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-DEMAND-READ          PIC 9(5)  VALUE ZERO.
           05  TOT-DEMAND-REFUSED       PIC 9(5)  VALUE ZERO.
           05  TOT-LINKS-LOADED         PIC 9(5)  VALUE ZERO.
           05  TOT-REQS-NETTED          PIC 9(5)  VALUE ZERO.
           05  TOT-REQS-COVERED         PIC 9(5)  VALUE ZERO.
           05  TOT-BUY-ORDERS           PIC 9(5)  VALUE ZERO.
           05  TOT-MAKE-ORDERS          PIC 9(5)  VALUE ZERO.
           05  TOT-EXPEDITE             PIC 9(5)  VALUE ZERO.
           05  TOT-TABLE-OVERFLOW       PIC 9(5)  VALUE ZERO.
      *
       01  HEADING-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(04) VALUE 'LVL'.
           05  FILLER                   PIC X(25) VALUE 'PART NUMBER'.
           05  FILLER                   PIC X(04) VALUE 'SRC'.
           05  FILLER                   PIC X(12) VALUE 'DUE DATE'.
           05  FILLER                   PIC X(10) VALUE '     GROSS'.
           05  FILLER                   PIC X(11) VALUE '  AVAILABLE'.
           05  FILLER                   PIC X(10) VALUE '     SHORT'.
           05  FILLER                   PIC X(05) VALUE ' LEAD'.
           05  FILLER                   PIC X(12) VALUE '  ORDER BY'.
           05  FILLER                   PIC X(30) VALUE 'ACTION'.
       01  DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-LEVEL                 PIC Z9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-SOURCE                PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-DUE-DATE              PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-GROSS-QTY             PIC Z,ZZZ,ZZ9.
           05  DL-AVAILABLE             PIC ZZ,ZZZ,ZZ9-.
           05  DL-SHORTFALL             PIC Z,ZZZ,ZZ9.
           05  DL-LEAD                  PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-RELEASE-DATE          PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ACTION                PIC X(36).
       01  SUMMARY-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  SL-LABEL                 PIC X(32).
           05  SL-COUNT                 PIC ZZZ,ZZ9.
       01  MESSAGE-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  ML-TEXT                  PIC X(80).
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-JOB-DATE.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           PERFORM LOAD-LINKAGE.
           PERFORM LOAD-DEMAND.
           PERFORM ASSIGN-LOW-LEVEL-CODES.
           IF BOM-LOOP-FOUND
               MOVE 'COMPONENT LINKAGE LOOPS BACK ON ITSELF - NO PLAN'
                    TO ML-TEXT
               WRITE ACTION-REPORT-REC FROM MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PLAN-ONE-LEVEL
                   VARYING WS-CUR-LEVEL FROM 0 BY 1
                   UNTIL WS-CUR-LEVEL > WS-MAX-LEVEL
           END-IF.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM STAMP-RUN-COMPLETE.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  DEMAND-FILE, VALID-LINK-FILE, PARTS-FILE,
                       STOCK-BALANCE-FILE, PURCHASES-FILE.
      *    Planning without the part, on-hand or open-PO masters
      *    would order against nothing - the run stops unplanned.
           IF WS-PARTS-STATUS NOT = '00'
               MOVE 'PARTS   ' TO FS-DDNAME
               MOVE 'OPEN    ' TO FS-OPERATION
               MOVE WS-PARTS-STATUS TO FS-STATUS
               PERFORM REPORT-FILE-FAILURE
               SET MASTER-OPEN-FAILED TO TRUE
           END-IF.
           IF WS-STOCK-STATUS NOT = '00'
               MOVE 'STOCKBAL' TO FS-DDNAME
               MOVE 'OPEN    ' TO FS-OPERATION
               MOVE WS-STOCK-STATUS TO FS-STATUS
               PERFORM REPORT-FILE-FAILURE
               SET MASTER-OPEN-FAILED TO TRUE
           END-IF.
           IF WS-PO-STATUS NOT = '00'
               MOVE 'PURCHASE' TO FS-DDNAME
               MOVE 'OPEN    ' TO FS-OPERATION
               MOVE WS-PO-STATUS TO FS-STATUS
               PERFORM REPORT-FILE-FAILURE
               SET MASTER-OPEN-FAILED TO TRUE
           END-IF.
           IF MASTER-OPEN-FAILED
               MOVE 8 TO RETURN-CODE
               CLOSE DEMAND-FILE, VALID-LINK-FILE, PARTS-FILE,
                     STOCK-BALANCE-FILE, PURCHASES-FILE
               PERFORM STAMP-RUN-COMPLETE
               GOBACK
           END-IF.
           OPEN OUTPUT PLANNED-REQ-FILE, ACTION-REPORT.
           OPEN INPUT MRP-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ MRP-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE MP-DEFAULT-BUYER TO WS-DEFAULT-BUYER
               END-READ
               CLOSE MRP-PARM-FILE
           END-IF.
      *    Pick up the last planned-order number used; a missing
      *    control file starts the sequence at zero.
           OPEN INPUT MRP-CONTROL.
           IF WS-CTL-STATUS = '00'
               READ MRP-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-LAST-PLAN-NO NUMERIC
                           MOVE CTL-LAST-PLAN-NO TO WS-PLAN-NO
                       END-IF
               END-READ
               CLOSE MRP-CONTROL
           END-IF.
      *
       CLOSE-FILES.
      *    Carry the last planned-order number forward for next run.
           OPEN OUTPUT MRP-CONTROL.
           MOVE SPACES     TO MRP-CONTROL-REC.
           MOVE WS-PLAN-NO TO CTL-LAST-PLAN-NO.
           WRITE MRP-CONTROL-REC.
           CLOSE MRP-CONTROL.
           CLOSE DEMAND-FILE, VALID-LINK-FILE, PARTS-FILE,
                 STOCK-BALANCE-FILE, PURCHASES-FILE,
                 PLANNED-REQ-FILE, ACTION-REPORT.
      *
       LOAD-LINKAGE.
           MOVE 'N' TO EOF-STAT.
           READ VALID-LINK-FILE
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING LNK-IDX FROM 1 BY 1 UNTIL
                   LNK-IDX > WS-LNK-MAX OR END-OF-FILE
               ADD 1 TO WS-LNK-CTR, TOT-LINKS-LOADED
               MOVE BOM-PARENT-PART    TO WS-LNK-PARENT(LNK-IDX)
               MOVE BOM-COMPONENT-PART TO WS-LNK-COMPONENT(LNK-IDX)
               MOVE BOM-QTY-PER        TO WS-LNK-QTY-PER(LNK-IDX)
               MOVE BOM-EFF-FROM       TO WS-LNK-EFF-FROM(LNK-IDX)
               MOVE BOM-EFF-TO         TO WS-LNK-EFF-TO(LNK-IDX)
               READ VALID-LINK-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'MRPRUN: LINKAGE TABLE FULL AT ' WS-LNK-MAX
                       ' LINKS - REST NOT LOADED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
      *  Each demand record is a level-0 gross requirement.
       LOAD-DEMAND.
           MOVE 'N' TO EOF-STAT.
           READ DEMAND-FILE
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO TOT-DEMAND-READ
               IF DM-QTY NUMERIC AND DM-QTY > ZERO
                   AND DM-DUE-DATE NUMERIC AND DM-DUE-DATE > ZERO
                   MOVE DM-PART-NUMBER TO WS-LOOKUP-PART
                   MOVE ZERO TO WS-NEXT-LEVEL
                   PERFORM ADD-PLAN-PART
                   MOVE DM-DUE-DATE TO WS-NEXT-DUE
                   MOVE DM-QTY      TO WS-COMPONENT-QTY
                   MOVE DM-SOURCE   TO WS-NEXT-SOURCE
                   PERFORM ADD-REQUIREMENT
               ELSE
                   ADD 1 TO TOT-DEMAND-REFUSED
                   MOVE SPACES TO MESSAGE-LINE
                   STRING 'DEMAND REFUSED - BAD QTY OR DATE: '
                              DELIMITED BY SIZE
                          DM-PART-NUMBER DELIMITED BY SIZE
                       INTO ML-TEXT
                   WRITE ACTION-REPORT-REC FROM MESSAGE-LINE
               END-IF
               READ DEMAND-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-STAT.
      *
      *  Finds WS-LOOKUP-PART in the plan-part table (adding it if
      *  new) and leaves PP-IDX on it; its level is raised to
      *  WS-NEXT-LEVEL if that is deeper.
       ADD-PLAN-PART.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING PP-IDX FROM 1 BY 1
                   UNTIL PP-IDX > WS-PP-CTR OR ENTRY-FOUND
               IF WS-PP-PART(PP-IDX) = WS-LOOKUP-PART
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET PP-IDX DOWN BY 1
               IF WS-NEXT-LEVEL > WS-PP-LEVEL(PP-IDX)
                   MOVE WS-NEXT-LEVEL TO WS-PP-LEVEL(PP-IDX)
                   SET LEVELS-CHANGED TO TRUE
               END-IF
               IF WS-NEXT-LEVEL > WS-MAX-LEVEL
                   MOVE WS-NEXT-LEVEL TO WS-MAX-LEVEL
               END-IF
           ELSE
               IF WS-PP-CTR < WS-PP-MAX
                   ADD 1 TO WS-PP-CTR
                   SET PP-IDX TO WS-PP-CTR
                   MOVE WS-LOOKUP-PART TO WS-PP-PART(PP-IDX)
                   MOVE WS-NEXT-LEVEL  TO WS-PP-LEVEL(PP-IDX)
                   MOVE 'N'            TO WS-PP-PARENT-SW(PP-IDX)
                   SET LEVELS-CHANGED TO TRUE
                   IF WS-NEXT-LEVEL > WS-MAX-LEVEL
                       MOVE WS-NEXT-LEVEL TO WS-MAX-LEVEL
                   END-IF
               ELSE
                   ADD 1 TO TOT-TABLE-OVERFLOW
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *
      *  Push every component one level below its deepest parent
      *  until nothing moves.  A level that keeps growing past the
      *  pass limit means the linkage loops.
       ASSIGN-LOW-LEVEL-CODES.
           SET LEVELS-CHANGED TO TRUE.
           PERFORM UNTIL NOT LEVELS-CHANGED OR BOM-LOOP-FOUND
               MOVE 'N' TO WS-CHANGED-SW
               ADD 1 TO WS-PASS-CTR
               IF WS-PASS-CTR > WS-PASS-MAX
                   SET BOM-LOOP-FOUND TO TRUE
               ELSE
                   PERFORM VARYING LNK-IDX FROM 1 BY 1
                           UNTIL LNK-IDX > WS-LNK-CTR
                       PERFORM LEVEL-ONE-LINK
                   END-PERFORM
               END-IF
           END-PERFORM.
      *
       LEVEL-ONE-LINK.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING PP-IDX FROM 1 BY 1
                   UNTIL PP-IDX > WS-PP-CTR OR ENTRY-FOUND
               IF WS-PP-PART(PP-IDX) = WS-LNK-PARENT(LNK-IDX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET PP-IDX DOWN BY 1
               MOVE 'Y' TO WS-PP-PARENT-SW(PP-IDX)
               COMPUTE WS-NEXT-LEVEL = WS-PP-LEVEL(PP-IDX) + 1
               MOVE WS-LNK-COMPONENT(LNK-IDX) TO WS-LOOKUP-PART
               PERFORM ADD-PLAN-PART
           END-IF.
      *
      *  Adds a gross requirement for WS-LOOKUP-PART of
      *  WS-COMPONENT-QTY due WS-NEXT-DUE.
       ADD-REQUIREMENT.
           IF WS-RQT-CTR < WS-RQT-MAX
               ADD 1 TO WS-RQT-CTR
               SET RQT-IDX TO WS-RQT-CTR
               MOVE WS-LOOKUP-PART   TO WS-RQT-PART(RQT-IDX)
               MOVE WS-NEXT-DUE      TO WS-RQT-DUE-DATE(RQT-IDX)
               MOVE WS-COMPONENT-QTY TO WS-RQT-QTY(RQT-IDX)
               MOVE WS-NEXT-SOURCE   TO WS-RQT-SOURCE(RQT-IDX)
               MOVE 'N'              TO WS-RQT-DONE-SW(RQT-IDX)
           ELSE
               ADD 1 TO TOT-TABLE-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PLAN-ONE-LEVEL.
           PERFORM VARYING PP-IDX FROM 1 BY 1
                   UNTIL PP-IDX > WS-PP-CTR
               IF WS-PP-LEVEL(PP-IDX) = WS-CUR-LEVEL
                   SET WS-PARENT-PP TO PP-IDX
                   PERFORM NET-ONE-PART
                   SET PP-IDX TO WS-PARENT-PP
               END-IF
           END-PERFORM.
      *
      *  Supply starts at on-hand; requirements are taken earliest
      *  first, each open PO joining supply once its delivery date
      *  has arrived.
       NET-ONE-PART.
           MOVE WS-PP-PART(PP-IDX) TO WS-LOOKUP-PART.
           MOVE ZERO TO WS-AVAILABLE.
           MOVE 'N'  TO WS-SB-DONE-SW.
           MOVE WS-LOOKUP-PART TO PART-NUMBER IN STOCK-BALANCE-REC.
           MOVE LOW-VALUES TO SB-LOCATION.
           START STOCK-BALANCE-FILE KEY >= SB-KEY
               INVALID KEY SET SB-WALK-DONE TO TRUE
           END-START.
           PERFORM UNTIL SB-WALK-DONE
               READ STOCK-BALANCE-FILE NEXT
                   AT END SET SB-WALK-DONE TO TRUE
               END-READ
               IF NOT SB-WALK-DONE
                   AND WS-STOCK-STATUS NOT = '00'
                   MOVE 'STOCKBAL' TO FS-DDNAME
                   MOVE 'READNEXT' TO FS-OPERATION
                   MOVE WS-STOCK-STATUS TO FS-STATUS
                   PERFORM REPORT-FILE-FAILURE
                   SET SB-WALK-DONE TO TRUE
               END-IF
               IF NOT SB-WALK-DONE
                   IF PART-NUMBER IN STOCK-BALANCE-REC = WS-LOOKUP-PART
                       IF SB-ON-HAND > ZERO
                           ADD SB-ON-HAND TO WS-AVAILABLE
                       END-IF
                   ELSE
                       SET SB-WALK-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-LEAD-WEEKS.
           MOVE WS-LOOKUP-PART TO PART-NUMBER IN PARTS-REC.
           READ PARTS-FILE
               INVALID KEY
                   MOVE SPACES TO MESSAGE-LINE
                   STRING 'NOT ON PARTS MASTER - PLANNED AT ZERO LEAD '
                              DELIMITED BY SIZE
                          'TIME: ' DELIMITED BY SIZE
                          WS-LOOKUP-PART DELIMITED BY SIZE
                       INTO ML-TEXT
                   WRITE ACTION-REPORT-REC FROM MESSAGE-LINE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WEEKS-LEAD-TIME IN PARTS-REC TO WS-LEAD-WEEKS
           END-READ.
           PERFORM LOAD-OPEN-SUPPLY.
           SET ENTRY-FOUND TO TRUE.
           PERFORM UNTIL NOT ENTRY-FOUND
               PERFORM FIND-EARLIEST-REQUIREMENT
               IF ENTRY-FOUND
                   PERFORM NET-ONE-REQUIREMENT
               END-IF
           END-PERFORM.
      *
       FIND-EARLIEST-REQUIREMENT.
           MOVE 'N'  TO WS-FOUND-SW.
           MOVE ZERO TO WS-NEXT-RQT.
           MOVE 99999999 TO WS-NEXT-DUE.
           PERFORM VARYING RQT-IDX FROM 1 BY 1
                   UNTIL RQT-IDX > WS-RQT-CTR
               IF WS-RQT-PART(RQT-IDX) = WS-LOOKUP-PART
                   AND NOT RQT-NETTED(RQT-IDX)
                   AND WS-RQT-DUE-DATE(RQT-IDX) < WS-NEXT-DUE
                   SET ENTRY-FOUND TO TRUE
                   SET WS-NEXT-RQT TO RQT-IDX
                   MOVE WS-RQT-DUE-DATE(RQT-IDX) TO WS-NEXT-DUE
               END-IF
           END-PERFORM.
      *
       NET-ONE-REQUIREMENT.
           SET RQT-IDX TO WS-NEXT-RQT.
           MOVE 'Y' TO WS-RQT-DONE-SW(RQT-IDX).
           ADD 1 TO TOT-REQS-NETTED.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
                   UNTIL SUP-IDX > WS-SUP-CTR
               IF NOT SUP-APPLIED(SUP-IDX)
                   AND WS-SUP-DATE(SUP-IDX) <= WS-RQT-DUE-DATE(RQT-IDX)
                   ADD WS-SUP-QTY(SUP-IDX) TO WS-AVAILABLE
                   MOVE 'Y' TO WS-SUP-USED-SW(SUP-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-AVAILABLE TO WS-AVAIL-BEFORE.
           SUBTRACT WS-RQT-QTY(RQT-IDX) FROM WS-AVAILABLE.
           MOVE SPACES                   TO DETAIL-LINE.
           MOVE WS-CUR-LEVEL             TO DL-LEVEL.
           MOVE WS-LOOKUP-PART           TO DL-PART-NUMBER.
           MOVE WS-RQT-SOURCE(RQT-IDX)   TO DL-SOURCE.
           MOVE WS-RQT-DUE-DATE(RQT-IDX) TO DL-DUE-DATE.
           MOVE WS-RQT-QTY(RQT-IDX)      TO DL-GROSS-QTY.
           MOVE WS-AVAIL-BEFORE          TO DL-AVAILABLE.
           IF WS-AVAILABLE >= ZERO
               MOVE 'COVERED BY STOCK / OPEN POS' TO DL-ACTION
               ADD 1 TO TOT-REQS-COVERED
           ELSE
               COMPUTE WS-SHORTFALL = ZERO - WS-AVAILABLE
               MOVE ZERO TO WS-AVAILABLE
               PERFORM PLAN-SHORTFALL
           END-IF.
           WRITE ACTION-REPORT-REC FROM DETAIL-LINE.
      *
      *  Release date is the need date less the lead time; a made
      *  part passes its shortfall down to its components, due on
      *  that release date.
       PLAN-SHORTFALL.
           MOVE WS-SHORTFALL TO DL-SHORTFALL.
           MOVE WS-LEAD-WEEKS TO DL-LEAD.
           COMPUTE WS-RELEASE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RQT-DUE-DATE(RQT-IDX))
                    - (WS-LEAD-WEEKS * 7)).
           MOVE WS-RELEASE-DATE TO DL-RELEASE-DATE.
           SET PP-IDX TO WS-PARENT-PP.
           IF PP-IS-PARENT(PP-IDX)
               ADD 1 TO TOT-MAKE-ORDERS
               MOVE 'MAKE - BUILD KITS' TO DL-ACTION
               PERFORM EXPLODE-PLANNED-ORDER
           ELSE
               PERFORM WRITE-PLANNED-REQUISITION
           END-IF.
           IF WS-RELEASE-DATE < WS-JOB-DATE
               MOVE '** EXPEDITE **' TO DL-ACTION(20:14)
               ADD 1 TO TOT-EXPEDITE
           END-IF.
      *
      *  Low-level coding above uses every linkage row, whatever its
      *  dates, so a part is never planned before a future use of
      *  it; the explosion itself takes only the rows in effect on
      *  the day the kit is released.
       EXPLODE-PLANNED-ORDER.
           MOVE WS-RELEASE-DATE TO WS-NEXT-DUE.
           PERFORM VARYING LNK-IDX FROM 1 BY 1
                   UNTIL LNK-IDX > WS-LNK-CTR
               IF WS-LNK-PARENT(LNK-IDX) = WS-PP-PART(WS-PARENT-PP)
                   AND WS-LNK-EFF-FROM(LNK-IDX) NOT > WS-RELEASE-DATE
                   AND (WS-LNK-EFF-TO(LNK-IDX) = ZERO
                        OR WS-LNK-EFF-TO(LNK-IDX) NOT < WS-RELEASE-DATE)
                   COMPUTE WS-COMPONENT-QTY =
                           WS-SHORTFALL * WS-LNK-QTY-PER(LNK-IDX)
                   MOVE WS-LNK-COMPONENT(LNK-IDX) TO WS-LOOKUP-PART
                   MOVE 'D' TO WS-NEXT-SOURCE
                   PERFORM ADD-REQUIREMENT
               END-IF
           END-PERFORM.
           MOVE WS-PP-PART(WS-PARENT-PP) TO WS-LOOKUP-PART.
           SET RQT-IDX TO WS-NEXT-RQT.
      *
       WRITE-PLANNED-REQUISITION.
           ADD 1 TO WS-PLAN-NO, TOT-BUY-ORDERS.
           MOVE SPACES               TO REQUISITION-REC.
           MOVE 'M'                  TO RQ-REQUISITION-NO(1:1).
           MOVE WS-PLAN-NO           TO RQ-REQUISITION-NO(2:5).
           MOVE 'MRP PLANNED'        TO RQ-REQUESTER.
           IF WS-LAST-BUYER NOT = SPACES
               MOVE WS-LAST-BUYER    TO RQ-BUYER-CODE
           ELSE
               MOVE WS-DEFAULT-BUYER TO RQ-BUYER-CODE
           END-IF.
           MOVE WS-LOOKUP-PART       TO RQ-PART-NUMBER.
           MOVE WS-SHORTFALL         TO RQ-QUANTITY.
           MOVE WS-LAST-PRICE        TO RQ-EST-PRICE.
           MOVE WS-RQT-DUE-DATE(RQT-IDX) TO RQ-NEED-DATE.
           WRITE REQUISITION-REC.
           MOVE SPACES TO DL-ACTION.
           STRING 'BUY - REQ ' DELIMITED BY SIZE
                  RQ-REQUISITION-NO DELIMITED BY SIZE
               INTO DL-ACTION.
      *
      *  Key-range walk of the part's POs: the still-open quantity
      *  of each live PO becomes a scheduled receipt on its delivery
      *  date, and the newest PO's buyer and price seed a planned
      *  requisition.
       LOAD-OPEN-SUPPLY.
           MOVE ZERO   TO WS-SUP-CTR, WS-LAST-PRICE, WS-LAST-ORDER-DATE.
           MOVE SPACES TO WS-LAST-BUYER.
           MOVE 'N'    TO WS-PO-DONE-SW.
           MOVE WS-LOOKUP-PART TO PART-NUMBER IN PURCHASE-ORDERS.
           MOVE LOW-VALUES TO PO-NUMBER IN PURCHASE-ORDERS.
           START PURCHASES-FILE KEY >= PO-KEY
               INVALID KEY SET PO-WALK-DONE TO TRUE
           END-START.
           PERFORM UNTIL PO-WALK-DONE
               READ PURCHASES-FILE NEXT
                   AT END SET PO-WALK-DONE TO TRUE
               END-READ
               IF NOT PO-WALK-DONE
                   AND WS-PO-STATUS NOT = '00'
                   MOVE 'PURCHASE' TO FS-DDNAME
                   MOVE 'READNEXT' TO FS-OPERATION
                   MOVE WS-PO-STATUS TO FS-STATUS
                   PERFORM REPORT-FILE-FAILURE
                   SET PO-WALK-DONE TO TRUE
               END-IF
               IF NOT PO-WALK-DONE
                   IF PART-NUMBER IN PURCHASE-ORDERS = WS-LOOKUP-PART
                       PERFORM TAKE-ONE-PO
                   ELSE
                       SET PO-WALK-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
      *
       TAKE-ONE-PO.
           IF NOT PO-CANCELLED IN PURCHASE-ORDERS
               AND NOT PO-BLANKET-HEADER IN PURCHASE-ORDERS
               AND ORDER-DATE IN PURCHASE-ORDERS >= WS-LAST-ORDER-DATE
               MOVE ORDER-DATE IN PURCHASE-ORDERS
                    TO WS-LAST-ORDER-DATE
               MOVE BUYER-CODE IN PURCHASE-ORDERS TO WS-LAST-BUYER
               MOVE UNIT-PRICE IN PURCHASE-ORDERS TO WS-LAST-PRICE
           END-IF.
      *    A cancelled PO is not incoming supply, and a blanket
      *    header's commitment would double-count on top of its own
      *    releases.
           IF NOT PO-FULL-RECEIVED IN PURCHASE-ORDERS
              AND NOT PO-CANCELLED IN PURCHASE-ORDERS
              AND NOT PO-BLANKET-HEADER IN PURCHASE-ORDERS
              AND QUANTITY IN PURCHASE-ORDERS >
                  RECEIVED-QTY IN PURCHASE-ORDERS
              AND WS-SUP-CTR < WS-SUP-MAX
               ADD 1 TO WS-SUP-CTR
               SET SUP-IDX TO WS-SUP-CTR
               MOVE DELIVERY-DATE IN PURCHASE-ORDERS
                    TO WS-SUP-DATE(SUP-IDX)
               COMPUTE WS-SUP-QTY(SUP-IDX) =
                       QUANTITY IN PURCHASE-ORDERS
                     - RECEIVED-QTY IN PURCHASE-ORDERS
               MOVE 'N' TO WS-SUP-USED-SW(SUP-IDX)
           END-IF.
      *
       WRITE-HEADINGS.
           MOVE 'MRPRUN  ' TO RH-REPORT-ID.
           MOVE 'MRP PLANNED ORDER ACTION REPORT' TO RH-REPORT-TITLE.
           MOVE WS-JOB-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE ACTION-REPORT-REC FROM RH-LINE-1.
           WRITE ACTION-REPORT-REC FROM RH-LINE-2.
           MOVE  SPACES TO ACTION-REPORT-REC.
           WRITE ACTION-REPORT-REC.
           WRITE ACTION-REPORT-REC FROM HEADING-LINE.
           MOVE  SPACES TO ACTION-REPORT-REC.
           WRITE ACTION-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO ACTION-REPORT-REC.
           WRITE ACTION-REPORT-REC.
           MOVE 'DEMAND RECORDS READ          : ' TO SL-LABEL.
           MOVE TOT-DEMAND-READ    TO SL-COUNT.
           WRITE ACTION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'DEMAND RECORDS REFUSED       : ' TO SL-LABEL.
           MOVE TOT-DEMAND-REFUSED TO SL-COUNT.
           WRITE ACTION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'LINKAGE RECORDS LOADED       : ' TO SL-LABEL.
           MOVE TOT-LINKS-LOADED   TO SL-COUNT.
           WRITE ACTION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'GROSS REQUIREMENTS NETTED    : ' TO SL-LABEL.
           MOVE TOT-REQS-NETTED    TO SL-COUNT.
           WRITE ACTION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'COVERED BY STOCK / OPEN POS  : ' TO SL-LABEL.
           MOVE TOT-REQS-COVERED   TO SL-COUNT.
           WRITE ACTION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'PLANNED BUYS (REQUISITIONS)  : ' TO SL-LABEL.
           MOVE TOT-BUY-ORDERS     TO SL-COUNT.
           WRITE ACTION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'PLANNED KIT BUILDS           : ' TO SL-LABEL.
           MOVE TOT-MAKE-ORDERS    TO SL-COUNT.
           WRITE ACTION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'RELEASE DATE PAST - EXPEDITE : ' TO SL-LABEL.
           MOVE TOT-EXPEDITE       TO SL-COUNT.
           WRITE ACTION-REPORT-REC FROM SUMMARY-LINE.
           MOVE 'TABLE OVERFLOWS (NOT PLANNED): ' TO SL-LABEL.
           MOVE TOT-TABLE-OVERFLOW TO SL-COUNT.
           WRITE ACTION-REPORT-REC FROM SUMMARY-LINE.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-DEMAND-READ TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE ACTION-REPORT-REC FROM RH-LINE-1.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
      *  and the run fails on a genuine error.
       REPORT-FILE-FAILURE.
           MOVE 'MRPRUN  ' TO FS-PROGRAM.
           CALL 'FILSTAT' USING FILE-STATUS-PARM.
           IF FS-FAIL-RUN
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       STAMP-RUN-COMPLETE.
           SET JC-STAMP TO TRUE.
           MOVE 'MRPRUN  ' TO JC-JOB-NAME.
           MOVE WS-JOB-DATE TO JC-BUSINESS-DATE.
           MOVE RETURN-CODE TO JC-RETURN-CODE.
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *
      *  The run-control business date honors the RUNDATE override
      *  the way FINALS' does.
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
