       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITALLOC.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   KITALLOC reserves components for the open kit-build work
      *   orders (KITWO - see KITWO.cpy), so two builds due the same
      *   week can no longer both count the same shelf stock.
      *
      *   Every run starts clean: the allocation file (KITALOC - see
      *   KITALOC.cpy) is rebuilt from scratch.  The active work
      *   orders are taken earliest due date first (work-order
      *   number breaking a tie).  Each order's kit is exploded
      *   through the validated component linkage (BOMVALID, from
      *   BOMEDIT) as it stands on the order's due date - the same
      *   single-level explosion KITXPLD prints - and each
      *   component's requirement (quantity still to build times
      *   quantity-per) is reserved out of the component's total on
      *   hand over all its STOCKBAL locations, less what earlier-
      *   due orders have already reserved.  What cannot be
      *   reserved is the order's shortage.
      *
      *   The report lists each work order with its components,
      *   required / reserved / short, and flags every shortage; the
      *   order is marked allocated ('A') or short ('S') on KITWO.
      *   An order whose kit has no components in effect on its due
      *   date stays open and is flagged.
      *
      *   Ends RC 4 when any order is short.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-FILE    ASSIGN TO KITWO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NUMBER
               FILE STATUS IS WS-WO-STATUS.
           SELECT ALLOCATION-FILE    ASSIGN TO KITALOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALC-KEY
               FILE STATUS IS WS-ALC-STATUS.
           SELECT VALID-LINK-FILE    ASSIGN TO BOMVALID.
           SELECT STOCK-BALANCE-FILE ASSIGN TO STOCKBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT ALLOCATION-REPORT  ASSIGN TO KITARPT.
       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS KIT-WORK-ORDER-REC.
       COPY KITWO.
      *
       FD  ALLOCATION-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS KIT-ALLOCATION-REC.
       COPY KITALOC.
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
       FD  STOCK-BALANCE-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS STOCK-BALANCE-REC.
       COPY STOCKBAL.
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
       FD  ALLOCATION-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALLOCATION-REPORT-REC.
       01  ALLOCATION-REPORT-REC        PIC X(132).
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
       01  WS-WO-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ALC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-STOCK-STATUS              PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-SB-DONE-SW                PIC X     VALUE 'N'.
           88  SB-WALK-DONE             VALUE 'Y'.
       01  WS-ORDER-SHORT-SW            PIC X     VALUE 'N'.
           88  ORDER-SHORT              VALUE 'Y'.
       01  WS-FRE-FOUND-SW              PIC X     VALUE 'Y'.
           88  FREE-NOT-IN-TABLE        VALUE 'N'.
      *
      *  Active work orders, in due-date order.
       01  WS-ORDER-TABLE.
           05  WS-ORD-ENTRY OCCURS 500 TIMES
                   INDEXED BY ORD-IDX.
               10  WS-ORD-NUMBER        PIC X(06).
               10  WS-ORD-PARENT        PIC X(23).
               10  WS-ORD-DUE-DATE      PIC 9(08).
               10  WS-ORD-TO-BUILD      PIC 9(07).
       01  WS-ORD-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-ORD-MAX                   PIC S9(4) COMP VALUE 500.
       01  WS-ORD-SUB                   PIC S9(4) COMP VALUE ZERO.
      *
      *  Component linkage, as loaded from BOMVALID.
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
      *  Each component's stock still free to reserve - on hand at
      *  its first use in the run, drawn down as orders reserve it.
       01  WS-FREE-TABLE.
           05  WS-FRE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY FRE-IDX.
               10  WS-FRE-PART          PIC X(23).
               10  WS-FRE-QTY           PIC S9(09).
       01  WS-FRE-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-FRE-MAX                   PIC S9(4) COMP VALUE 2000.
      *
       01  WS-COMPONENT-CTR             PIC 9(03) VALUE ZERO.
       01  WS-ON-HAND                   PIC S9(09) VALUE ZERO.
       01  WS-REQUIRED                  PIC 9(09) VALUE ZERO.
       01  WS-RESERVED                  PIC 9(09) VALUE ZERO.
      *
       01  ACC-CTRS.
           05  TOT-ORDERS-READ          PIC 9(5)  VALUE ZERO.
           05  TOT-ORDERS-ALLOCATED     PIC 9(5)  VALUE ZERO.
           05  TOT-ORDERS-SHORT         PIC 9(5)  VALUE ZERO.
           05  TOT-ORDERS-NO-KIT        PIC 9(5)  VALUE ZERO.
           05  TOT-COMPONENTS-SHORT     PIC 9(5)  VALUE ZERO.
           05  TOT-TABLE-OVERFLOW       PIC 9(5)  VALUE ZERO.
      *
       01  ORDER-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(12) VALUE 'WORK ORDER: '.
           05  OL-WO-NUMBER             PIC X(06).
           05  FILLER                   PIC X(10) VALUE '   KIT:   '.
           05  OL-PARENT                PIC X(23).
           05  FILLER                   PIC X(09) VALUE '  BUILD: '.
           05  OL-TO-BUILD              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(08) VALUE '   DUE: '.
           05  OL-DUE-DATE              PIC 9999/99/99.
       01  COMPONENT-HEADING.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(25) VALUE 'COMPONENT'.
           05  FILLER                   PIC X(08) VALUE ' QTY PER'.
           05  FILLER                   PIC X(13) VALUE '     REQUIRED'.
           05  FILLER                   PIC X(13) VALUE '     RESERVED'.
           05  FILLER                   PIC X(13) VALUE '        SHORT'.
       01  COMPONENT-LINE.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  CL-COMPONENT             PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-QTY-PER               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-REQUIRED              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-RESERVED              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-SHORT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-FLAG                  PIC X(12).
       01  ORDER-RESULT-LINE.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  OR-TEXT                  PIC X(50).
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'ACTIVE ORDERS READ     : '.
           05  SL-READ                  PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'ORDERS FULLY ALLOCATED : '.
           05  SL-ALLOCATED             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'ORDERS SHORT           : '.
           05  SL-SHORT                 PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'COMPONENT SHORTAGES    : '.
           05  SL-COMPONENTS-SHORT      PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'ORDERS WITH NO KIT     : '.
           05  SL-NO-KIT                PIC ZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'TABLE OVERFLOWS        : '.
           05  SL-OVERFLOW              PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-JOB-DATE.
           PERFORM VERIFY-PREDECESSORS.
           IF JC-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           PERFORM LOAD-LINKAGE.
           PERFORM LOAD-WORK-ORDERS.
           PERFORM ALLOCATE-ONE-ORDER
               VARYING ORD-IDX FROM 1 BY 1 UNTIL ORD-IDX > WS-ORD-CTR.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           IF (TOT-ORDERS-SHORT > ZERO OR TOT-TABLE-OVERFLOW > ZERO)
               AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM STAMP-RUN-COMPLETE.
           GOBACK.
      *
      *    KITALOC is regenerated every run - OPEN OUTPUT empties it.
       OPEN-FILES.
           OPEN I-O    WORK-ORDER-FILE.
           IF WS-WO-STATUS NOT = '00'
               MOVE 'KITWO   ' TO FS-DDNAME
               MOVE 'OPEN    ' TO FS-OPERATION
               MOVE WS-WO-STATUS TO FS-STATUS
               PERFORM REPORT-FILE-FAILURE
           END-IF.
           OPEN OUTPUT ALLOCATION-FILE.
           IF WS-ALC-STATUS NOT = '00'
               MOVE 'KITALOC ' TO FS-DDNAME
               MOVE 'OPEN    ' TO FS-OPERATION
               MOVE WS-ALC-STATUS TO FS-STATUS
               PERFORM REPORT-FILE-FAILURE
           END-IF.
           OPEN INPUT  VALID-LINK-FILE, STOCK-BALANCE-FILE.
           OPEN OUTPUT ALLOCATION-REPORT.
      *
       CLOSE-FILES.
           CLOSE WORK-ORDER-FILE, ALLOCATION-FILE, VALID-LINK-FILE,
                 STOCK-BALANCE-FILE, ALLOCATION-REPORT.
      *
      *  Undated rows are always in effect (see KITXPLD).
       LOAD-LINKAGE.
           MOVE 'N' TO EOF-STAT.
           READ VALID-LINK-FILE
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING LNK-IDX FROM 1 BY 1 UNTIL
                   LNK-IDX > WS-LNK-MAX OR END-OF-FILE
               ADD 1 TO WS-LNK-CTR
               MOVE BOM-PARENT-PART    TO WS-LNK-PARENT(LNK-IDX)
               MOVE BOM-COMPONENT-PART TO WS-LNK-COMPONENT(LNK-IDX)
               MOVE BOM-QTY-PER        TO WS-LNK-QTY-PER(LNK-IDX)
               MOVE ZERO TO WS-LNK-EFF-FROM(LNK-IDX)
                            WS-LNK-EFF-TO(LNK-IDX)
               IF BOM-EFF-FROM NUMERIC
                   MOVE BOM-EFF-FROM TO WS-LNK-EFF-FROM(LNK-IDX)
               END-IF
               IF BOM-EFF-TO NUMERIC
                   MOVE BOM-EFF-TO   TO WS-LNK-EFF-TO(LNK-IDX)
               END-IF
               READ VALID-LINK-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'KITALLOC: LINKAGE TABLE FULL AT ' WS-LNK-MAX
                       ' LINKS - REST NOT LOADED'
               ADD 1 TO TOT-TABLE-OVERFLOW
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
      *  Active orders with something left to build, inserted in
      *  due-date order; the file is read in work-order number
      *  order, so equal dates stay in number order.
       LOAD-WORK-ORDERS.
           MOVE 'N' TO EOF-STAT.
           PERFORM READ-NEXT-ORDER.
           PERFORM UNTIL END-OF-FILE
               IF WO-ACTIVE AND WO-COMPLETED-QTY < WO-BUILD-QTY
                   PERFORM TABLE-ONE-ORDER
               END-IF
               PERFORM READ-NEXT-ORDER
           END-PERFORM.
           MOVE 'N' TO EOF-STAT.
      *
       READ-NEXT-ORDER.
           READ WORK-ORDER-FILE NEXT
               AT END MOVE 'Y' TO EOF-STAT
           END-READ.
           IF NOT END-OF-FILE
               AND WS-WO-STATUS NOT = '00'
               MOVE 'KITWO   ' TO FS-DDNAME
               MOVE 'READNEXT' TO FS-OPERATION
               MOVE WS-WO-STATUS TO FS-STATUS
               PERFORM REPORT-FILE-FAILURE
               MOVE 'Y' TO EOF-STAT
           END-IF.
      *
       TABLE-ONE-ORDER.
           ADD 1 TO TOT-ORDERS-READ.
           IF WS-ORD-CTR < WS-ORD-MAX
               ADD 1 TO WS-ORD-CTR
               MOVE WS-ORD-CTR TO WS-ORD-SUB
               PERFORM UNTIL WS-ORD-SUB = 1
                       OR WS-ORD-DUE-DATE(WS-ORD-SUB - 1)
                              NOT > WO-DUE-DATE
                   MOVE WS-ORD-ENTRY(WS-ORD-SUB - 1)
                        TO WS-ORD-ENTRY(WS-ORD-SUB)
                   SUBTRACT 1 FROM WS-ORD-SUB
               END-PERFORM
               MOVE WO-NUMBER      TO WS-ORD-NUMBER(WS-ORD-SUB)
               MOVE WO-PARENT-PART TO WS-ORD-PARENT(WS-ORD-SUB)
               MOVE WO-DUE-DATE    TO WS-ORD-DUE-DATE(WS-ORD-SUB)
               COMPUTE WS-ORD-TO-BUILD(WS-ORD-SUB) =
                       WO-BUILD-QTY - WO-COMPLETED-QTY
           ELSE
               DISPLAY 'KITALLOC: ORDER TABLE FULL AT ' WS-ORD-MAX
                       ' - ' WO-NUMBER ' NOT ALLOCATED'
               ADD 1 TO TOT-TABLE-OVERFLOW
           END-IF.
      *
       ALLOCATE-ONE-ORDER.
           MOVE WS-ORD-NUMBER(ORD-IDX)   TO OL-WO-NUMBER.
           MOVE WS-ORD-PARENT(ORD-IDX)   TO OL-PARENT.
           MOVE WS-ORD-TO-BUILD(ORD-IDX) TO OL-TO-BUILD.
           MOVE WS-ORD-DUE-DATE(ORD-IDX) TO OL-DUE-DATE.
           WRITE ALLOCATION-REPORT-REC FROM ORDER-LINE.
           WRITE ALLOCATION-REPORT-REC FROM COMPONENT-HEADING.
           MOVE ZERO TO WS-COMPONENT-CTR.
           MOVE 'N'  TO WS-ORDER-SHORT-SW.
           PERFORM VARYING LNK-IDX FROM 1 BY 1
                   UNTIL LNK-IDX > WS-LNK-CTR
               IF WS-LNK-PARENT(LNK-IDX) = WS-ORD-PARENT(ORD-IDX)
                   AND WS-LNK-EFF-FROM(LNK-IDX)
                           NOT > WS-ORD-DUE-DATE(ORD-IDX)
                   AND (WS-LNK-EFF-TO(LNK-IDX) = ZERO
                        OR WS-LNK-EFF-TO(LNK-IDX)
                           NOT < WS-ORD-DUE-DATE(ORD-IDX))
                   PERFORM RESERVE-ONE-COMPONENT
               END-IF
           END-PERFORM.
      *
           MOVE WS-ORD-NUMBER(ORD-IDX) TO WO-NUMBER.
           READ WORK-ORDER-FILE
               INVALID KEY
                   MOVE 'KITWO   ' TO FS-DDNAME
                   MOVE 'READ    ' TO FS-OPERATION
                   MOVE WS-WO-STATUS TO FS-STATUS
                   PERFORM REPORT-FILE-FAILURE
           END-READ.
           MOVE SPACES TO ORDER-RESULT-LINE.
           EVALUATE TRUE
               WHEN WS-COMPONENT-CTR = ZERO
                   MOVE '** NO COMPONENTS IN EFFECT ON DUE DATE **'
                        TO OR-TEXT
                   SET WO-OPEN TO TRUE
                   ADD 1 TO TOT-ORDERS-NO-KIT
               WHEN ORDER-SHORT
                   MOVE '** ORDER SHORT - SEE COMPONENTS FLAGGED **'
                        TO OR-TEXT
                   SET WO-SHORT TO TRUE
                   ADD 1 TO TOT-ORDERS-SHORT
               WHEN OTHER
                   MOVE 'FULLY ALLOCATED' TO OR-TEXT
                   SET WO-ALLOCATED TO TRUE
                   ADD 1 TO TOT-ORDERS-ALLOCATED
           END-EVALUATE.
           REWRITE KIT-WORK-ORDER-REC
               INVALID KEY
                   MOVE 'KITWO   ' TO FS-DDNAME
                   MOVE 'REWRITE ' TO FS-OPERATION
                   MOVE WS-WO-STATUS TO FS-STATUS
                   PERFORM REPORT-FILE-FAILURE
           END-REWRITE.
           WRITE ALLOCATION-REPORT-REC FROM ORDER-RESULT-LINE.
           MOVE  SPACES TO ALLOCATION-REPORT-REC.
           WRITE ALLOCATION-REPORT-REC.
      *
      *  Reserve what is free, up to the requirement; the rest is
      *  short.
       RESERVE-ONE-COMPONENT.
           ADD 1 TO WS-COMPONENT-CTR.
           COMPUTE WS-REQUIRED = WS-ORD-TO-BUILD(ORD-IDX)
                               * WS-LNK-QTY-PER(LNK-IDX).
           PERFORM FIND-FREE-STOCK.
           IF FREE-NOT-IN-TABLE
               MOVE ZERO TO WS-RESERVED
           ELSE
               IF WS-FRE-QTY(FRE-IDX) > WS-REQUIRED
                   MOVE WS-REQUIRED TO WS-RESERVED
               ELSE
                   IF WS-FRE-QTY(FRE-IDX) > ZERO
                       MOVE WS-FRE-QTY(FRE-IDX) TO WS-RESERVED
                   ELSE
                       MOVE ZERO TO WS-RESERVED
                   END-IF
               END-IF
               SUBTRACT WS-RESERVED FROM WS-FRE-QTY(FRE-IDX)
           END-IF.
      *
           INITIALIZE KIT-ALLOCATION-REC.
           MOVE WS-ORD-NUMBER(ORD-IDX)    TO ALC-WO-NUMBER.
           MOVE WS-LNK-COMPONENT(LNK-IDX) TO ALC-COMPONENT-PART.
           MOVE WS-LNK-QTY-PER(LNK-IDX)   TO ALC-QTY-PER.
           MOVE WS-REQUIRED               TO ALC-REQUIRED-QTY.
           MOVE WS-RESERVED               TO ALC-ALLOCATED-QTY.
           COMPUTE ALC-SHORT-QTY = WS-REQUIRED - WS-RESERVED.
           MOVE WS-JOB-DATE               TO ALC-ALLOC-DATE.
           WRITE KIT-ALLOCATION-REC
               INVALID KEY
                   MOVE 'KITALOC ' TO FS-DDNAME
                   MOVE 'WRITE   ' TO FS-OPERATION
                   MOVE WS-ALC-STATUS TO FS-STATUS
                   PERFORM REPORT-FILE-FAILURE
           END-WRITE.
      *
           MOVE SPACES                    TO CL-FLAG.
           MOVE WS-LNK-COMPONENT(LNK-IDX) TO CL-COMPONENT.
           MOVE WS-LNK-QTY-PER(LNK-IDX)   TO CL-QTY-PER.
           MOVE WS-REQUIRED               TO CL-REQUIRED.
           MOVE WS-RESERVED               TO CL-RESERVED.
           MOVE ALC-SHORT-QTY             TO CL-SHORT.
           IF ALC-SHORT-QTY > ZERO
               MOVE '** SHORT **' TO CL-FLAG
               SET ORDER-SHORT TO TRUE
               ADD 1 TO TOT-COMPONENTS-SHORT
           END-IF.
           WRITE ALLOCATION-REPORT-REC FROM COMPONENT-LINE.
      *
      *  Leaves FRE-IDX on the component's free-stock entry, adding
      *  it at its total on hand the first time it is needed.  A
      *  full table sets FREE-NOT-IN-TABLE and the component gets
      *  nothing free; no table entry is touched.
       FIND-FREE-STOCK.
           MOVE 'Y' TO WS-FRE-FOUND-SW.
           SET FRE-IDX TO 1.
           SEARCH WS-FRE-ENTRY
               AT END
                   PERFORM ADD-FREE-STOCK
               WHEN FRE-IDX > WS-FRE-CTR
                   PERFORM ADD-FREE-STOCK
               WHEN WS-FRE-PART(FRE-IDX) = WS-LNK-COMPONENT(LNK-IDX)
                   CONTINUE
           END-SEARCH.
      *
       ADD-FREE-STOCK.
           PERFORM SUM-ON-HAND.
           IF WS-FRE-CTR < WS-FRE-MAX
               ADD 1 TO WS-FRE-CTR
               SET FRE-IDX TO WS-FRE-CTR
               MOVE WS-LNK-COMPONENT(LNK-IDX) TO WS-FRE-PART(FRE-IDX)
               MOVE WS-ON-HAND                TO WS-FRE-QTY(FRE-IDX)
           ELSE
               DISPLAY 'KITALLOC: COMPONENT TABLE FULL AT ' WS-FRE-MAX
                       ' - ' WS-LNK-COMPONENT(LNK-IDX)
                       ' NOT RESERVED'
               ADD 1 TO TOT-TABLE-OVERFLOW
               SET FREE-NOT-IN-TABLE TO TRUE
           END-IF.
      *
      *  Key-range walk of the component's stock locations.
       SUM-ON-HAND.
           MOVE ZERO TO WS-ON-HAND.
           MOVE 'N'  TO WS-SB-DONE-SW.
           MOVE WS-LNK-COMPONENT(LNK-IDX)
                TO PART-NUMBER IN STOCK-BALANCE-REC.
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
                   SET SB-WALK-DONE TO TRUE
               END-IF
               IF NOT SB-WALK-DONE
                   IF PART-NUMBER IN STOCK-BALANCE-REC
                           = WS-LNK-COMPONENT(LNK-IDX)
                       IF SB-ON-HAND > ZERO
                           ADD SB-ON-HAND TO WS-ON-HAND
                       END-IF
                   ELSE
                       SET SB-WALK-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
      *
       WRITE-HEADINGS.
           MOVE 'KITALLOC' TO RH-REPORT-ID.
           MOVE 'KIT WORK-ORDER ALLOCATION AND SHORTAGES'
                TO RH-REPORT-TITLE.
           MOVE WS-JOB-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE ALLOCATION-REPORT-REC FROM RH-LINE-1.
           WRITE ALLOCATION-REPORT-REC FROM RH-LINE-2.
           MOVE  SPACES TO ALLOCATION-REPORT-REC.
           WRITE ALLOCATION-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO ALLOCATION-REPORT-REC.
           WRITE ALLOCATION-REPORT-REC.
           MOVE  TOT-ORDERS-READ       TO SL-READ.
           WRITE ALLOCATION-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-ORDERS-ALLOCATED  TO SL-ALLOCATED.
           WRITE ALLOCATION-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-ORDERS-SHORT      TO SL-SHORT.
           WRITE ALLOCATION-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-COMPONENTS-SHORT  TO SL-COMPONENTS-SHORT.
           WRITE ALLOCATION-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-ORDERS-NO-KIT     TO SL-NO-KIT.
           WRITE ALLOCATION-REPORT-REC FROM SUMMARY-LINE-5.
           MOVE  TOT-TABLE-OVERFLOW    TO SL-OVERFLOW.
           WRITE ALLOCATION-REPORT-REC FROM SUMMARY-LINE-6.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-ORDERS-READ TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE ALLOCATION-REPORT-REC FROM RH-LINE-1.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
      *  and the run fails on a genuine error.
       REPORT-FILE-FAILURE.
           MOVE 'KITALLOC' TO FS-PROGRAM.
           CALL 'FILSTAT' USING FILE-STATUS-PARM.
           IF FS-FAIL-RUN
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      *  Reservations must see the day's receipts put on hand.
       VERIFY-PREDECESSORS.
           SET JC-CHECK TO TRUE.
           MOVE 'KITALLOC' TO JC-JOB-NAME.
           MOVE WS-JOB-DATE TO JC-BUSINESS-DATE.
           MOVE 1 TO JC-PRED-COUNT.
           MOVE 'INSPPOST' TO JC-PRED-NAME(1).
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *
       STAMP-RUN-COMPLETE.
           SET JC-STAMP TO TRUE.
           MOVE 'KITALLOC' TO JC-JOB-NAME.
           MOVE WS-JOB-DATE TO JC-BUSINESS-DATE.
           MOVE RETURN-CODE TO JC-RETURN-CODE.
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *
      *  The run-control business date honors the RUNDATE override
      *  the way FINALS' does, so one overridden rerun doesn't
      *  block the rest of the dependency chain.
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
