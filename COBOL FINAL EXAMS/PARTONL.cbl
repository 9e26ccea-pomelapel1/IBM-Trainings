       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTONL.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   PARTONL is the buyer's on-line part and purchase-order
      *   inquiry - the same picture PARTINQ and POHISTRQ print, but
      *   answered at the terminal while the supplier is still on
      *   the phone instead of by submitting a job and waiting for
      *   the listing.
      *
      *   The buyer keys a Part-Number (an old number renumbered by
      *   PARTRNUM is followed through PARTXREF to its new one, as
      *   PARTINQ does) and pages through the part one screen at a
      *   time:
      *     PART       - part fields and lifecycle status;
      *     SUPPLIER   - the primary supplier, its rating and any
      *                  purchasing hold, then the ranked approved
      *                  alternates from ALTSUPP;
      *     ADDRESSES  - every address type on ADDRESES;
      *     OPEN POS   - every PO still open (not cancelled, not
      *                  fully received) with its receipt status and
      *                  open quantity, ten to a screen;
      *     ON HAND    - the STOCKBAL balance at each location and
      *                  the part total.
      *   At the command prompt ENTER (or N) moves forward, P moves
      *   back, a new Part-Number starts a new inquiry and X ends the
      *   session.  The first Part-Number may also be given as the
      *   command-line parameter.
      *
      *   The transaction is read-only: every master is opened
      *   INPUT and nothing is maintained from the terminal.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-FILE         ASSIGN TO PARTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER OF PARTS-REC
               FILE STATUS IS WS-PARTS-STATUS.
           SELECT SUPPLIER-FILE      ASSIGN TO SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER OF SUPPLIER-REC
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT ADDRESS-FILE       ASSIGN TO ADDRESES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-KEY
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT PURCHASES-FILE     ASSIGN TO PURCHASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.
           SELECT ALTERNATES-FILE    ASSIGN TO ALTSUPP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALT-KEY
               FILE STATUS IS WS-ALT-STATUS.
           SELECT STOCK-BALANCE-FILE ASSIGN TO STOCKBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT XREF-FILE          ASSIGN TO PARTXREF
               FILE STATUS IS WS-XREF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTS-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARTS-REC.
       COPY PARTS.
      *
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
      *
       FD  ADDRESS-FILE
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS SUPP-ADDRESS.
       COPY ADDRESES.
      *
       FD  PURCHASES-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PURCHASE-ORDERS.
       COPY PURCHASE.
      *
       FD  ALTERNATES-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS ALT-SUPPLIER-REC.
       COPY ALTSUPP.
      *
       FD  STOCK-BALANCE-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS STOCK-BALANCE-REC.
       COPY STOCKBAL.
      *
      *    Old-to-new cross-reference written by PARTRNUM (layout as
      *    PARTINQ reads it).
       FD  XREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XREF-REC.
       01  XREF-REC.
           05  XR-OLD-PART                PIC X(23).
           05  XR-NEW-PART                PIC X(23).
           05  XR-RENUM-DATE              PIC 9(08).
           05  FILLER                     PIC X(06).
      *
       WORKING-STORAGE SECTION.
       01  WS-PARTS-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SUPP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-ADDR-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PO-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ALT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-STOCK-STATUS              PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RENUMBERED-SW             PIC X     VALUE 'N'.
           88  PART-WAS-RENUMBERED      VALUE 'Y'.
       01  WS-ORIGINAL-PART             PIC X(23) VALUE SPACES.
       01  WS-PRIOR-INQUIRY.
           05  WS-PRIOR-PART            PIC X(23) VALUE SPACES.
           05  WS-PRIOR-ORIGINAL        PIC X(23) VALUE SPACES.
           05  WS-PRIOR-RENUMBERED-SW   PIC X     VALUE 'N'.
      *
      *  Terminal conversation.
       01  WS-TERMINAL-INPUT            PIC X(30) VALUE SPACES.
       01  WS-COMMAND                   PIC X(30) VALUE SPACES.
       01  WS-SESSION-SW                PIC X     VALUE 'N'.
           88  SESSION-ENDED            VALUE 'Y'.
       01  WS-INQUIRY-SW                PIC X     VALUE 'N'.
           88  INQUIRY-ACTIVE           VALUE 'Y'.
       01  WS-MESSAGE                   PIC X(60) VALUE SPACES.
      *
       01  WS-INQUIRY-PART              PIC X(23) VALUE SPACES.
       01  WS-FOUND-SWITCHES.
           05  WS-PART-FOUND-SW         PIC X VALUE 'N'.
               88  PART-FOUND           VALUE 'Y'.
           05  WS-SUPP-FOUND-SW         PIC X VALUE 'N'.
               88  SUPP-FOUND           VALUE 'Y'.
           05  WS-WALK-DONE-SW          PIC X VALUE 'N'.
               88  WALK-DONE            VALUE 'Y'.
       01  WS-ADDR-TYPE-SUB             PIC 9 VALUE ZERO.
       01  TEMP-ADDRESS                 PIC X(70) VALUE SPACES.
       01  ADD-TO-ADDRESS               PIC X(15) VALUE SPACES.
      *
      *  Screen paging - page 1 part, 2 supplier, 3 addresses, then
      *  the PO screens, then the on-hand screen last.
       01  WS-PAGE-NO                   PIC S9(4) COMP VALUE ZERO.
       01  WS-PAGE-COUNT                PIC S9(4) COMP VALUE ZERO.
       01  WS-PO-PAGES                  PIC S9(4) COMP VALUE ZERO.
       01  WS-PO-PAGE-SIZE              PIC S9(4) COMP VALUE 10.
       01  WS-PO-FIRST                  PIC S9(4) COMP VALUE ZERO.
       01  WS-PO-LAST                   PIC S9(4) COMP VALUE ZERO.
      *
      *  The part's alternates, open POs and stock locations, loaded
      *  once per inquiry so paging back and forth rereads nothing.
       01  WS-ALT-TABLE.
           05  WS-ALT-ENTRY OCCURS 20 TIMES
                   INDEXED BY ALT-IDX.
               10  WS-ALT-CODE          PIC X(10).
               10  WS-ALT-NAME          PIC X(15).
               10  WS-ALT-RANK          PIC 9(02).
       01  WS-ALT-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-ALT-MAX                   PIC S9(4) COMP VALUE 20.
      *
       01  WS-PO-TABLE.
           05  WS-PO-ENTRY OCCURS 200 TIMES
                   INDEXED BY PO-IDX.
               10  WS-POT-NUMBER        PIC X(06).
               10  WS-POT-BUYER         PIC X(03).
               10  WS-POT-QTY           PIC S9(07).
               10  WS-POT-OPEN-QTY      PIC S9(07).
               10  WS-POT-PRICE         PIC S9(07)V99.
               10  WS-POT-CURRENCY      PIC X(03).
               10  WS-POT-DELIV-DATE    PIC 9(08).
               10  WS-POT-RECEIPT       PIC X(10).
       01  WS-PO-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-PO-MAX                    PIC S9(4) COMP VALUE 200.
       01  WS-PO-CLOSED-CTR             PIC S9(4) COMP VALUE ZERO.
       01  WS-PO-OVERFLOW-CTR           PIC S9(4) COMP VALUE ZERO.
       01  WS-INSPECT-QTY               PIC S9(07) VALUE ZERO.
      *
       01  WS-STOCK-TABLE.
           05  WS-STK-ENTRY OCCURS 12 TIMES
                   INDEXED BY STK-IDX.
               10  WS-STK-LOCATION      PIC X(02).
               10  WS-STK-ON-HAND       PIC S9(07).
               10  WS-STK-LAST-RECEIPT  PIC 9(08).
               10  WS-STK-LAST-ISSUE    PIC 9(08).
       01  WS-STK-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-STK-MAX                   PIC S9(4) COMP VALUE 12.
       01  WS-STK-TOTAL                 PIC S9(09) VALUE ZERO.
      *
       01  SCREEN-TITLE-LINE.
           05  FILLER                   PIC X(09) VALUE 'PARTONL'.
           05  ST-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ST-SCREEN-NAME           PIC X(12).
           05  FILLER                   PIC X(06) VALUE 'PAGE '.
           05  ST-PAGE-NO               PIC ZZ9.
           05  FILLER                   PIC X(04) VALUE ' OF '.
           05  ST-PAGE-COUNT            PIC ZZ9.
       01  SCREEN-RULE-LINE             PIC X(79) VALUE ALL '-'.
       01  PROMPT-LINE                  PIC X(60) VALUE
           'ENTER=NEXT  P=PREV  X=EXIT  OR NEW PART NUMBER:'.
      *
       01  PART-LINE-1.
           05  FILLER                   PIC X(17) VALUE
               'PART NAME      : '.
           05  PL-PART-NAME             PIC X(14).
           05  FILLER                   PIC X(10) VALUE '  STATUS: '.
           05  PL-STATUS                PIC X(12).
       01  PART-LINE-2.
           05  FILLER                   PIC X(19) VALUE
               'SPEC / BLUEPRINT : '.
           05  PL-SPEC                  PIC X(07).
           05  FILLER                   PIC X(03) VALUE ' / '.
           05  PL-BLUEPRINT             PIC X(10).
           05  FILLER                   PIC X(08) VALUE '  UOM: '.
           05  PL-UOM                   PIC X(03).
           05  FILLER                   PIC X(13) VALUE
               '  LEAD WKS: '.
           05  PL-LEAD                  PIC ZZ9.
       01  PART-LINE-3.
           05  FILLER                   PIC X(17) VALUE
               'VEHICLE        : '.
           05  PL-MAKE                  PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  PL-MODEL                 PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  PL-YEAR                  PIC X(04).
       01  PART-LINE-4.
           05  FILLER                   PIC X(17) VALUE
               'GOVT / COMML   : '.
           05  PL-GOVT-COMML            PIC X(10).
       01  RENUMBERED-LINE.
           05  FILLER                   PIC X(17) VALUE
               'RENUMBERED FROM: '.
           05  RL-OLD-PART              PIC X(23).
      *
       01  SUPP-LINE-1.
           05  FILLER                   PIC X(17) VALUE
               'SUPPLIER       : '.
           05  SL-CODE                  PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SL-NAME                  PIC X(15).
           05  FILLER                   PIC X(10) VALUE '  RATING: '.
           05  SL-RATING                PIC X(20).
       01  SUPP-LINE-2.
           05  FILLER                   PIC X(17) VALUE
               'SUPPLIER TYPE  : '.
           05  SL-TYPE                  PIC X(15).
           05  FILLER                   PIC X(10) VALUE '  PERF  : '.
           05  SL-PERF                  PIC ZZ9.
       01  SUPP-HOLD-LINE.
           05  FILLER                   PIC X(29) VALUE
               '** PURCHASING HOLD SINCE '.
           05  SH-HOLD-DATE             PIC XXXX/XX/XX.
       01  ALT-SUPP-LINE.
           05  FILLER                   PIC X(17) VALUE
               'ALT SUPPLIER   : '.
           05  AS-CODE                  PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  AS-NAME                  PIC X(15).
           05  FILLER                   PIC X(08) VALUE '  RANK: '.
           05  AS-RANK                  PIC Z9.
      *
       01  ADDR-LINE.
           05  AL-LABEL                 PIC X(17).
           05  AL-ADDRESS               PIC X(62).
      *
       01  PO-HEADER-LINE.
           05  FILLER                   PIC X(08) VALUE 'PO NBR'.
           05  FILLER                   PIC X(05) VALUE 'BYR'.
           05  FILLER                   PIC X(09) VALUE '  ORDERED'.
           05  FILLER                   PIC X(10) VALUE '  OPEN QTY'.
           05  FILLER                   PIC X(18) VALUE
               '    UNIT PRICE CUR'.
           05  FILLER                   PIC X(12) VALUE '   PROMISED'.
           05  FILLER                   PIC X(11) VALUE '  RECEIPT'.
       01  PO-DETAIL-LINE.
           05  POL-PO-NUMBER            PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  POL-BUYER                PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  POL-QTY                  PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  POL-OPEN-QTY             PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  POL-PRICE                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  POL-CURRENCY             PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  POL-DELIV-DATE           PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  POL-RECEIPT              PIC X(10).
       01  PO-CLOSED-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PC-CLOSED                PIC ZZ9.
           05  FILLER                   PIC X(45) VALUE
               ' CANCELLED OR FULLY RECEIVED PO(S) NOT SHOWN'.
       01  PO-OVERFLOW-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PV-OVERFLOW              PIC ZZ9.
           05  FILLER                   PIC X(45) VALUE
               ' MORE OPEN PO(S) - SEE POHISTRQ'.
      *
       01  STOCK-HEADER-LINE.
           05  FILLER                   PIC X(10) VALUE 'LOCATION'.
           05  FILLER                   PIC X(12) VALUE '     ON HAND'.
           05  FILLER                   PIC X(14) VALUE
               '  LAST RECEIPT'.
           05  FILLER                   PIC X(14) VALUE
               '    LAST ISSUE'.
       01  STOCK-DETAIL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SDL-LOCATION             PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  SDL-ON-HAND              PIC -Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  SDL-LAST-RECEIPT         PIC XXXX/XX/XX.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  SDL-LAST-ISSUE           PIC XXXX/XX/XX.
       01  STOCK-TOTAL-LINE.
           05  FILLER                   PIC X(08) VALUE 'TOTAL'.
           05  STL-ON-HAND              PIC -ZZZ,ZZZ,ZZ9.
      *
       01  NONE-LINE.
           05  FILLER                   PIC X(03) VALUE '** '.
           05  NL-TEXT                  PIC X(50).
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES.
           ACCEPT WS-TERMINAL-INPUT FROM COMMAND-LINE.
           IF WS-TERMINAL-INPUT NOT = SPACES
               MOVE WS-TERMINAL-INPUT TO WS-COMMAND
               PERFORM START-INQUIRY
           END-IF.
           PERFORM CONVERSE UNTIL SESSION-ENDED.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT PARTS-FILE, SUPPLIER-FILE, ADDRESS-FILE,
                      PURCHASES-FILE, ALTERNATES-FILE,
                      STOCK-BALANCE-FILE.
      *
       CLOSE-FILES.
           CLOSE PARTS-FILE, SUPPLIER-FILE, ADDRESS-FILE,
                 PURCHASES-FILE, ALTERNATES-FILE, STOCK-BALANCE-FILE.
      *
      *  One exchange with the buyer: show any message, prompt, and
      *  act on what was keyed.  With no inquiry under way only a
      *  Part-Number or X means anything.
       CONVERSE.
           IF WS-MESSAGE NOT = SPACES
               DISPLAY WS-MESSAGE
               MOVE SPACES TO WS-MESSAGE
           END-IF.
           IF INQUIRY-ACTIVE
               DISPLAY PROMPT-LINE
           ELSE
               DISPLAY 'PART NUMBER (X=EXIT):'
           END-IF.
           MOVE SPACES TO WS-TERMINAL-INPUT.
           ACCEPT WS-TERMINAL-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-TERMINAL-INPUT) TO WS-COMMAND.
           EVALUATE TRUE
               WHEN WS-COMMAND = 'X' OR 'END'
                   SET SESSION-ENDED TO TRUE
               WHEN NOT INQUIRY-ACTIVE
                   IF WS-COMMAND NOT = SPACES
                       PERFORM START-INQUIRY
                   END-IF
               WHEN WS-COMMAND = SPACES OR 'N'
                   IF WS-PAGE-NO < WS-PAGE-COUNT
                       ADD 1 TO WS-PAGE-NO
                       PERFORM SHOW-PAGE
                   ELSE
                       MOVE 'LAST PAGE - ENTER A PART NUMBER OR X'
                            TO WS-MESSAGE
                   END-IF
               WHEN WS-COMMAND = 'P'
                   IF WS-PAGE-NO > 1
                       SUBTRACT 1 FROM WS-PAGE-NO
                       PERFORM SHOW-PAGE
                   ELSE
                       MOVE 'FIRST PAGE' TO WS-MESSAGE
                   END-IF
               WHEN OTHER
                   PERFORM START-INQUIRY
           END-EVALUATE.
      *
      *  A Part-Number not on PARTS-FILE (directly or through the
      *  cross-reference) leaves any inquiry already on the screen
      *  where it was.
       START-INQUIRY.
           MOVE WS-INQUIRY-PART  TO WS-PRIOR-PART.
           MOVE WS-ORIGINAL-PART TO WS-PRIOR-ORIGINAL.
           MOVE WS-RENUMBERED-SW TO WS-PRIOR-RENUMBERED-SW.
           MOVE WS-COMMAND(1:23) TO WS-INQUIRY-PART.
           MOVE 'N' TO WS-RENUMBERED-SW.
           PERFORM CHECK-CROSS-REFERENCE.
           MOVE 'N' TO WS-PART-FOUND-SW.
           MOVE WS-INQUIRY-PART TO PART-NUMBER IN PARTS-REC.
           READ PARTS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET PART-FOUND TO TRUE
           END-READ.
           IF NOT PART-FOUND
               STRING 'PART ' DELIMITED BY SIZE
                      WS-INQUIRY-PART DELIMITED BY SPACE
                      ' NOT ON FILE' DELIMITED BY SIZE
                   INTO WS-MESSAGE
               PERFORM RESTORE-PRIOR-INQUIRY
           ELSE
               PERFORM LOAD-SUPPLIER
               PERFORM LOAD-ALTERNATES
               PERFORM LOAD-OPEN-POS
               PERFORM LOAD-STOCK-BALANCES
               DIVIDE WS-PO-CTR BY WS-PO-PAGE-SIZE
                   GIVING WS-PO-PAGES
               IF WS-PO-PAGES * WS-PO-PAGE-SIZE < WS-PO-CTR
                   OR WS-PO-CTR = ZERO
                   ADD 1 TO WS-PO-PAGES
               END-IF
               COMPUTE WS-PAGE-COUNT = 3 + WS-PO-PAGES + 1
               MOVE 1 TO WS-PAGE-NO
               SET INQUIRY-ACTIVE TO TRUE
               PERFORM SHOW-PAGE
           END-IF.
      *
      *  Put the part already on the screen back in the record area
      *  the failed read disturbed.
       RESTORE-PRIOR-INQUIRY.
           MOVE WS-PRIOR-PART          TO WS-INQUIRY-PART.
           MOVE WS-PRIOR-ORIGINAL      TO WS-ORIGINAL-PART.
           MOVE WS-PRIOR-RENUMBERED-SW TO WS-RENUMBERED-SW.
           IF INQUIRY-ACTIVE
               MOVE WS-INQUIRY-PART TO PART-NUMBER IN PARTS-REC
               READ PARTS-FILE
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
      *
      *  Same newest-match PARTXREF scan PARTINQ makes for a number
      *  that is not on PARTS-FILE.
       CHECK-CROSS-REFERENCE.
           MOVE WS-INQUIRY-PART TO PART-NUMBER IN PARTS-REC.
           READ PARTS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'X' TO WS-RENUMBERED-SW
           END-READ.
           IF WS-RENUMBERED-SW = 'X'
               MOVE 'N' TO WS-RENUMBERED-SW
           ELSE
               OPEN INPUT XREF-FILE
               IF WS-XREF-STATUS = '00'
                   PERFORM UNTIL WS-XREF-STATUS NOT = '00'
                       READ XREF-FILE
                       END-READ
                       IF WS-XREF-STATUS = '00'
                           AND XR-OLD-PART = WS-INQUIRY-PART
                           IF NOT PART-WAS-RENUMBERED
                               MOVE WS-INQUIRY-PART
                                    TO WS-ORIGINAL-PART
                           END-IF
                           MOVE XR-NEW-PART TO WS-INQUIRY-PART
                           SET PART-WAS-RENUMBERED TO TRUE
                       END-IF
                   END-PERFORM
                   CLOSE XREF-FILE
               END-IF
           END-IF.
      *
       LOAD-SUPPLIER.
           MOVE 'N' TO WS-SUPP-FOUND-SW.
           MOVE WS-INQUIRY-PART TO PART-NUMBER IN SUPPLIER-REC.
           READ SUPPLIER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET SUPP-FOUND TO TRUE
           END-READ.
      *
      *  Key-range walks below follow PARTINQ: START at the part's
      *  lowest key, READ NEXT until the part changes.
       LOAD-ALTERNATES.
           MOVE ZERO TO WS-ALT-CTR.
           MOVE 'N'  TO WS-WALK-DONE-SW.
           MOVE WS-INQUIRY-PART
                TO PART-NUMBER IN ALT-SUPPLIER-REC.
           MOVE LOW-VALUES TO ALT-SUPPLIER-CODE.
           START ALTERNATES-FILE KEY >= ALT-KEY
               INVALID KEY SET WALK-DONE TO TRUE
           END-START.
           PERFORM UNTIL WALK-DONE
               READ ALTERNATES-FILE NEXT
                   AT END SET WALK-DONE TO TRUE
               END-READ
               IF NOT WALK-DONE
                   AND (WS-ALT-STATUS NOT = '00'
                        OR PART-NUMBER IN ALT-SUPPLIER-REC
                               NOT = WS-INQUIRY-PART
                        OR WS-ALT-CTR = WS-ALT-MAX)
                   SET WALK-DONE TO TRUE
               END-IF
               IF NOT WALK-DONE
                   ADD 1 TO WS-ALT-CTR
                   SET ALT-IDX TO WS-ALT-CTR
                   MOVE ALT-SUPPLIER-CODE TO WS-ALT-CODE(ALT-IDX)
                   MOVE ALT-SUPPLIER-NAME TO WS-ALT-NAME(ALT-IDX)
                   MOVE ALT-PREF-RANK     TO WS-ALT-RANK(ALT-IDX)
               END-IF
           END-PERFORM.
      *
      *  Open POs only - cancelled and fully received ones are
      *  counted, not listed.  Open quantity is ordered less
      *  received less still in inspection, as CASHFCST figures it.
       LOAD-OPEN-POS.
           MOVE ZERO TO WS-PO-CTR WS-PO-CLOSED-CTR WS-PO-OVERFLOW-CTR.
           MOVE 'N'  TO WS-WALK-DONE-SW.
           MOVE WS-INQUIRY-PART TO PART-NUMBER IN PURCHASE-ORDERS.
           MOVE LOW-VALUES      TO PO-NUMBER IN PURCHASE-ORDERS.
           START PURCHASES-FILE KEY >= PO-KEY
               INVALID KEY SET WALK-DONE TO TRUE
           END-START.
           PERFORM UNTIL WALK-DONE
               READ PURCHASES-FILE NEXT
                   AT END SET WALK-DONE TO TRUE
               END-READ
               IF NOT WALK-DONE
                   AND (WS-PO-STATUS NOT = '00'
                        OR PART-NUMBER IN PURCHASE-ORDERS
                               NOT = WS-INQUIRY-PART)
                   SET WALK-DONE TO TRUE
               END-IF
               IF NOT WALK-DONE
                   EVALUATE TRUE
                       WHEN PO-CANCELLED
                         OR PO-FULL-RECEIVED
                           ADD 1 TO WS-PO-CLOSED-CTR
                       WHEN WS-PO-CTR = WS-PO-MAX
                           ADD 1 TO WS-PO-OVERFLOW-CTR
                       WHEN OTHER
                           PERFORM LOAD-ONE-PO
                   END-EVALUATE
               END-IF
           END-PERFORM.
      *
       LOAD-ONE-PO.
           ADD 1 TO WS-PO-CTR.
           SET PO-IDX TO WS-PO-CTR.
           IF PO-INSPECT-QTY NUMERIC
               MOVE PO-INSPECT-QTY TO WS-INSPECT-QTY
           ELSE
               MOVE ZERO TO WS-INSPECT-QTY
           END-IF.
           MOVE PO-NUMBER IN PURCHASE-ORDERS  TO WS-POT-NUMBER(PO-IDX).
           MOVE BUYER-CODE IN PURCHASE-ORDERS TO WS-POT-BUYER(PO-IDX).
           MOVE QUANTITY IN PURCHASE-ORDERS   TO WS-POT-QTY(PO-IDX).
           COMPUTE WS-POT-OPEN-QTY(PO-IDX) =
                   QUANTITY IN PURCHASE-ORDERS
                 - RECEIVED-QTY IN PURCHASE-ORDERS
                 - WS-INSPECT-QTY.
           MOVE UNIT-PRICE IN PURCHASE-ORDERS TO WS-POT-PRICE(PO-IDX).
           IF PO-CURRENCY-CODE = SPACES
               MOVE 'USD' TO WS-POT-CURRENCY(PO-IDX)
           ELSE
               MOVE PO-CURRENCY-CODE TO WS-POT-CURRENCY(PO-IDX)
           END-IF.
           MOVE DELIVERY-DATE IN PURCHASE-ORDERS
                TO WS-POT-DELIV-DATE(PO-IDX).
           EVALUATE TRUE
               WHEN PO-BLANKET-HEADER
                   MOVE 'BLANKET'    TO WS-POT-RECEIPT(PO-IDX)
               WHEN WS-INSPECT-QTY > ZERO
                   MOVE 'INSPECTION' TO WS-POT-RECEIPT(PO-IDX)
               WHEN PO-PART-RECEIVED
                   MOVE 'PARTIAL'    TO WS-POT-RECEIPT(PO-IDX)
               WHEN OTHER
                   MOVE 'OPEN'       TO WS-POT-RECEIPT(PO-IDX)
           END-EVALUATE.
      *
       LOAD-STOCK-BALANCES.
           MOVE ZERO TO WS-STK-CTR WS-STK-TOTAL.
           MOVE 'N'  TO WS-WALK-DONE-SW.
           MOVE WS-INQUIRY-PART TO PART-NUMBER IN STOCK-BALANCE-REC.
           MOVE LOW-VALUES      TO SB-LOCATION.
           START STOCK-BALANCE-FILE KEY >= SB-KEY
               INVALID KEY SET WALK-DONE TO TRUE
           END-START.
           PERFORM UNTIL WALK-DONE
               READ STOCK-BALANCE-FILE NEXT
                   AT END SET WALK-DONE TO TRUE
               END-READ
               IF NOT WALK-DONE
                   AND (WS-STOCK-STATUS NOT = '00'
                        OR PART-NUMBER IN STOCK-BALANCE-REC
                               NOT = WS-INQUIRY-PART)
                   SET WALK-DONE TO TRUE
               END-IF
               IF NOT WALK-DONE
                   ADD SB-ON-HAND TO WS-STK-TOTAL
                   IF WS-STK-CTR < WS-STK-MAX
                       ADD 1 TO WS-STK-CTR
                       SET STK-IDX TO WS-STK-CTR
                       MOVE SB-LOCATION TO WS-STK-LOCATION(STK-IDX)
                       MOVE SB-ON-HAND  TO WS-STK-ON-HAND(STK-IDX)
                       MOVE SB-LAST-RECEIPT-DATE
                            TO WS-STK-LAST-RECEIPT(STK-IDX)
                       MOVE SB-LAST-ISSUE-DATE
                            TO WS-STK-LAST-ISSUE(STK-IDX)
                   END-IF
               END-IF
           END-PERFORM.
      *
       SHOW-PAGE.
           DISPLAY SCREEN-RULE-LINE.
           MOVE WS-INQUIRY-PART TO ST-PART-NUMBER.
           MOVE WS-PAGE-NO      TO ST-PAGE-NO.
           MOVE WS-PAGE-COUNT   TO ST-PAGE-COUNT.
           EVALUATE TRUE
               WHEN WS-PAGE-NO = 1
                   MOVE 'PART'      TO ST-SCREEN-NAME
                   DISPLAY SCREEN-TITLE-LINE
                   PERFORM SHOW-PART-SCREEN
               WHEN WS-PAGE-NO = 2
                   MOVE 'SUPPLIER'  TO ST-SCREEN-NAME
                   DISPLAY SCREEN-TITLE-LINE
                   PERFORM SHOW-SUPPLIER-SCREEN
               WHEN WS-PAGE-NO = 3
                   MOVE 'ADDRESSES' TO ST-SCREEN-NAME
                   DISPLAY SCREEN-TITLE-LINE
                   PERFORM SHOW-ADDRESS-SCREEN
               WHEN WS-PAGE-NO = WS-PAGE-COUNT
                   MOVE 'ON HAND'   TO ST-SCREEN-NAME
                   DISPLAY SCREEN-TITLE-LINE
                   PERFORM SHOW-STOCK-SCREEN
               WHEN OTHER
                   MOVE 'OPEN POS'  TO ST-SCREEN-NAME
                   DISPLAY SCREEN-TITLE-LINE
                   PERFORM SHOW-PO-SCREEN
           END-EVALUATE.
           DISPLAY SCREEN-RULE-LINE.
      *
       SHOW-PART-SCREEN.
           IF PART-WAS-RENUMBERED
               MOVE WS-ORIGINAL-PART TO RL-OLD-PART
               DISPLAY RENUMBERED-LINE
           END-IF.
           MOVE PART-NAME IN PARTS-REC TO PL-PART-NAME.
           EVALUATE TRUE
               WHEN ACTIVE-PART IN PARTS-REC
                    MOVE 'ACTIVE'       TO PL-STATUS
               WHEN DISCONTINUED-PART IN PARTS-REC
                    MOVE 'DISCONTINUED' TO PL-STATUS
               WHEN OBSOLETE-PART IN PARTS-REC
                    MOVE 'OBSOLETE'     TO PL-STATUS
               WHEN OTHER
                    MOVE 'UNKNOWN'      TO PL-STATUS
           END-EVALUATE.
           DISPLAY PART-LINE-1.
           MOVE SPEC-NUMBER IN PARTS-REC      TO PL-SPEC.
           MOVE BLUEPRINT-NUMBER IN PARTS-REC TO PL-BLUEPRINT.
           MOVE UNIT-OF-MEASURE IN PARTS-REC  TO PL-UOM.
           MOVE WEEKS-LEAD-TIME IN PARTS-REC  TO PL-LEAD.
           DISPLAY PART-LINE-2.
           MOVE VEHICLE-MAKE IN PARTS-REC     TO PL-MAKE.
           MOVE VEHICLE-MODEL IN PARTS-REC    TO PL-MODEL.
           MOVE VEHICLE-YEAR IN PARTS-REC     TO PL-YEAR.
           DISPLAY PART-LINE-3.
           EVALUATE TRUE
               WHEN GOVT-PART IN PARTS-REC
                    MOVE 'GOVERNMENT' TO PL-GOVT-COMML
               WHEN COMML-PART IN PARTS-REC
                    MOVE 'COMMERCIAL' TO PL-GOVT-COMML
               WHEN OTHER
                    MOVE 'UNKNOWN'    TO PL-GOVT-COMML
           END-EVALUATE.
           DISPLAY PART-LINE-4.
      *
       SHOW-SUPPLIER-SCREEN.
           IF NOT SUPP-FOUND
               MOVE 'NO SUPPLIER ON FILE' TO NL-TEXT
               DISPLAY NONE-LINE
           ELSE
               MOVE SUPPLIER-CODE IN SUPPLIER-REC TO SL-CODE
               MOVE SUPPLIER-NAME IN SUPPLIER-REC TO SL-NAME
               EVALUATE  TRUE
                  WHEN HIGHEST-QUALITY IN SUPPLIER-REC
                       MOVE 'HIGHEST QUALITY' TO SL-RATING
                  WHEN AVERAGE-QUALITY IN SUPPLIER-REC
                       MOVE 'AVERAGE QUALITY' TO SL-RATING
                  WHEN LOWEST-QUALITY  IN SUPPLIER-REC
                       MOVE 'LOWEST QUALITY'  TO SL-RATING
                  WHEN OTHER
                       MOVE 'UNKNOWN RATING'  TO SL-RATING
               END-EVALUATE
               DISPLAY SUPP-LINE-1
               EVALUATE TRUE
                  WHEN SUBCONTRACTOR IN SUPPLIER-REC
                       MOVE 'SUBCONTRACTOR'   TO SL-TYPE
                  WHEN DISTRIBUTOR IN SUPPLIER-REC
                       MOVE 'DISTRIBUTOR'     TO SL-TYPE
                  WHEN MANUFACTURER IN SUPPLIER-REC
                       MOVE 'MANUFACTURER'    TO SL-TYPE
                  WHEN IMPORTER IN SUPPLIER-REC
                       MOVE 'IMPORTER'        TO SL-TYPE
                  WHEN OTHER
                       MOVE 'UNKNOWN'         TO SL-TYPE
               END-EVALUATE
               MOVE SUPPLIER-PERF IN SUPPLIER-REC TO SL-PERF
               DISPLAY SUPP-LINE-2
               IF SUPPLIER-ON-HOLD IN SUPPLIER-REC
                   MOVE SUPPLIER-HOLD-DATE IN SUPPLIER-REC
                        TO SH-HOLD-DATE
                   DISPLAY SUPP-HOLD-LINE
               END-IF
           END-IF.
           DISPLAY ' '.
           IF WS-ALT-CTR = ZERO
               MOVE 'NO APPROVED ALTERNATES' TO NL-TEXT
               DISPLAY NONE-LINE
           ELSE
               PERFORM VARYING ALT-IDX FROM 1 BY 1
                       UNTIL ALT-IDX > WS-ALT-CTR
                   MOVE WS-ALT-CODE(ALT-IDX) TO AS-CODE
                   MOVE WS-ALT-NAME(ALT-IDX) TO AS-NAME
                   MOVE WS-ALT-RANK(ALT-IDX) TO AS-RANK
                   DISPLAY ALT-SUPP-LINE
               END-PERFORM
           END-IF.
      *
      *  Types 1/2/3 are mandatory (RECONCILE's rule) and a missing
      *  one is called out; Bill-To type 4 shows only when present.
       SHOW-ADDRESS-SCREEN.
           PERFORM VARYING WS-ADDR-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-ADDR-TYPE-SUB > 4
               MOVE WS-INQUIRY-PART
                    TO PART-NUMBER IN SUPP-ADDRESS
               MOVE WS-ADDR-TYPE-SUB
                    TO ADDRESS-TYPE IN SUPP-ADDRESS
               READ ADDRESS-FILE
                   INVALID KEY
                       IF WS-ADDR-TYPE-SUB < 4
                           EVALUATE WS-ADDR-TYPE-SUB
                               WHEN 1 MOVE 'NO ORDER ADDRESS (TYPE 1)'
                                           TO NL-TEXT
                               WHEN 2 MOVE 'NO SCHED ADDRESS (TYPE 2)'
                                           TO NL-TEXT
                               WHEN 3 MOVE 'NO REMIT ADDRESS (TYPE 3)'
                                           TO NL-TEXT
                           END-EVALUATE
                           DISPLAY NONE-LINE
                       END-IF
                   NOT INVALID KEY
                       PERFORM FORMAT-ONE-ADDRESS
               END-READ
           END-PERFORM.
      *
      *  Same one-line formatting PARTINQ gives the addresses.
       FORMAT-ONE-ADDRESS.
           MOVE SPACES TO TEMP-ADDRESS ADD-TO-ADDRESS.
           IF ADDRESS-3 IN SUPP-ADDRESS NOT = SPACES
               MOVE ADDRESS-3 IN SUPP-ADDRESS TO ADD-TO-ADDRESS
               PERFORM STRING-THE-ADDRESS
           END-IF.
           IF ADDRESS-2 IN SUPP-ADDRESS NOT = SPACES
               MOVE ADDRESS-2 IN SUPP-ADDRESS TO ADD-TO-ADDRESS
               PERFORM STRING-THE-ADDRESS
           END-IF.
           IF ADDRESS-1 IN SUPP-ADDRESS NOT = SPACES
               MOVE ADDRESS-1 IN SUPP-ADDRESS TO ADD-TO-ADDRESS
               PERFORM STRING-THE-ADDRESS
           END-IF.
           STRING  TEMP-ADDRESS DELIMITED BY '  '
                   ', '         DELIMITED BY SIZE
                   CITY IN SUPP-ADDRESS DELIMITED BY '  '
                   ', '         DELIMITED BY SIZE
                   ADDR-STATE IN SUPP-ADDRESS DELIMITED BY '  '
                   ', '         DELIMITED BY SIZE
                   ZIP-CODE IN SUPP-ADDRESS (1:5) DELIMITED BY SIZE
               INTO TEMP-ADDRESS.
           IF ADDR-COUNTRY IN SUPP-ADDRESS NOT = SPACES
               STRING  TEMP-ADDRESS DELIMITED BY '  '
                       ', '         DELIMITED BY SIZE
                       ADDR-COUNTRY IN SUPP-ADDRESS DELIMITED BY SIZE
                   INTO TEMP-ADDRESS
           END-IF.
           EVALUATE TRUE
               WHEN ORDER-ADDR-TYPE IN SUPP-ADDRESS
                   MOVE 'ORDER ADDRESS  : ' TO AL-LABEL
               WHEN SCHED-ADDR-TYPE IN SUPP-ADDRESS
                   MOVE 'SCHED ADDRESS  : ' TO AL-LABEL
               WHEN REMIT-ADDR-TYPE IN SUPP-ADDRESS
                   MOVE 'REMIT ADDRESS  : ' TO AL-LABEL
               WHEN OTHER
                   MOVE 'BILL-TO ADDRESS: ' TO AL-LABEL
           END-EVALUATE.
           MOVE TEMP-ADDRESS TO AL-ADDRESS.
           DISPLAY ADDR-LINE.
      *
       STRING-THE-ADDRESS.
           IF TEMP-ADDRESS EQUAL SPACES
              STRING ADD-TO-ADDRESS  DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
              INTO TEMP-ADDRESS
           ELSE
              STRING TEMP-ADDRESS DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                ADD-TO-ADDRESS DELIMITED BY SIZE
                    INTO TEMP-ADDRESS
           END-IF.
      *
      *  PO screens are pages 4 onward, ten POs to a screen; the
      *  closed-PO count and any overflow close the last one.
       SHOW-PO-SCREEN.
           DISPLAY PO-HEADER-LINE.
           COMPUTE WS-PO-FIRST =
                   (WS-PAGE-NO - 4) * WS-PO-PAGE-SIZE + 1.
           COMPUTE WS-PO-LAST = WS-PO-FIRST + WS-PO-PAGE-SIZE - 1.
           IF WS-PO-LAST > WS-PO-CTR
               MOVE WS-PO-CTR TO WS-PO-LAST
           END-IF.
           IF WS-PO-CTR = ZERO
               MOVE 'NO OPEN PURCHASE ORDERS' TO NL-TEXT
               DISPLAY NONE-LINE
           ELSE
               PERFORM VARYING PO-IDX FROM WS-PO-FIRST BY 1
                       UNTIL PO-IDX > WS-PO-LAST
                   MOVE WS-POT-NUMBER(PO-IDX)     TO POL-PO-NUMBER
                   MOVE WS-POT-BUYER(PO-IDX)      TO POL-BUYER
                   MOVE WS-POT-QTY(PO-IDX)        TO POL-QTY
                   MOVE WS-POT-OPEN-QTY(PO-IDX)   TO POL-OPEN-QTY
                   MOVE WS-POT-PRICE(PO-IDX)      TO POL-PRICE
                   MOVE WS-POT-CURRENCY(PO-IDX)   TO POL-CURRENCY
                   MOVE WS-POT-DELIV-DATE(PO-IDX) TO POL-DELIV-DATE
                   MOVE WS-POT-RECEIPT(PO-IDX)    TO POL-RECEIPT
                   DISPLAY PO-DETAIL-LINE
               END-PERFORM
           END-IF.
           IF WS-PAGE-NO = WS-PAGE-COUNT - 1
               IF WS-PO-OVERFLOW-CTR > ZERO
                   MOVE WS-PO-OVERFLOW-CTR TO PV-OVERFLOW
                   DISPLAY PO-OVERFLOW-LINE
               END-IF
               IF WS-PO-CLOSED-CTR > ZERO
                   MOVE WS-PO-CLOSED-CTR TO PC-CLOSED
                   DISPLAY PO-CLOSED-LINE
               END-IF
           END-IF.
      *
       SHOW-STOCK-SCREEN.
           IF WS-STK-CTR = ZERO
               MOVE 'NO STOCK BALANCE ON FILE' TO NL-TEXT
               DISPLAY NONE-LINE
           ELSE
               DISPLAY STOCK-HEADER-LINE
               PERFORM VARYING STK-IDX FROM 1 BY 1
                       UNTIL STK-IDX > WS-STK-CTR
                   MOVE WS-STK-LOCATION(STK-IDX)     TO SDL-LOCATION
                   MOVE WS-STK-ON-HAND(STK-IDX)      TO SDL-ON-HAND
                   MOVE WS-STK-LAST-RECEIPT(STK-IDX)
                        TO SDL-LAST-RECEIPT
                   MOVE WS-STK-LAST-ISSUE(STK-IDX)
                        TO SDL-LAST-ISSUE
                   DISPLAY STOCK-DETAIL-LINE
               END-PERFORM
               MOVE WS-STK-TOTAL TO STL-ON-HAND
               DISPLAY STOCK-TOTAL-LINE
           END-IF.
