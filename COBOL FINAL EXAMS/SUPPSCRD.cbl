      *   SUPPLIER-PERF score and SUPPLIER-RATING tier, and flags
      *   suppliers whose measured performance contradicts their
      *   tier so purchasing can re-rate them from evidence.
      *
      *   Beside the on-time percentage each supplier shows its
      *   quality-reject count - the lots, and total quantity,
      *   receiving inspection sent back on return-to-vendor
      *   documents (INSPPOST's RTVHIST history).
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER OF SUPPLIER-REC
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT RTV-HISTORY-FILE   ASSIGN TO RTVHIST
               FILE STATUS IS WS-RTVH-STATUS.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT SCORECARD-REPORT   ASSIGN TO SCRDRPT.
       COPY PURCHASE.
      *
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
      *
       FD  RTV-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTV-HIST-REC.
       COPY RTVHIST.
      *
      *
      *    Business-date override - the same one-record control file
       COPY FSPARM.
       01  WS-PO-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SUPP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RTVH-STATUS               PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
      *
               10  WS-SC-MEASURED-POS   PIC 9(05).
               10  WS-SC-ONTIME-POS     PIC 9(05).
               10  WS-SC-DAYS-LATE      PIC S9(07).
               10  WS-SC-REJECT-LOTS    PIC 9(05).
               10  WS-SC-REJECT-QTY     PIC 9(07).
       01  WS-SC-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-SC-MAX                    PIC S9(4) COMP VALUE 200.
      *  Raised when the table is full and the PO's supplier has no
      *  into another supplier's slot.
       01  WS-SC-SKIP-SW                PIC X     VALUE 'N'.
           88  SC-ENTRY-SKIPPED         VALUE 'Y'.
      *  Part whose supplier FIND-SUPPLIER-ENTRY looks up - from the
      *  PO being scored or the RTV lot being counted.
       01  WS-LOOKUP-PART               PIC X(23) VALUE SPACES.
      *
       01  INT-DELIVERY-DATE            PIC 9(7)  VALUE ZERO.
       01  INT-RECEIVED-DATE            PIC 9(7)  VALUE ZERO.
           05  TOT-POS-READ             PIC 9(6)  VALUE ZERO.
           05  TOT-POS-MEASURED         PIC 9(6)  VALUE ZERO.
           05  TOT-FLAGGED              PIC 9(4)  VALUE ZERO.
           05  TOT-REJECT-LOTS          PIC 9(6)  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(06) VALUE ' PERF'.
           05  FILLER                   PIC X(10) VALUE '  POS MEAS'.
           05  FILLER                   PIC X(10) VALUE ' ON-TIME %'.
           05  FILLER                   PIC X(08) VALUE 'REJ LOTS'.
           05  FILLER                   PIC X(09) VALUE '  REJ QTY'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE
               ' AVG DAYS LT'.
           05  FILLER                   PIC X(16) VALUE '  FLAG'.
           05  DL-MEASURED              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-ONTIME-PCT            PIC ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-REJECT-LOTS           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-REJECT-QTY            PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  DL-AVG-LATE              PIC ZZZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE
               'SUPPLIERS FLAGGED      : '.
           05  SL-FLAGGED               PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'RTV LOTS COUNTED       : '.
           05  SL-REJECT-LOTS           PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           PERFORM SCORE-ALL-POS.
           PERFORM COUNT-QUALITY-REJECTS.
           PERFORM WRITE-SCORECARD
               VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > WS-SC-CTR.
              OR RECEIVED-DATE IN PURCHASE-ORDERS = ZERO
               CONTINUE
           ELSE
               MOVE PART-NUMBER IN PURCHASE-ORDERS TO WS-LOOKUP-PART
               PERFORM FIND-SUPPLIER-ENTRY
               IF  SC-ENTRY-SKIPPED
                   CONTINUE
               END-IF
           END-IF.
      *
      *  Every lot inspection returned counts against the supplier
      *  of its part.  No history yet (no rejects ever) counts none.
       COUNT-QUALITY-REJECTS.
           OPEN INPUT RTV-HISTORY-FILE.
           IF WS-RTVH-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               PERFORM UNTIL END-OF-FILE
                   READ RTV-HISTORY-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
                   IF NOT END-OF-FILE
                       MOVE RTV-PART-NUMBER TO WS-LOOKUP-PART
                       PERFORM FIND-SUPPLIER-ENTRY
                       IF NOT SC-ENTRY-SKIPPED
                           ADD 1 TO TOT-REJECT-LOTS
                           ADD 1 TO WS-SC-REJECT-LOTS(SC-IDX)
                           ADD RTV-QTY TO WS-SC-REJECT-QTY(SC-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RTV-HISTORY-FILE
           END-IF.
      *
      *  Positions SC-IDX on WS-LOOKUP-PART's supplier, adding the
      *  entry (keyed read of SUPPLIER-FILE by Part-Number) the
      *  first time the supplier is seen.
       FIND-SUPPLIER-ENTRY.
           MOVE 'N' TO WS-SC-SKIP-SW.
           MOVE WS-LOOKUP-PART TO PART-NUMBER IN SUPPLIER-REC.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE '**UNKNOWN*' TO SUPPLIER-CODE IN SUPPLIER-REC
                       MOVE ZERO TO WS-SC-MEASURED-POS(SC-IDX)
                                    WS-SC-ONTIME-POS(SC-IDX)
                                    WS-SC-DAYS-LATE(SC-IDX)
                                    WS-SC-REJECT-LOTS(SC-IDX)
                                    WS-SC-REJECT-QTY(SC-IDX)
                   ELSE
                       DISPLAY 'WARNING: SCORECARD TABLE FULL - '
                               'SKIPPING SUPPLIER '
               MOVE ZERO TO WS-ONTIME-PCT WS-AVG-DAYS-LATE
           END-IF.
           MOVE WS-ONTIME-PCT                TO DL-ONTIME-PCT.
           MOVE WS-SC-REJECT-LOTS(SC-IDX)    TO DL-REJECT-LOTS.
           MOVE WS-SC-REJECT-QTY(SC-IDX)     TO DL-REJECT-QTY.
           MOVE WS-AVG-DAYS-LATE             TO DL-AVG-LATE.
      *    Evidence versus opinion: a top-tier supplier measuring
      *    under the floor, or a bottom-tier one measuring over the
           WRITE SCORECARD-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-FLAGGED      TO SL-FLAGGED.
           WRITE SCORECARD-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-REJECT-LOTS  TO SL-REJECT-LOTS.
           WRITE SCORECARD-REPORT-REC FROM SUMMARY-LINE-4.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
           SET JC-CHECK TO TRUE.
           MOVE 'SUPPSCRD' TO JC-JOB-NAME.
           MOVE WS-JOB-DATE TO JC-BUSINESS-DATE.
           MOVE 2 TO JC-PRED-COUNT.
           MOVE 'RECPOST ' TO JC-PRED-NAME(1).
           MOVE 'INSPPOST' TO JC-PRED-NAME(2).
           CALL 'JOBCTL' USING JOB-CONTROL-PARM.
      *
       STAMP-RUN-COMPLETE.
