       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTPURG.
       AUTHOR. PRODUCTION SUPPORT.
      *
      ********** Workshop 8.1   -   Production Support  ************
      *
      *   Retention and purge for the history files the batch suite
      *   appends to run after run - FAVLEDGR, LOANHIST, CLMHIST,
      *   RUNLOG, PERHIST, LTRSENT, PARTXREF, POHIST, PRICEHST and
      *   OPSLOG - before the jobs that load them into tables
      *   overflow or the batch window stretches.
      *   a)  One RETNPARM record per ddname gives the position and
      *       length of the date the record is aged by (8 for a
      *       YYYYMMDD date, 6 for a YYYYMM period), the months to
      *       retain and whether expired records are archived.  A
      *       file with no rule, or a rule that does not fit its
      *       record, is left alone.
      *   b)  A record dated in a month before the cutoff (the
      *       business month less the retention months) has
      *       expired.  An expired record is copied to the file's
      *       archive (xxxxARCH, appended run over run, same
      *       layout) when archiving is asked for, else it is
      *       simply dropped; the live file is rewritten with what
      *       remains through the PURGWORK work file.  A file with
      *       nothing expired is not rewritten.
      *   c)  Records downstream programs still need are kept
      *       whatever their age:
      *         LOANHIST - the current and prior tax years'
      *                    payments, for LOANSTMT's interest
      *                    statement - run after year end for the
      *                    year just closed;
      *         PARTXREF - any renumber link that still leads to a
      *                    part on PARTS, through however many
      *                    later renumbers, so PARTINQ still finds
      *                    an old number;
      *         FAVLEDGR - every entry for a title still owned
      *                    (bought more times than returned), so
      *                    FAVS' duplicate-purchase check and
      *                    FAVCOLL's collection listing stand.
      *   d)  PRICEHST is keyed by part: a part whose last order
      *       (price slot 1) has expired is archived and deleted in
      *       place, the POARCH way.
      *   e)  PURGERPT shows for each file the rule applied and the
      *       records read, kept, protected (expired but kept),
      *       archived and purged.
      *
      *   The archive copy is written before a record leaves the
      *   live file.  Should the job fail while a live file is
      *   being rewritten, PURGWORK holds everything that file
      *   keeps.  The business date is the RUNDATE override when
      *   present and valid, else today - the OVERDUE convention.
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-PARM-FILE    ASSIGN TO RETNPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FAV-LEDGER             ASSIGN TO FAVLEDGR
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT FAV-LEDGER-ARCHIVE     ASSIGN TO FAVLARCH
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT LOAN-HISTORY           ASSIGN TO LOANHIST
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT LOAN-HISTORY-ARCHIVE   ASSIGN TO LOANARCH
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT CLAIM-HISTORY          ASSIGN TO CLMHIST
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT CLAIM-HISTORY-ARCHIVE  ASSIGN TO CLMHARCH
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT RUN-LOG                ASSIGN TO RUNLOG
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT RUN-LOG-ARCHIVE        ASSIGN TO RUNLARCH
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PERIOD-HISTORY         ASSIGN TO PERHIST
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT PERIOD-HISTORY-ARCHIVE ASSIGN TO PERHARCH
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT LETTERS-SENT           ASSIGN TO LTRSENT
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT LETTERS-SENT-ARCHIVE   ASSIGN TO LTRSARCH
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PART-XREF              ASSIGN TO PARTXREF
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT PART-XREF-ARCHIVE      ASSIGN TO PXRFARCH
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PO-HISTORY             ASSIGN TO POHIST
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT PO-HISTORY-ARCHIVE     ASSIGN TO POHSARCH
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPS-LOG                ASSIGN TO OPSLOG
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT OPS-LOG-ARCHIVE        ASSIGN TO OPSLARCH
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PRICE-HISTORY          ASSIGN TO PRICEHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRR-PART-NUMBER
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT PRICE-HISTORY-ARCHIVE  ASSIGN TO PRCHARCH
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PARTS-FILE             ASSIGN TO PARTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER OF PARTS-REC
               FILE STATUS IS WS-PARTS-STATUS.
           SELECT WORK-FILE              ASSIGN TO PURGWORK.
           SELECT RUN-DATE-FILE          ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT PURGE-REPORT           ASSIGN TO PURGERPT.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETENTION-PARM-REC.
       01  RETENTION-PARM-REC.
           05  RP-DDNAME                PIC X(08).
           05  RP-DATE-POS              PIC 9(03).
           05  RP-DATE-LEN              PIC 9(01).
           05  RP-RETAIN-MONTHS         PIC 9(03).
           05  RP-ARCHIVE-FLAG          PIC X(01).
           05  FILLER                   PIC X(64).
      *
      *    The live files and their archives.  Only the fields a
      *    protection rule needs are named; the rest rides as
      *    FILLER in the owning program's layout.
       FD  FAV-LEDGER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FAV-LEDGER-REC.
       01  FAV-LEDGER-REC.
           05  FILLER                   PIC X(69).
           05  FLR-TRANS-TYPE           PIC X(01).
               88  FLR-RETURN           VALUE 'R'.
           05  FILLER                   PIC X(02).
           05  FLR-CATALOG-NO           PIC X(08).
      *
       FD  FAV-LEDGER-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FAV-LEDGER-ARCH-REC.
       01  FAV-LEDGER-ARCH-REC          PIC X(80).
      *
       FD  LOAN-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOAN-HISTORY-REC.
       01  LOAN-HISTORY-REC.
           05  FILLER                   PIC X(07).
           05  LHR-PAY-DATE             PIC 9(08).
           05  FILLER                   PIC X(35).
      *
       FD  LOAN-HISTORY-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOAN-HISTORY-ARCH-REC.
       01  LOAN-HISTORY-ARCH-REC        PIC X(50).
      *
       FD  CLAIM-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-HISTORY-REC.
       01  CLAIM-HISTORY-REC            PIC X(120).
      *
       FD  CLAIM-HISTORY-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-HISTORY-ARCH-REC.
       01  CLAIM-HISTORY-ARCH-REC       PIC X(120).
      *
       FD  RUN-LOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-LOG-REC.
       01  RUN-LOG-REC                  PIC X(100).
      *
       FD  RUN-LOG-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-LOG-ARCH-REC.
       01  RUN-LOG-ARCH-REC             PIC X(100).
      *
       FD  PERIOD-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PERIOD-HISTORY-REC.
       01  PERIOD-HISTORY-REC           PIC X(80).
      *
       FD  PERIOD-HISTORY-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PERIOD-HISTORY-ARCH-REC.
       01  PERIOD-HISTORY-ARCH-REC      PIC X(80).
      *
       FD  LETTERS-SENT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LETTERS-SENT-REC.
       01  LETTERS-SENT-REC             PIC X(20).
      *
       FD  LETTERS-SENT-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LETTERS-SENT-ARCH-REC.
       01  LETTERS-SENT-ARCH-REC        PIC X(20).
      *
       FD  PART-XREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PART-XREF-REC.
       01  PART-XREF-REC.
           05  XRR-OLD-PART             PIC X(23).
           05  XRR-NEW-PART             PIC X(23).
           05  FILLER                   PIC X(14).
      *
       FD  PART-XREF-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PART-XREF-ARCH-REC.
       01  PART-XREF-ARCH-REC           PIC X(60).
      *
       FD  PO-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-HISTORY-REC.
       01  PO-HISTORY-REC               PIC X(90).
      *
       FD  PO-HISTORY-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-HISTORY-ARCH-REC.
       01  PO-HISTORY-ARCH-REC          PIC X(90).
      *
       FD  OPS-LOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPS-LOG-REC.
       01  OPS-LOG-REC                  PIC X(50).
      *
       FD  OPS-LOG-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPS-LOG-ARCH-REC.
       01  OPS-LOG-ARCH-REC             PIC X(50).
      *
       FD  PRICE-HISTORY
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PRICE-HISTORY-REC.
       01  PRICE-HISTORY-REC.
           05  PRR-PART-NUMBER          PIC X(23).
           05  FILLER                   PIC X(67).
      *
       FD  PRICE-HISTORY-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICE-HISTORY-ARCH-REC.
       01  PRICE-HISTORY-ARCH-REC       PIC X(90).
      *
       FD  PARTS-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARTS-REC.
       COPY PARTS.
      *
      *    Everything a sequential live file keeps, held while the
      *    file is rewritten - as long as the longest live record.
       FD  WORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WORK-REC.
       01  WORK-REC                     PIC X(120).
      *
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
       FD  PURGE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PURGE-REPORT-REC.
       01  PURGE-REPORT-REC             PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-LIVE-STATUS               PIC X(02) VALUE SPACES.
       01  WS-ARCH-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PARTS-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YEAR            PIC 9(04).
           05  WS-TODAY-MONTH           PIC 9(02).
           05  WS-TODAY-DAY             PIC 9(02).
      *    Oldest tax year LOANSTMT may still be asked for.
       01  WS-TAX-YEAR                  PIC 9(04) VALUE ZERO.
      *
      *    Retention rules from RETNPARM.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 20 TIMES
                   INDEXED BY RULE-IDX.
               10  WS-RULE-DDNAME       PIC X(08).
               10  WS-RULE-DATE-POS     PIC 9(03).
               10  WS-RULE-DATE-LEN     PIC 9(01).
               10  WS-RULE-MONTHS       PIC 9(03).
               10  WS-RULE-ARCHIVE      PIC X(01).
       01  WS-RULE-CTR                  PIC S9(4) COMP VALUE ZERO.
       01  WS-RULE-MAX                  PIC S9(4) COMP VALUE 20.
      *
      *    The rule in force for the file being purged.
       01  WS-FILE-CONTROLS.
           05  WS-DDNAME                PIC X(08) VALUE SPACES.
           05  WS-RECORD-LENGTH         PIC 9(03) VALUE ZERO.
           05  WS-DATE-POS              PIC 9(03) VALUE ZERO.
           05  WS-DATE-LEN              PIC 9(01) VALUE ZERO.
           05  WS-RETAIN-MONTHS         PIC 9(03) VALUE ZERO.
           05  WS-ARCHIVE-SW            PIC X     VALUE 'N'.
               88  ARCHIVE-WANTED       VALUE 'Y'.
           05  WS-RULE-SW               PIC X     VALUE 'N'.
               88  RULE-USABLE          VALUE 'Y'.
           05  WS-CUTOFF-PERIOD         PIC 9(06) VALUE ZERO.
           05  WS-FILE-NOTE             PIC X(40) VALUE SPACES.
       01  WS-MONTH-COUNT               PIC S9(7) COMP VALUE ZERO.
       01  WS-CUTOFF-YEAR               PIC 9(04) VALUE ZERO.
       01  WS-CUTOFF-MONTH              PIC 9(02) VALUE ZERO.
      *
      *    The record being aged, its date and where it goes.
       01  WS-RECORD-BUFFER             PIC X(120) VALUE SPACES.
       01  WS-RECORD-PERIOD             PIC 9(06) VALUE ZERO.
       01  WS-DISPOSITION               PIC X     VALUE 'K'.
           88  RECORD-KEPT              VALUE 'K'.
           88  RECORD-PROTECTED         VALUE 'P'.
           88  RECORD-ARCHIVED          VALUE 'A'.
           88  RECORD-PURGED            VALUE 'X'.
           88  RECORD-EXPIRED           VALUES 'A' 'X'.
      *
       01  WS-FILE-COUNTERS.
           05  WS-READ-CTR              PIC 9(07) VALUE ZERO.
           05  WS-KEPT-CTR              PIC 9(07) VALUE ZERO.
           05  WS-PROTECTED-CTR         PIC 9(07) VALUE ZERO.
           05  WS-ARCHIVED-CTR          PIC 9(07) VALUE ZERO.
           05  WS-PURGED-CTR            PIC 9(07) VALUE ZERO.
           05  WS-REMOVED-CTR           PIC 9(07) VALUE ZERO.
      *
      *    Titles still owned - net purchases less returns per
      *    catalog number over the whole FAVLEDGR ledger.
       01  WS-OWNED-TABLE.
           05  WS-OWN-ENTRY OCCURS 2000 TIMES
                   INDEXED BY OWN-IDX.
               10  WS-OWN-CATALOG-NO    PIC X(08).
               10  WS-OWN-NET           PIC S9(4) COMP.
       01  WS-OWN-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-OWN-MAX                   PIC S9(4) COMP VALUE 2000.
       01  WS-OWN-FULL-SW               PIC X     VALUE 'N'.
           88  OWNED-TABLE-FULL         VALUE 'Y'.
      *
      *    PARTXREF in file order, each link marked when it still
      *    leads to a live part.
       01  WS-XREF-TABLE.
           05  WS-XP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY XP-IDX, XP-IDX2.
               10  WS-XP-OLD-PART       PIC X(23).
               10  WS-XP-NEW-PART       PIC X(23).
               10  WS-XP-NEEDED         PIC X(01).
                   88  XREF-NEEDED      VALUE 'Y'.
       01  WS-XP-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-XP-MAX                    PIC S9(4) COMP VALUE 2000.
       01  WS-XREF-SEQ                  PIC S9(4) COMP VALUE ZERO.
       01  WS-XREF-CHANGED-SW           PIC X     VALUE 'N'.
           88  XREF-CHANGED             VALUE 'Y'.
       01  WS-PARTS-OPEN-SW             PIC X     VALUE 'N'.
           88  PARTS-OPEN               VALUE 'Y'.
      *
       01  ACC-CTRS.
           05  TOT-FILES-PURGED         PIC 9(3)  VALUE ZERO.
           05  TOT-READ                 PIC 9(9)  VALUE ZERO.
           05  TOT-KEPT                 PIC 9(9)  VALUE ZERO.
           05  TOT-ARCHIVED             PIC 9(9)  VALUE ZERO.
           05  TOT-PURGED               PIC 9(9)  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               'HISTORY FILE RETENTION AND PURGE RUN'.
           05  FILLER                   PIC X(15) VALUE
               'BUSINESS DATE: '.
           05  HD-BUSINESS-DATE         PIC 9999/99/99.
       01  HEADING-LINE-2.
           05  FILLER                   PIC X(10) VALUE 'DDNAME'.
           05  FILLER                   PIC X(08) VALUE 'RETAIN'.
           05  FILLER                   PIC X(09) VALUE 'CUTOFF'.
           05  FILLER                   PIC X(06) VALUE 'ARCH'.
           05  FILLER                   PIC X(10) VALUE '      READ'.
           05  FILLER                   PIC X(10) VALUE '      KEPT'.
           05  FILLER                   PIC X(10) VALUE ' PROTECTED'.
           05  FILLER                   PIC X(10) VALUE '  ARCHIVED'.
           05  FILLER                   PIC X(10) VALUE '    PURGED'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE 'NOTE'.
       01  FILE-LINE.
           05  FL-DDNAME                PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FL-MONTHS                PIC ZZ9.
           05  FILLER                   PIC X(05) VALUE ' MOS '.
           05  FL-CUTOFF                PIC 9999/99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FL-ARCHIVE               PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FL-READ                  PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FL-KEPT                  PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FL-PROTECTED             PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FL-ARCHIVED              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FL-PURGED                PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FL-NOTE                  PIC X(40).
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X(30) VALUE
               'FILES PURGED           : '.
           05  SL-FILES                 PIC ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X(30) VALUE
               'RECORDS READ           : '.
           05  SL-READ                  PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X(30) VALUE
               'RECORDS KEPT           : '.
           05  SL-KEPT                  PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X(30) VALUE
               'RECORDS ARCHIVED       : '.
           05  SL-ARCHIVED              PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X(30) VALUE
               'RECORDS PURGED         : '.
           05  SL-PURGED                PIC ZZZ,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-RETENTION-RULES.
           OPEN OUTPUT PURGE-REPORT.
           PERFORM WRITE-HEADINGS.
           PERFORM LOAD-OWNED-TITLES.
           PERFORM LOAD-XREF-LINKS.
           PERFORM PURGE-FAV-LEDGER.
           PERFORM PURGE-LOAN-HISTORY.
           PERFORM PURGE-CLAIM-HISTORY.
           PERFORM PURGE-RUN-LOG.
           PERFORM PURGE-PERIOD-HISTORY.
           PERFORM PURGE-LETTERS-SENT.
           PERFORM PURGE-PART-XREF.
           PERFORM PURGE-PO-HISTORY.
           PERFORM PURGE-PRICE-HISTORY.
           PERFORM PURGE-OPS-LOG.
           PERFORM WRITE-SUMMARY.
           CLOSE PURGE-REPORT.
           GOBACK.
      *
       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN INPUT RUN-DATE-FILE.
           IF WS-RUNDATE-STATUS = '00'
               READ RUN-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RD-BUSINESS-DATE NUMERIC
                           AND RD-BUSINESS-DATE > ZERO
                           MOVE RD-BUSINESS-DATE TO WS-TODAY-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-FILE
           END-IF.
           SUBTRACT 1 FROM WS-TODAY-YEAR GIVING WS-TAX-YEAR.
      *
      *  No RETNPARM means no rules - every file is left as it is.
       LOAD-RETENTION-RULES.
           OPEN INPUT RETENTION-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ RETENTION-PARM-FILE AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM VARYING RULE-IDX FROM 1 BY 1 UNTIL
                       RULE-IDX > WS-RULE-MAX OR END-OF-FILE
                   ADD 1 TO WS-RULE-CTR
                   MOVE RP-DDNAME        TO WS-RULE-DDNAME(RULE-IDX)
                   MOVE RP-DATE-POS      TO WS-RULE-DATE-POS(RULE-IDX)
                   MOVE RP-DATE-LEN      TO WS-RULE-DATE-LEN(RULE-IDX)
                   MOVE RP-RETAIN-MONTHS TO WS-RULE-MONTHS(RULE-IDX)
                   MOVE RP-ARCHIVE-FLAG  TO WS-RULE-ARCHIVE(RULE-IDX)
                   READ RETENTION-PARM-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE RETENTION-PARM-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *  Count each catalog number's purchases less its returns.
      *  Entries from before the album catalog carry no number and
      *  protect nothing.  Should the table fill, every expired
      *  cataloged entry is kept rather than guess.
       LOAD-OWNED-TITLES.
           OPEN INPUT FAV-LEDGER.
           IF WS-LIVE-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               PERFORM UNTIL END-OF-FILE
                   READ FAV-LEDGER
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
                   IF NOT END-OF-FILE
                      AND FLR-CATALOG-NO NOT = SPACES
                       PERFORM NOTE-OWNED-TITLE
                   END-IF
               END-PERFORM
               CLOSE FAV-LEDGER
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       NOTE-OWNED-TITLE.
           SET OWN-IDX TO 1.
           SEARCH WS-OWN-ENTRY
               AT END
                   MOVE 'Y' TO WS-OWN-FULL-SW
               WHEN OWN-IDX > WS-OWN-CTR
                   ADD 1 TO WS-OWN-CTR
                   MOVE FLR-CATALOG-NO TO WS-OWN-CATALOG-NO(OWN-IDX)
                   MOVE ZERO           TO WS-OWN-NET(OWN-IDX)
               WHEN WS-OWN-CATALOG-NO(OWN-IDX) = FLR-CATALOG-NO
                   CONTINUE
           END-SEARCH.
           IF NOT OWNED-TABLE-FULL
               IF FLR-RETURN
                   SUBTRACT 1 FROM WS-OWN-NET(OWN-IDX)
               ELSE
                   ADD 1 TO WS-OWN-NET(OWN-IDX)
               END-IF
           END-IF.
      *
       CHECK-TITLE-OWNED.
           IF FLR-CATALOG-NO NOT = SPACES
               IF OWNED-TABLE-FULL
                   SET RECORD-PROTECTED TO TRUE
               ELSE
                   SET OWN-IDX TO 1
                   SEARCH WS-OWN-ENTRY
                       AT END
                           CONTINUE
                       WHEN OWN-IDX > WS-OWN-CTR
                           CONTINUE
                       WHEN WS-OWN-CATALOG-NO(OWN-IDX) = FLR-CATALOG-NO
                           IF WS-OWN-NET(OWN-IDX) > ZERO
                               SET RECORD-PROTECTED TO TRUE
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.
      *
      *  A link is needed when its new number is on PARTS, or when
      *  its new number was itself renumbered by a needed link -
      *  marked over and over until a pass marks nothing new.
      *  Without PARTS to check against, every link is kept.
       LOAD-XREF-LINKS.
           OPEN INPUT PART-XREF.
           IF WS-LIVE-STATUS = '00'
               OPEN INPUT PARTS-FILE
               IF WS-PARTS-STATUS = '00'
                   MOVE 'Y' TO WS-PARTS-OPEN-SW
               END-IF
               MOVE 'N' TO EOF-STAT
               PERFORM UNTIL END-OF-FILE
                   READ PART-XREF
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
                   IF NOT END-OF-FILE
                      AND WS-XP-CTR < WS-XP-MAX
                       ADD 1 TO WS-XP-CTR
                       SET XP-IDX TO WS-XP-CTR
                       MOVE XRR-OLD-PART TO WS-XP-OLD-PART(XP-IDX)
                       MOVE XRR-NEW-PART TO WS-XP-NEW-PART(XP-IDX)
                       MOVE 'N'          TO WS-XP-NEEDED(XP-IDX)
                       IF NOT PARTS-OPEN
                           MOVE 'Y' TO WS-XP-NEEDED(XP-IDX)
                       ELSE
                           MOVE XRR-NEW-PART
                                TO PART-NUMBER IN PARTS-REC
                           READ PARTS-FILE
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE 'Y' TO WS-XP-NEEDED(XP-IDX)
                           END-READ
                       END-IF
                   END-IF
               END-PERFORM
               IF PARTS-OPEN
                   CLOSE PARTS-FILE
               END-IF
               CLOSE PART-XREF
               MOVE 'N' TO EOF-STAT
               MOVE 'Y' TO WS-XREF-CHANGED-SW
               PERFORM MARK-CHAINED-LINKS UNTIL NOT XREF-CHANGED
           END-IF.
      *
       MARK-CHAINED-LINKS.
           MOVE 'N' TO WS-XREF-CHANGED-SW.
           PERFORM VARYING XP-IDX FROM 1 BY 1
                   UNTIL XP-IDX > WS-XP-CTR
               IF NOT XREF-NEEDED(XP-IDX)
                   PERFORM VARYING XP-IDX2 FROM 1 BY 1
                           UNTIL XP-IDX2 > WS-XP-CTR
                              OR XREF-NEEDED(XP-IDX)
                       IF XREF-NEEDED(XP-IDX2)
                          AND WS-XP-OLD-PART(XP-IDX2)
                            = WS-XP-NEW-PART(XP-IDX)
                           MOVE 'Y' TO WS-XP-NEEDED(XP-IDX)
                           MOVE 'Y' TO WS-XREF-CHANGED-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *
      *  Links past the end of the table were never checked - kept.
       CHECK-XREF-REFERENCED.
           IF WS-XREF-SEQ > WS-XP-CTR
               SET RECORD-PROTECTED TO TRUE
           ELSE
               SET XP-IDX TO WS-XREF-SEQ
               IF XREF-NEEDED(XP-IDX)
                   SET RECORD-PROTECTED TO TRUE
               END-IF
           END-IF.
      *
      *================================================================
      *  One paragraph per history file: START-FILE picks up its
      *  rule, each record is classified and kept, archived or
      *  dropped, and the live file is rewritten from PURGWORK when
      *  anything left it.
      *================================================================
       PURGE-FAV-LEDGER.
           MOVE 'FAVLEDGR' TO WS-DDNAME.
           MOVE 80         TO WS-RECORD-LENGTH.
           PERFORM START-FILE.
           IF RULE-USABLE
               OPEN INPUT FAV-LEDGER
               IF WS-LIVE-STATUS = '00'
                   OPEN OUTPUT WORK-FILE
                   IF ARCHIVE-WANTED
                       OPEN EXTEND FAV-LEDGER-ARCHIVE
                       IF WS-ARCH-STATUS NOT = '00'
                           OPEN OUTPUT FAV-LEDGER-ARCHIVE
                       END-IF
                   END-IF
                   MOVE 'N' TO EOF-STAT
                   PERFORM UNTIL END-OF-FILE
                       READ FAV-LEDGER
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                       IF NOT END-OF-FILE
                           MOVE FAV-LEDGER-REC TO WS-RECORD-BUFFER
                           PERFORM CLASSIFY-RECORD
                           IF RECORD-EXPIRED
                               PERFORM CHECK-TITLE-OWNED
                           END-IF
                           PERFORM COUNT-DISPOSITION
                           EVALUATE TRUE
                               WHEN RECORD-ARCHIVED
                                   WRITE FAV-LEDGER-ARCH-REC
                                         FROM FAV-LEDGER-REC
                               WHEN RECORD-PURGED
                                   CONTINUE
                               WHEN OTHER
                                   WRITE WORK-REC
                                         FROM FAV-LEDGER-REC
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                   CLOSE FAV-LEDGER, WORK-FILE
                   IF ARCHIVE-WANTED
                       CLOSE FAV-LEDGER-ARCHIVE
                   END-IF
                   IF WS-REMOVED-CTR > ZERO
                       OPEN INPUT WORK-FILE
                       OPEN OUTPUT FAV-LEDGER
                       MOVE 'N' TO EOF-STAT
                       PERFORM UNTIL END-OF-FILE
                           READ WORK-FILE
                               AT END MOVE 'Y' TO EOF-STAT
                           END-READ
                           IF NOT END-OF-FILE
                               WRITE FAV-LEDGER-REC FROM WORK-REC
                           END-IF
                       END-PERFORM
                       CLOSE WORK-FILE, FAV-LEDGER
                   END-IF
               ELSE
                   MOVE 'FILE NOT FOUND - NOTHING TO PURGE'
                        TO WS-FILE-NOTE
               END-IF
           END-IF.
           PERFORM WRITE-FILE-LINE.
      *
       PURGE-LOAN-HISTORY.
           MOVE 'LOANHIST' TO WS-DDNAME.
           MOVE 50         TO WS-RECORD-LENGTH.
           PERFORM START-FILE.
           IF RULE-USABLE
               OPEN INPUT LOAN-HISTORY
               IF WS-LIVE-STATUS = '00'
                   OPEN OUTPUT WORK-FILE
                   IF ARCHIVE-WANTED
                       OPEN EXTEND LOAN-HISTORY-ARCHIVE
                       IF WS-ARCH-STATUS NOT = '00'
                           OPEN OUTPUT LOAN-HISTORY-ARCHIVE
                       END-IF
                   END-IF
                   MOVE 'N' TO EOF-STAT
                   PERFORM UNTIL END-OF-FILE
                       READ LOAN-HISTORY
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                       IF NOT END-OF-FILE
                           MOVE LOAN-HISTORY-REC TO WS-RECORD-BUFFER
                           PERFORM CLASSIFY-RECORD
                           IF RECORD-EXPIRED
                              AND LHR-PAY-DATE(1:4) NOT < WS-TAX-YEAR
                               SET RECORD-PROTECTED TO TRUE
                           END-IF
                           PERFORM COUNT-DISPOSITION
                           EVALUATE TRUE
                               WHEN RECORD-ARCHIVED
                                   WRITE LOAN-HISTORY-ARCH-REC
                                         FROM LOAN-HISTORY-REC
                               WHEN RECORD-PURGED
                                   CONTINUE
                               WHEN OTHER
                                   WRITE WORK-REC
                                         FROM LOAN-HISTORY-REC
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                   CLOSE LOAN-HISTORY, WORK-FILE
                   IF ARCHIVE-WANTED
                       CLOSE LOAN-HISTORY-ARCHIVE
                   END-IF
                   IF WS-REMOVED-CTR > ZERO
                       OPEN INPUT WORK-FILE
                       OPEN OUTPUT LOAN-HISTORY
                       MOVE 'N' TO EOF-STAT
                       PERFORM UNTIL END-OF-FILE
                           READ WORK-FILE
                               AT END MOVE 'Y' TO EOF-STAT
                           END-READ
                           IF NOT END-OF-FILE
                               WRITE LOAN-HISTORY-REC FROM WORK-REC
                           END-IF
                       END-PERFORM
                       CLOSE WORK-FILE, LOAN-HISTORY
                   END-IF
               ELSE
                   MOVE 'FILE NOT FOUND - NOTHING TO PURGE'
                        TO WS-FILE-NOTE
               END-IF
           END-IF.
           PERFORM WRITE-FILE-LINE.
      *
       PURGE-CLAIM-HISTORY.
           MOVE 'CLMHIST ' TO WS-DDNAME.
           MOVE 120        TO WS-RECORD-LENGTH.
           PERFORM START-FILE.
           IF RULE-USABLE
               OPEN INPUT CLAIM-HISTORY
               IF WS-LIVE-STATUS = '00'
                   OPEN OUTPUT WORK-FILE
                   IF ARCHIVE-WANTED
                       OPEN EXTEND CLAIM-HISTORY-ARCHIVE
                       IF WS-ARCH-STATUS NOT = '00'
                           OPEN OUTPUT CLAIM-HISTORY-ARCHIVE
                       END-IF
                   END-IF
                   MOVE 'N' TO EOF-STAT
                   PERFORM UNTIL END-OF-FILE
                       READ CLAIM-HISTORY
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                       IF NOT END-OF-FILE
                           MOVE CLAIM-HISTORY-REC TO WS-RECORD-BUFFER
                           PERFORM CLASSIFY-RECORD
                           PERFORM COUNT-DISPOSITION
                           EVALUATE TRUE
                               WHEN RECORD-ARCHIVED
                                   WRITE CLAIM-HISTORY-ARCH-REC
                                         FROM CLAIM-HISTORY-REC
                               WHEN RECORD-PURGED
                                   CONTINUE
                               WHEN OTHER
                                   WRITE WORK-REC
                                         FROM CLAIM-HISTORY-REC
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                   CLOSE CLAIM-HISTORY, WORK-FILE
                   IF ARCHIVE-WANTED
                       CLOSE CLAIM-HISTORY-ARCHIVE
                   END-IF
                   IF WS-REMOVED-CTR > ZERO
                       OPEN INPUT WORK-FILE
                       OPEN OUTPUT CLAIM-HISTORY
                       MOVE 'N' TO EOF-STAT
                       PERFORM UNTIL END-OF-FILE
                           READ WORK-FILE
                               AT END MOVE 'Y' TO EOF-STAT
                           END-READ
                           IF NOT END-OF-FILE
                               WRITE CLAIM-HISTORY-REC FROM WORK-REC
                           END-IF
                       END-PERFORM
                       CLOSE WORK-FILE, CLAIM-HISTORY
                   END-IF
               ELSE
                   MOVE 'FILE NOT FOUND - NOTHING TO PURGE'
                        TO WS-FILE-NOTE
               END-IF
           END-IF.
           PERFORM WRITE-FILE-LINE.
      *
       PURGE-RUN-LOG.
           MOVE 'RUNLOG  ' TO WS-DDNAME.
           MOVE 100        TO WS-RECORD-LENGTH.
           PERFORM START-FILE.
           IF RULE-USABLE
               OPEN INPUT RUN-LOG
               IF WS-LIVE-STATUS = '00'
                   OPEN OUTPUT WORK-FILE
                   IF ARCHIVE-WANTED
                       OPEN EXTEND RUN-LOG-ARCHIVE
                       IF WS-ARCH-STATUS NOT = '00'
                           OPEN OUTPUT RUN-LOG-ARCHIVE
                       END-IF
                   END-IF
                   MOVE 'N' TO EOF-STAT
                   PERFORM UNTIL END-OF-FILE
                       READ RUN-LOG
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                       IF NOT END-OF-FILE
                           MOVE RUN-LOG-REC TO WS-RECORD-BUFFER
                           PERFORM CLASSIFY-RECORD
                           PERFORM COUNT-DISPOSITION
                           EVALUATE TRUE
                               WHEN RECORD-ARCHIVED
                                   WRITE RUN-LOG-ARCH-REC
                                         FROM RUN-LOG-REC
                               WHEN RECORD-PURGED
                                   CONTINUE
                               WHEN OTHER
                                   WRITE WORK-REC
                                         FROM RUN-LOG-REC
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                   CLOSE RUN-LOG, WORK-FILE
                   IF ARCHIVE-WANTED
                       CLOSE RUN-LOG-ARCHIVE
                   END-IF
                   IF WS-REMOVED-CTR > ZERO
                       OPEN INPUT WORK-FILE
                       OPEN OUTPUT RUN-LOG
                       MOVE 'N' TO EOF-STAT
                       PERFORM UNTIL END-OF-FILE
                           READ WORK-FILE
                               AT END MOVE 'Y' TO EOF-STAT
                           END-READ
                           IF NOT END-OF-FILE
                               WRITE RUN-LOG-REC FROM WORK-REC
                           END-IF
                       END-PERFORM
                       CLOSE WORK-FILE, RUN-LOG
                   END-IF
               ELSE
                   MOVE 'FILE NOT FOUND - NOTHING TO PURGE'
                        TO WS-FILE-NOTE
               END-IF
           END-IF.
           PERFORM WRITE-FILE-LINE.
      *
       PURGE-PERIOD-HISTORY.
           MOVE 'PERHIST ' TO WS-DDNAME.
           MOVE 80         TO WS-RECORD-LENGTH.
           PERFORM START-FILE.
           IF RULE-USABLE
               OPEN INPUT PERIOD-HISTORY
               IF WS-LIVE-STATUS = '00'
                   OPEN OUTPUT WORK-FILE
                   IF ARCHIVE-WANTED
                       OPEN EXTEND PERIOD-HISTORY-ARCHIVE
                       IF WS-ARCH-STATUS NOT = '00'
                           OPEN OUTPUT PERIOD-HISTORY-ARCHIVE
                       END-IF
                   END-IF
                   MOVE 'N' TO EOF-STAT
                   PERFORM UNTIL END-OF-FILE
                       READ PERIOD-HISTORY
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                       IF NOT END-OF-FILE
                           MOVE PERIOD-HISTORY-REC TO WS-RECORD-BUFFER
                           PERFORM CLASSIFY-RECORD
                           PERFORM COUNT-DISPOSITION
                           EVALUATE TRUE
                               WHEN RECORD-ARCHIVED
                                   WRITE PERIOD-HISTORY-ARCH-REC
                                         FROM PERIOD-HISTORY-REC
                               WHEN RECORD-PURGED
                                   CONTINUE
                               WHEN OTHER
                                   WRITE WORK-REC
                                         FROM PERIOD-HISTORY-REC
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                   CLOSE PERIOD-HISTORY, WORK-FILE
                   IF ARCHIVE-WANTED
                       CLOSE PERIOD-HISTORY-ARCHIVE
                   END-IF
                   IF WS-REMOVED-CTR > ZERO
                       OPEN INPUT WORK-FILE
                       OPEN OUTPUT PERIOD-HISTORY
                       MOVE 'N' TO EOF-STAT
                       PERFORM UNTIL END-OF-FILE
                           READ WORK-FILE
                               AT END MOVE 'Y' TO EOF-STAT
                           END-READ
                           IF NOT END-OF-FILE
                               WRITE PERIOD-HISTORY-REC FROM WORK-REC
                           END-IF
                       END-PERFORM
                       CLOSE WORK-FILE, PERIOD-HISTORY
                   END-IF
               ELSE
                   MOVE 'FILE NOT FOUND - NOTHING TO PURGE'
                        TO WS-FILE-NOTE
               END-IF
           END-IF.
           PERFORM WRITE-FILE-LINE.
      *
       PURGE-LETTERS-SENT.
           MOVE 'LTRSENT ' TO WS-DDNAME.
           MOVE 20         TO WS-RECORD-LENGTH.
           PERFORM START-FILE.
           IF RULE-USABLE
               OPEN INPUT LETTERS-SENT
               IF WS-LIVE-STATUS = '00'
                   OPEN OUTPUT WORK-FILE
                   IF ARCHIVE-WANTED
                       OPEN EXTEND LETTERS-SENT-ARCHIVE
                       IF WS-ARCH-STATUS NOT = '00'
                           OPEN OUTPUT LETTERS-SENT-ARCHIVE
                       END-IF
                   END-IF
                   MOVE 'N' TO EOF-STAT
                   PERFORM UNTIL END-OF-FILE
                       READ LETTERS-SENT
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                       IF NOT END-OF-FILE
                           MOVE LETTERS-SENT-REC TO WS-RECORD-BUFFER
                           PERFORM CLASSIFY-RECORD
                           PERFORM COUNT-DISPOSITION
                           EVALUATE TRUE
                               WHEN RECORD-ARCHIVED
                                   WRITE LETTERS-SENT-ARCH-REC
                                         FROM LETTERS-SENT-REC
                               WHEN RECORD-PURGED
                                   CONTINUE
                               WHEN OTHER
                                   WRITE WORK-REC
                                         FROM LETTERS-SENT-REC
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                   CLOSE LETTERS-SENT, WORK-FILE
                   IF ARCHIVE-WANTED
                       CLOSE LETTERS-SENT-ARCHIVE
                   END-IF
                   IF WS-REMOVED-CTR > ZERO
                       OPEN INPUT WORK-FILE
                       OPEN OUTPUT LETTERS-SENT
                       MOVE 'N' TO EOF-STAT
                       PERFORM UNTIL END-OF-FILE
                           READ WORK-FILE
                               AT END MOVE 'Y' TO EOF-STAT
                           END-READ
                           IF NOT END-OF-FILE
                               WRITE LETTERS-SENT-REC FROM WORK-REC
                           END-IF
                       END-PERFORM
                       CLOSE WORK-FILE, LETTERS-SENT
                   END-IF
               ELSE
                   MOVE 'FILE NOT FOUND - NOTHING TO PURGE'
                        TO WS-FILE-NOTE
               END-IF
           END-IF.
           PERFORM WRITE-FILE-LINE.
      *
       PURGE-PART-XREF.
           MOVE 'PARTXREF' TO WS-DDNAME.
           MOVE 60         TO WS-RECORD-LENGTH.
           PERFORM START-FILE.
           IF RULE-USABLE
               OPEN INPUT PART-XREF
               IF WS-LIVE-STATUS = '00'
                   OPEN OUTPUT WORK-FILE
                   IF ARCHIVE-WANTED
                       OPEN EXTEND PART-XREF-ARCHIVE
                       IF WS-ARCH-STATUS NOT = '00'
                           OPEN OUTPUT PART-XREF-ARCHIVE
                       END-IF
                   END-IF
                   MOVE 'N' TO EOF-STAT
                   PERFORM UNTIL END-OF-FILE
                       READ PART-XREF
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                       IF NOT END-OF-FILE
                           MOVE PART-XREF-REC TO WS-RECORD-BUFFER
                           PERFORM CLASSIFY-RECORD
                           ADD 1 TO WS-XREF-SEQ
                           IF RECORD-EXPIRED
                               PERFORM CHECK-XREF-REFERENCED
                           END-IF
                           PERFORM COUNT-DISPOSITION
                           EVALUATE TRUE
                               WHEN RECORD-ARCHIVED
                                   WRITE PART-XREF-ARCH-REC
                                         FROM PART-XREF-REC
                               WHEN RECORD-PURGED
                                   CONTINUE
                               WHEN OTHER
                                   WRITE WORK-REC
                                         FROM PART-XREF-REC
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                   CLOSE PART-XREF, WORK-FILE
                   IF ARCHIVE-WANTED
                       CLOSE PART-XREF-ARCHIVE
                   END-IF
                   IF WS-REMOVED-CTR > ZERO
                       OPEN INPUT WORK-FILE
                       OPEN OUTPUT PART-XREF
                       MOVE 'N' TO EOF-STAT
                       PERFORM UNTIL END-OF-FILE
                           READ WORK-FILE
                               AT END MOVE 'Y' TO EOF-STAT
                           END-READ
                           IF NOT END-OF-FILE
                               WRITE PART-XREF-REC FROM WORK-REC
                           END-IF
                       END-PERFORM
                       CLOSE WORK-FILE, PART-XREF
                   END-IF
               ELSE
                   MOVE 'FILE NOT FOUND - NOTHING TO PURGE'
                        TO WS-FILE-NOTE
               END-IF
           END-IF.
           PERFORM WRITE-FILE-LINE.
      *
       PURGE-PO-HISTORY.
           MOVE 'POHIST  ' TO WS-DDNAME.
           MOVE 90         TO WS-RECORD-LENGTH.
           PERFORM START-FILE.
           IF RULE-USABLE
               OPEN INPUT PO-HISTORY
               IF WS-LIVE-STATUS = '00'
                   OPEN OUTPUT WORK-FILE
                   IF ARCHIVE-WANTED
                       OPEN EXTEND PO-HISTORY-ARCHIVE
                       IF WS-ARCH-STATUS NOT = '00'
                           OPEN OUTPUT PO-HISTORY-ARCHIVE
                       END-IF
                   END-IF
                   MOVE 'N' TO EOF-STAT
                   PERFORM UNTIL END-OF-FILE
                       READ PO-HISTORY
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                       IF NOT END-OF-FILE
                           MOVE PO-HISTORY-REC TO WS-RECORD-BUFFER
                           PERFORM CLASSIFY-RECORD
                           PERFORM COUNT-DISPOSITION
                           EVALUATE TRUE
                               WHEN RECORD-ARCHIVED
                                   WRITE PO-HISTORY-ARCH-REC
                                         FROM PO-HISTORY-REC
                               WHEN RECORD-PURGED
                                   CONTINUE
                               WHEN OTHER
                                   WRITE WORK-REC
                                         FROM PO-HISTORY-REC
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                   CLOSE PO-HISTORY, WORK-FILE
                   IF ARCHIVE-WANTED
                       CLOSE PO-HISTORY-ARCHIVE
                   END-IF
                   IF WS-REMOVED-CTR > ZERO
                       OPEN INPUT WORK-FILE
                       OPEN OUTPUT PO-HISTORY
                       MOVE 'N' TO EOF-STAT
                       PERFORM UNTIL END-OF-FILE
                           READ WORK-FILE
                               AT END MOVE 'Y' TO EOF-STAT
                           END-READ
                           IF NOT END-OF-FILE
                               WRITE PO-HISTORY-REC FROM WORK-REC
                           END-IF
                       END-PERFORM
                       CLOSE WORK-FILE, PO-HISTORY
                   END-IF
               ELSE
                   MOVE 'FILE NOT FOUND - NOTHING TO PURGE'
                        TO WS-FILE-NOTE
               END-IF
           END-IF.
           PERFORM WRITE-FILE-LINE.
      *
       PURGE-OPS-LOG.
           MOVE 'OPSLOG  ' TO WS-DDNAME.
           MOVE 50         TO WS-RECORD-LENGTH.
           PERFORM START-FILE.
           IF RULE-USABLE
               OPEN INPUT OPS-LOG
               IF WS-LIVE-STATUS = '00'
                   OPEN OUTPUT WORK-FILE
                   IF ARCHIVE-WANTED
                       OPEN EXTEND OPS-LOG-ARCHIVE
                       IF WS-ARCH-STATUS NOT = '00'
                           OPEN OUTPUT OPS-LOG-ARCHIVE
                       END-IF
                   END-IF
                   MOVE 'N' TO EOF-STAT
                   PERFORM UNTIL END-OF-FILE
                       READ OPS-LOG
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                       IF NOT END-OF-FILE
                           MOVE OPS-LOG-REC TO WS-RECORD-BUFFER
                           PERFORM CLASSIFY-RECORD
                           PERFORM COUNT-DISPOSITION
                           EVALUATE TRUE
                               WHEN RECORD-ARCHIVED
                                   WRITE OPS-LOG-ARCH-REC
                                         FROM OPS-LOG-REC
                               WHEN RECORD-PURGED
                                   CONTINUE
                               WHEN OTHER
                                   WRITE WORK-REC
                                         FROM OPS-LOG-REC
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                   CLOSE OPS-LOG, WORK-FILE
                   IF ARCHIVE-WANTED
                       CLOSE OPS-LOG-ARCHIVE
                   END-IF
                   IF WS-REMOVED-CTR > ZERO
                       OPEN INPUT WORK-FILE
                       OPEN OUTPUT OPS-LOG
                       MOVE 'N' TO EOF-STAT
                       PERFORM UNTIL END-OF-FILE
                           READ WORK-FILE
                               AT END MOVE 'Y' TO EOF-STAT
                           END-READ
                           IF NOT END-OF-FILE
                               WRITE OPS-LOG-REC FROM WORK-REC
                           END-IF
                       END-PERFORM
                       CLOSE WORK-FILE, OPS-LOG
                   END-IF
               ELSE
                   MOVE 'FILE NOT FOUND - NOTHING TO PURGE'
                        TO WS-FILE-NOTE
               END-IF
           END-IF.
           PERFORM WRITE-FILE-LINE.
      *
      *  PRICEHST is keyed - expired parts are archived and deleted
      *  in place.  The archive copy goes first, so a failure leaves
      *  a part on both files, never on neither.
       PURGE-PRICE-HISTORY.
           MOVE 'PRICEHST' TO WS-DDNAME.
           MOVE 90         TO WS-RECORD-LENGTH.
           PERFORM START-FILE.
           IF RULE-USABLE
               OPEN I-O PRICE-HISTORY
               IF WS-LIVE-STATUS = '00'
                   IF ARCHIVE-WANTED
                       OPEN EXTEND PRICE-HISTORY-ARCHIVE
                       IF WS-ARCH-STATUS NOT = '00'
                           OPEN OUTPUT PRICE-HISTORY-ARCHIVE
                       END-IF
                   END-IF
                   MOVE 'N' TO EOF-STAT
                   PERFORM UNTIL END-OF-FILE
                       READ PRICE-HISTORY NEXT
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                       IF NOT END-OF-FILE
                          AND WS-LIVE-STATUS NOT = '00'
                           MOVE 'Y' TO EOF-STAT
                       END-IF
                       IF NOT END-OF-FILE
                           MOVE PRICE-HISTORY-REC TO WS-RECORD-BUFFER
                           PERFORM CLASSIFY-RECORD
                           PERFORM COUNT-DISPOSITION
                           IF RECORD-ARCHIVED
                               WRITE PRICE-HISTORY-ARCH-REC
                                     FROM PRICE-HISTORY-REC
                           END-IF
                           IF RECORD-EXPIRED
                               DELETE PRICE-HISTORY
                                   INVALID KEY
                                       DISPLAY 'HISTPURG: DELETE '
                                               'FAILED FOR PRICEHST '
                                               PRR-PART-NUMBER
                               END-DELETE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE PRICE-HISTORY
                   IF ARCHIVE-WANTED
                       CLOSE PRICE-HISTORY-ARCHIVE
                   END-IF
               ELSE
                   MOVE 'FILE NOT FOUND - NOTHING TO PURGE'
                        TO WS-FILE-NOTE
               END-IF
           END-IF.
           PERFORM WRITE-FILE-LINE.
      *
      *================================================================
      *  Shared by every file.
      *================================================================
       START-FILE.
           MOVE ZERO   TO WS-READ-CTR, WS-KEPT-CTR, WS-PROTECTED-CTR,
                          WS-ARCHIVED-CTR, WS-PURGED-CTR,
                          WS-REMOVED-CTR, WS-XREF-SEQ,
                          WS-RETAIN-MONTHS, WS-CUTOFF-PERIOD.
           MOVE SPACES TO WS-FILE-NOTE.
           MOVE 'N'    TO WS-RULE-SW, WS-ARCHIVE-SW.
           SET RULE-IDX TO 1.
           SEARCH WS-RULE-ENTRY
               AT END
                   CONTINUE
               WHEN RULE-IDX > WS-RULE-CTR
                   CONTINUE
               WHEN WS-RULE-DDNAME(RULE-IDX) = WS-DDNAME
                   MOVE 'Y' TO WS-RULE-SW
                   MOVE WS-RULE-DATE-POS(RULE-IDX) TO WS-DATE-POS
                   MOVE WS-RULE-DATE-LEN(RULE-IDX) TO WS-DATE-LEN
                   MOVE WS-RULE-MONTHS(RULE-IDX)   TO WS-RETAIN-MONTHS
                   IF WS-RULE-ARCHIVE(RULE-IDX) = 'Y'
                       MOVE 'Y' TO WS-ARCHIVE-SW
                   END-IF
           END-SEARCH.
           EVALUATE TRUE
               WHEN NOT RULE-USABLE
                   MOVE 'NO RETENTION RULE - NOT PURGED'
                        TO WS-FILE-NOTE
               WHEN WS-DATE-POS NOT NUMERIC
                 OR WS-DATE-LEN NOT NUMERIC
                 OR WS-RETAIN-MONTHS NOT NUMERIC
                 OR WS-DATE-POS = ZERO
                 OR (WS-DATE-LEN NOT = 6 AND WS-DATE-LEN NOT = 8)
                 OR WS-DATE-POS + WS-DATE-LEN - 1 > WS-RECORD-LENGTH
                 OR WS-RETAIN-MONTHS = ZERO
                   MOVE 'N' TO WS-RULE-SW
                   MOVE 'RULE DOES NOT FIT THE FILE - NOT PURGED'
                        TO WS-FILE-NOTE
               WHEN OTHER
                   COMPUTE WS-MONTH-COUNT = WS-TODAY-YEAR * 12
                                          + WS-TODAY-MONTH - 1
                                          - WS-RETAIN-MONTHS
                   DIVIDE WS-MONTH-COUNT BY 12
                       GIVING WS-CUTOFF-YEAR
                       REMAINDER WS-CUTOFF-MONTH
                   ADD 1 TO WS-CUTOFF-MONTH
                   COMPUTE WS-CUTOFF-PERIOD = WS-CUTOFF-YEAR * 100
                                            + WS-CUTOFF-MONTH
           END-EVALUATE.
      *
      *  A record whose date is blank, zero or not numeric cannot be
      *  aged and stays.
       CLASSIFY-RECORD.
           SET RECORD-KEPT TO TRUE.
           IF WS-RECORD-BUFFER(WS-DATE-POS:WS-DATE-LEN) NUMERIC
               MOVE WS-RECORD-BUFFER(WS-DATE-POS:6)
                    TO WS-RECORD-PERIOD
               IF WS-RECORD-PERIOD > ZERO
                  AND WS-RECORD-PERIOD < WS-CUTOFF-PERIOD
                   IF ARCHIVE-WANTED
                       SET RECORD-ARCHIVED TO TRUE
                   ELSE
                       SET RECORD-PURGED TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       COUNT-DISPOSITION.
           ADD 1 TO WS-READ-CTR.
           EVALUATE TRUE
               WHEN RECORD-KEPT
                   ADD 1 TO WS-KEPT-CTR
               WHEN RECORD-PROTECTED
                   ADD 1 TO WS-KEPT-CTR, WS-PROTECTED-CTR
               WHEN RECORD-ARCHIVED
                   ADD 1 TO WS-ARCHIVED-CTR, WS-REMOVED-CTR
               WHEN RECORD-PURGED
                   ADD 1 TO WS-PURGED-CTR, WS-REMOVED-CTR
           END-EVALUATE.
      *
       WRITE-HEADINGS.
           MOVE  WS-TODAY-DATE TO HD-BUSINESS-DATE.
           WRITE PURGE-REPORT-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO PURGE-REPORT-REC.
           WRITE PURGE-REPORT-REC.
           WRITE PURGE-REPORT-REC FROM HEADING-LINE-2.
      *
       WRITE-FILE-LINE.
           MOVE SPACES           TO FILE-LINE.
           MOVE WS-DDNAME        TO FL-DDNAME.
           IF RULE-USABLE
               MOVE WS-RETAIN-MONTHS TO FL-MONTHS
               MOVE WS-CUTOFF-PERIOD TO FL-CUTOFF
               MOVE WS-ARCHIVE-SW    TO FL-ARCHIVE
               MOVE WS-READ-CTR      TO FL-READ
               MOVE WS-KEPT-CTR      TO FL-KEPT
               MOVE WS-PROTECTED-CTR TO FL-PROTECTED
               MOVE WS-ARCHIVED-CTR  TO FL-ARCHIVED
               MOVE WS-PURGED-CTR    TO FL-PURGED
               IF WS-FILE-NOTE = SPACES
                   IF WS-REMOVED-CTR > ZERO
                       MOVE 'LIVE FILE REWRITTEN' TO WS-FILE-NOTE
                       ADD 1 TO TOT-FILES-PURGED
                   ELSE
                       MOVE 'NOTHING EXPIRED - FILE UNCHANGED'
                            TO WS-FILE-NOTE
                   END-IF
               END-IF
               ADD WS-READ-CTR     TO TOT-READ
               ADD WS-KEPT-CTR     TO TOT-KEPT
               ADD WS-ARCHIVED-CTR TO TOT-ARCHIVED
               ADD WS-PURGED-CTR   TO TOT-PURGED
           END-IF.
           MOVE WS-FILE-NOTE     TO FL-NOTE.
           WRITE PURGE-REPORT-REC FROM FILE-LINE.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO PURGE-REPORT-REC.
           WRITE PURGE-REPORT-REC.
           MOVE  TOT-FILES-PURGED TO SL-FILES.
           WRITE PURGE-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-READ         TO SL-READ.
           WRITE PURGE-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-KEPT         TO SL-KEPT.
           WRITE PURGE-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-ARCHIVED     TO SL-ARCHIVED.
           WRITE PURGE-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-PURGED       TO SL-PURGED.
           WRITE PURGE-REPORT-REC FROM SUMMARY-LINE-5.
