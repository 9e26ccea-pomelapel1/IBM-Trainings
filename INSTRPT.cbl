       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRPT.
      *
      ********** Workshop 8.1   -   Production Support  ************
      *
      *   Instrument asset register reports.
      *   a)  Maintenance due (MAINTRPT) - every instrument on the
      *       INSTASET register is serviced once a year: the year
      *       runs from its last service, or from the day it was
      *       received if it never has been.  Each one due on or
      *       before the business date is listed with its due date
      *       and, when it is out, who has it - so it can be called
      *       back in for servicing.
      *   b)  Who has what (WHOHAS) - the checked-out instruments
      *       grouped by ARTIST-ACCT-NO, band name from the Artist
      *       Master, with musician, tour, date out and cost, and
      *       each account's instrument count and cost on hand.
      *
      *   The business date is the RUNDATE override when one is
      *   present and valid, else today - the OVERDUE convention.
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-REGISTER    ASSIGN TO INSTASET.
           SELECT ARTIST-MASTER-FILE ASSIGN TO ARTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARTMSTR-ACCT-NO
               FILE STATUS IS WS-ARTM-STATUS.
           SELECT RUN-DATE-FILE     ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT MAINTENANCE-REPORT ASSIGN TO MAINTRPT.
           SELECT WHO-HAS-WHAT-REPORT ASSIGN TO WHOHAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INST-ASSET-REC.
           COPY INSTASET.
      *
       FD  ARTIST-MASTER-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS ARTIST-MASTER-REC.
       COPY ARTMSTR.
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
       FD  MAINTENANCE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAINTENANCE-REPORT-REC.
       01  MAINTENANCE-REPORT-REC             PIC X(132).
      *
       FD  WHO-HAS-WHAT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WHO-HAS-WHAT-REC.
       01  WHO-HAS-WHAT-REC                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-ARTM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-SERVICE-FROM              PIC 9(08) VALUE ZERO.
       01  WS-SERVICE-DUE               PIC 9(08) VALUE ZERO.
       01  WS-BAND-NAME                 PIC X(30) VALUE SPACES.
      *
       COPY DATEPARM.
      *
      *    The asset register held whole for the run.
       01  WS-ASSET-TABLE.
           05  WS-AS-ENTRY OCCURS 500 TIMES
                   INDEXED BY AS-IDX.
               10  WS-AS-SERIAL-NO      PIC X(12).
               10  WS-AS-INSTR          PIC X(06).
               10  WS-AS-QUALITY        PIC X(01).
               10  WS-AS-COST           PIC 9(7)V99.
               10  WS-AS-RECEIVED       PIC 9(08).
               10  WS-AS-STATUS         PIC X(01).
               10  WS-AS-ACCT-NO        PIC X(08).
               10  WS-AS-LNAME          PIC X(15).
               10  WS-AS-FNAME          PIC X(15).
               10  WS-AS-TOUR           PIC X(10).
               10  WS-AS-CHECKOUT       PIC 9(08).
               10  WS-AS-LAST-SERVICE   PIC 9(08).
       01  WS-AS-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-AS-MAX                    PIC S9(4) COMP VALUE 500.
      *
      *    Accounts holding instruments, in the order first met.
       01  WS-ACCT-TABLE.
           05  WS-AC-ENTRY OCCURS 100 TIMES
                   INDEXED BY AC-IDX.
               10  WS-AC-ACCT-NO        PIC X(08).
               10  WS-AC-COUNT          PIC 9(05).
               10  WS-AC-COST           PIC 9(9)V99.
       01  WS-AC-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-AC-MAX                    PIC S9(4) COMP VALUE 100.
      *
       01  ACC-CTRS.
           05  TOT-INSTRUMENTS          PIC 9(5)  VALUE ZERO.
           05  TOT-CHECKED-OUT          PIC 9(5)  VALUE ZERO.
           05  TOT-CHECKED-IN           PIC 9(5)  VALUE ZERO.
           05  TOT-SERVICE-DUE          PIC 9(5)  VALUE ZERO.
           05  TOT-COST-OUT             PIC 9(9)V99 VALUE ZERO.
      *
       01  MAINT-HEADING-1.
           05  FILLER                   PIC X(33) VALUE
               'INSTRUMENT MAINTENANCE DUE AS OF '.
           05  MH-TODAY                 PIC XXXX/XX/XX.
       01  MAINT-HEADING-2.
           05  FILLER                   PIC X(14) VALUE 'SERIAL NO'.
           05  FILLER                   PIC X(08) VALUE 'INSTR'.
           05  FILLER                   PIC X(03) VALUE 'Q'.
           05  FILLER                   PIC X(12) VALUE 'RECEIVED'.
           05  FILLER                   PIC X(12) VALUE 'LAST SVC'.
           05  FILLER                   PIC X(12) VALUE 'DUE'.
           05  FILLER                   PIC X(40) VALUE
               'WHERE IT IS'.
       01  MAINT-DETAIL-LINE.
           05  MD-SERIAL-NO             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MD-INSTR                 PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MD-QUALITY               PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MD-RECEIVED              PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MD-LAST-SERVICE          PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MD-DUE                   PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MD-WHERE                 PIC X(14).
           05  MD-ACCT-NO               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  MD-MUSICIAN              PIC X(15).
       01  WS-EDIT-DATE                 PIC XXXX/XX/XX.
      *
       01  WHO-HEADING-1.
           05  FILLER                   PIC X(30) VALUE
               'INSTRUMENTS CHECKED OUT AS OF '.
           05  WH-TODAY                 PIC XXXX/XX/XX.
       01  ACCOUNT-HEADING.
           05  FILLER                   PIC X(09) VALUE 'ACCOUNT '.
           05  AH-ACCT-NO               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AH-BAND-NAME             PIC X(30).
       01  WHO-DETAIL-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WD-SERIAL-NO             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-INSTR                 PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-QUALITY               PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-LNAME                 PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-FNAME                 PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-TOUR                  PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-CHECKOUT              PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-COST                  PIC $$,$$$,$$9.99.
       01  ACCOUNT-TOTAL-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               'INSTRUMENTS: '.
           05  AT-COUNT                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(60) VALUE
               '   COST ON HAND: '.
           05  AT-COST                  PIC $$$$,$$$,$$9.99.
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X(30) VALUE
               'INSTRUMENTS ON REGISTER: '.
           05  SL-INSTRUMENTS           PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X(30) VALUE
               'CHECKED IN             : '.
           05  SL-CHECKED-IN            PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X(30) VALUE
               'CHECKED OUT            : '.
           05  SL-CHECKED-OUT           PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X(30) VALUE
               'COST CHECKED OUT       : '.
           05  SL-COST-OUT              PIC $$$$,$$$,$$9.99.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X(30) VALUE
               'DUE FOR SERVICE        : '.
           05  SL-SERVICE-DUE           PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-ASSETS.
           PERFORM WRITE-HEADINGS.
           PERFORM CHECK-SERVICE-DUE
               VARYING AS-IDX FROM 1 BY 1
               UNTIL AS-IDX > WS-AS-CTR.
           PERFORM LIST-ONE-ACCOUNT
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-AC-CTR.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
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
      *
       OPEN-FILES.
           OPEN INPUT  ASSET-REGISTER, ARTIST-MASTER-FILE.
           OPEN OUTPUT MAINTENANCE-REPORT, WHO-HAS-WHAT-REPORT.
      *
       CLOSE-FILES.
           CLOSE ASSET-REGISTER, ARTIST-MASTER-FILE,
                 MAINTENANCE-REPORT, WHO-HAS-WHAT-REPORT.
      *
      *  Load the register; each checked-out instrument also puts
      *  its account on the who-has-what account list.
       LOAD-ASSETS.
           MOVE 'N' TO EOF-STAT.
           READ ASSET-REGISTER AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING AS-IDX FROM 1 BY 1 UNTIL
                   AS-IDX > WS-AS-MAX OR END-OF-FILE
               ADD 1 TO WS-AS-CTR, TOT-INSTRUMENTS
               MOVE IA-SERIAL-NO         TO WS-AS-SERIAL-NO(AS-IDX)
               MOVE IA-INSTRUMENT-TYPE   TO WS-AS-INSTR(AS-IDX)
               MOVE IA-QUALITY-GRADE     TO WS-AS-QUALITY(AS-IDX)
               MOVE IA-COST              TO WS-AS-COST(AS-IDX)
               MOVE IA-RECEIVED-DATE     TO WS-AS-RECEIVED(AS-IDX)
               MOVE IA-STATUS            TO WS-AS-STATUS(AS-IDX)
               MOVE IA-ARTIST-ACCT-NO    TO WS-AS-ACCT-NO(AS-IDX)
               MOVE IA-MUSICIAN-LNAME    TO WS-AS-LNAME(AS-IDX)
               MOVE IA-MUSICIAN-FNAME    TO WS-AS-FNAME(AS-IDX)
               MOVE IA-TOUR-NAME         TO WS-AS-TOUR(AS-IDX)
               MOVE IA-CHECKOUT-DATE     TO WS-AS-CHECKOUT(AS-IDX)
               MOVE IA-LAST-SERVICE-DATE TO WS-AS-LAST-SERVICE(AS-IDX)
               IF IA-CHECKED-OUT
                   ADD 1 TO TOT-CHECKED-OUT
                   ADD IA-COST TO TOT-COST-OUT
                   PERFORM ADD-TO-ACCOUNT
               ELSE
                   ADD 1 TO TOT-CHECKED-IN
               END-IF
               READ ASSET-REGISTER
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'WARNING: ASSET REGISTER HAS MORE THAN '
                       WS-AS-MAX ' INSTRUMENTS - REMAINING IGNORED'
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
       ADD-TO-ACCOUNT.
           SET AC-IDX TO 1.
           SEARCH WS-AC-ENTRY
               AT END
                   PERFORM NEW-ACCOUNT
               WHEN AC-IDX > WS-AC-CTR
                   PERFORM NEW-ACCOUNT
               WHEN WS-AC-ACCT-NO(AC-IDX) = IA-ARTIST-ACCT-NO
                   ADD 1       TO WS-AC-COUNT(AC-IDX)
                   ADD IA-COST TO WS-AC-COST(AC-IDX)
           END-SEARCH.
      *
       NEW-ACCOUNT.
           IF WS-AC-CTR < WS-AC-MAX
               ADD 1 TO WS-AC-CTR
               SET AC-IDX TO WS-AC-CTR
               MOVE IA-ARTIST-ACCT-NO TO WS-AC-ACCT-NO(AC-IDX)
               MOVE 1                 TO WS-AC-COUNT(AC-IDX)
               MOVE IA-COST           TO WS-AC-COST(AC-IDX)
           END-IF.
      *
      *  Service falls due a year after the last one (or after
      *  receipt when never serviced).
       CHECK-SERVICE-DUE.
           IF WS-AS-LAST-SERVICE(AS-IDX) > ZERO
               MOVE WS-AS-LAST-SERVICE(AS-IDX) TO WS-SERVICE-FROM
           ELSE
               MOVE WS-AS-RECEIVED(AS-IDX)     TO WS-SERVICE-FROM
           END-IF.
           SET DP-ADD-YEAR TO TRUE.
           MOVE WS-SERVICE-FROM TO DP-DATE-IN.
           CALL 'DATEEDIT' USING DATE-EDIT-PARM.
           IF DP-DATE-VALID
               MOVE DP-DATE-OUT TO WS-SERVICE-DUE
           ELSE
               MOVE ZERO        TO WS-SERVICE-DUE
           END-IF.
           IF WS-SERVICE-DUE NOT > WS-TODAY-DATE
               ADD 1 TO TOT-SERVICE-DUE
               MOVE SPACES                   TO MAINT-DETAIL-LINE
               MOVE WS-AS-SERIAL-NO(AS-IDX)  TO MD-SERIAL-NO
               MOVE WS-AS-INSTR(AS-IDX)      TO MD-INSTR
               MOVE WS-AS-QUALITY(AS-IDX)    TO MD-QUALITY
               MOVE WS-AS-RECEIVED(AS-IDX)   TO MD-RECEIVED
               IF WS-AS-LAST-SERVICE(AS-IDX) > ZERO
                   MOVE WS-AS-LAST-SERVICE(AS-IDX) TO WS-EDIT-DATE
                   MOVE WS-EDIT-DATE         TO MD-LAST-SERVICE
               ELSE
                   MOVE 'NEVER'              TO MD-LAST-SERVICE
               END-IF
               MOVE WS-SERVICE-DUE           TO MD-DUE
               IF WS-AS-STATUS(AS-IDX) = 'O'
                   MOVE 'OUT - RECALL '      TO MD-WHERE
                   MOVE WS-AS-ACCT-NO(AS-IDX) TO MD-ACCT-NO
                   MOVE WS-AS-LNAME(AS-IDX)  TO MD-MUSICIAN
               ELSE
                   MOVE 'IN'                 TO MD-WHERE
               END-IF
               WRITE MAINTENANCE-REPORT-REC FROM MAINT-DETAIL-LINE
           END-IF.
      *
      *  One block per account: the band, then every instrument it
      *  holds, then its count and cost on hand.
       LIST-ONE-ACCOUNT.
           MOVE 'NOT ON ARTIST MASTER' TO WS-BAND-NAME.
           MOVE WS-AC-ACCT-NO(AC-IDX)  TO ARTMSTR-ACCT-NO.
           READ ARTIST-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE ARTMSTR-NAME TO WS-BAND-NAME
           END-READ.
           MOVE WS-AC-ACCT-NO(AC-IDX) TO AH-ACCT-NO.
           MOVE WS-BAND-NAME          TO AH-BAND-NAME.
           MOVE  SPACES TO WHO-HAS-WHAT-REC.
           WRITE WHO-HAS-WHAT-REC.
           WRITE WHO-HAS-WHAT-REC FROM ACCOUNT-HEADING.
           PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > WS-AS-CTR
               IF WS-AS-STATUS(AS-IDX) = 'O'
                  AND WS-AS-ACCT-NO(AS-IDX) = WS-AC-ACCT-NO(AC-IDX)
                   MOVE SPACES                  TO WHO-DETAIL-LINE
                   MOVE WS-AS-SERIAL-NO(AS-IDX) TO WD-SERIAL-NO
                   MOVE WS-AS-INSTR(AS-IDX)     TO WD-INSTR
                   MOVE WS-AS-QUALITY(AS-IDX)   TO WD-QUALITY
                   MOVE WS-AS-LNAME(AS-IDX)     TO WD-LNAME
                   MOVE WS-AS-FNAME(AS-IDX)     TO WD-FNAME
                   MOVE WS-AS-TOUR(AS-IDX)      TO WD-TOUR
                   MOVE WS-AS-CHECKOUT(AS-IDX)  TO WD-CHECKOUT
                   MOVE WS-AS-COST(AS-IDX)      TO WD-COST
                   WRITE WHO-HAS-WHAT-REC FROM WHO-DETAIL-LINE
               END-IF
           END-PERFORM.
           MOVE WS-AC-COUNT(AC-IDX) TO AT-COUNT.
           MOVE WS-AC-COST(AC-IDX)  TO AT-COST.
           WRITE WHO-HAS-WHAT-REC FROM ACCOUNT-TOTAL-LINE.
      *
       WRITE-HEADINGS.
           MOVE WS-TODAY-DATE TO MH-TODAY, WH-TODAY.
           WRITE MAINTENANCE-REPORT-REC FROM MAINT-HEADING-1.
           MOVE  SPACES TO MAINTENANCE-REPORT-REC.
           WRITE MAINTENANCE-REPORT-REC.
           WRITE MAINTENANCE-REPORT-REC FROM MAINT-HEADING-2.
           MOVE  SPACES TO MAINTENANCE-REPORT-REC.
           WRITE MAINTENANCE-REPORT-REC.
           WRITE WHO-HAS-WHAT-REC FROM WHO-HEADING-1.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO MAINTENANCE-REPORT-REC.
           WRITE MAINTENANCE-REPORT-REC.
           MOVE  TOT-SERVICE-DUE TO SL-SERVICE-DUE.
           WRITE MAINTENANCE-REPORT-REC FROM SUMMARY-LINE-5.
           MOVE  SPACES TO WHO-HAS-WHAT-REC.
           WRITE WHO-HAS-WHAT-REC.
           MOVE  TOT-INSTRUMENTS TO SL-INSTRUMENTS.
           WRITE WHO-HAS-WHAT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-CHECKED-IN  TO SL-CHECKED-IN.
           WRITE WHO-HAS-WHAT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-CHECKED-OUT TO SL-CHECKED-OUT.
           WRITE WHO-HAS-WHAT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-COST-OUT    TO SL-COST-OUT.
           WRITE WHO-HAS-WHAT-REC FROM SUMMARY-LINE-4.
