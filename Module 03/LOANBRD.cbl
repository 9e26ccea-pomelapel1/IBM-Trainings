       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANBRD.
       ENVIRONMENT DIVISION.
      *******************************************************
      *    New-Loan Boarding                                 *
      *                                                      *
      *    Takes the accepted quotes MORTGAGE writes to      *
      *    NEWLOANS and adds each one to the active-loan     *
      *    master LOANPOST carries forward - first           *
      *    NEXT-DUE-DATE, starting balance, LM-PAYMENT and   *
      *    LM-ESCROW exactly as quoted - so servicing stops  *
      *    re-keying every new loan by hand.  A loan id      *
      *    already on the master (or boarded earlier in the  *
      *    same feed) is refused, as is a record whose       *
      *    amounts or due date won't post.  The boarding     *
      *    report lists every record and balances the count  *
      *    and principal boarded plus refused against the    *
      *    count and principal MORTGAGE wrote; the master    *
      *    with the new loans added goes to LOANMSTO.         *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-IN     ASSIGN TO LOANMSTR.
           SELECT NEW-LOANS-FILE     ASSIGN TO NEWLOANS
               FILE STATUS IS WS-NEWLN-STATUS.
           SELECT LOAN-MASTER-OUT    ASSIGN TO LOANMSTO.
           SELECT BOARDING-REPORT    ASSIGN TO BOARDRPT.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOAN-MASTER-REC.
       01  LOAN-MASTER-REC.
           05  LM-LOAN-ID               PIC X(07).
           05  LM-MEMBER-NAME           PIC X(20).
           05  LM-BALANCE               PIC S9(9)V99.
           05  LM-ANNUAL-RATE           PIC 9(02)V9(4).
           05  LM-PAYMENT               PIC S9(7)V99.
           05  LM-NEXT-DUE-DATE         PIC 9(08).
           05  LM-ESCROW                PIC S9(5)V99.
      *    Escrow balance and advance switch - see LOANPOST.
           05  LM-ESCROW-BAL            PIC S9(7)V99.
           05  LM-ESCROW-ADV-SW         PIC X(01).
               88  LM-ESCROW-ADVANCED   VALUE 'Y'.
           05  FILLER                   PIC X(02).
      *    Maturity and adjustable-rate terms - see ARMRESET.
           05  LM-MATURITY-DATE         PIC 9(08).
           05  LM-ARM-TERMS.
               10  LM-ARM-INDEX-CODE    PIC X(04).
                   88  LM-FIXED-RATE    VALUE SPACES.
               10  LM-ARM-NEXT-RESET    PIC 9(08).
               10  LM-ARM-RESET-MONTHS  PIC 9(03).
               10  LM-ARM-MARGIN        PIC 9(02)V9(4).
               10  LM-ARM-PERIOD-CAP    PIC 9(02)V9(4).
               10  LM-ARM-LIFE-CEILING  PIC 9(02)V9(4).
               10  LM-ARM-PEND-RATE     PIC 9(02)V9(4).
               10  LM-ARM-PEND-PAYMENT  PIC S9(7)V99.
               10  LM-ARM-NOTICE-SW     PIC X(01).
                   88  LM-ARM-NOTICE-SENT VALUE 'Y'.
      *    Suspense and unpaid fees - see LOANPOST.
           05  LM-SUSPENSE-BAL          PIC S9(7)V99.
           05  LM-FEES-DUE              PIC S9(5)V99.
      *    Modification and forbearance terms - see LOANMOD.
           05  LM-WORKOUT-TERMS.
               10  LM-PLAN-TYPE         PIC X(01).
                   88  LM-FORBEARANCE-PLAN VALUE 'F'.
               10  LM-PLAN-START-DATE   PIC 9(08).
               10  LM-PLAN-RESUME-DATE  PIC 9(08).
               10  LM-PLAN-PAYMENT      PIC S9(7)V99.
               10  LM-LAST-MOD-DATE     PIC 9(08).
               10  LM-MOD-COUNT         PIC 9(02).
           05  FILLER                   PIC X(11).
      *
      *    MORTGAGE's servicing feed - already in the active-loan
      *    master layout, one record per approved quote.
       FD  NEW-LOANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEW-LOAN-REC.
       01  NEW-LOAN-REC.
           05  NL-LOAN-ID               PIC X(07).
           05  NL-MEMBER-NAME           PIC X(20).
           05  NL-BALANCE               PIC S9(9)V99.
           05  NL-ANNUAL-RATE           PIC 9(02)V9(4).
           05  NL-PAYMENT               PIC S9(7)V99.
           05  NL-NEXT-DUE-DATE         PIC 9(08).
           05  NL-ESCROW                PIC S9(5)V99.
           05  FILLER                   PIC X(12).
      *    Maturity date and the note's adjustable-rate terms, so
      *    the servicing side can change the rate when it resets -
      *    record widened 80 -> 200 along with the master.
           05  NL-MATURITY-DATE         PIC 9(08).
           05  NL-ARM-TERMS.
               10  NL-ARM-INDEX-CODE    PIC X(04).
               10  NL-ARM-NEXT-RESET    PIC 9(08).
               10  NL-ARM-RESET-MONTHS  PIC 9(03).
               10  NL-ARM-MARGIN        PIC 9(02)V9(4).
               10  NL-ARM-PERIOD-CAP    PIC 9(02)V9(4).
               10  NL-ARM-LIFE-CEILING  PIC 9(02)V9(4).
               10  FILLER               PIC X(16).
           05  FILLER                   PIC X(63).
      *
       FD  LOAN-MASTER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOAN-MASTER-OUT-REC.
       01  LOAN-MASTER-OUT-REC          PIC X(200).
      *
       FD  BOARDING-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BOARDING-REPORT-REC.
       01  BOARDING-REPORT-REC          PIC X(132).
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
       WORKING-STORAGE SECTION.
       01  WS-NEWLN-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
      *
       01  ACC-CTRS-SWITCHES.
           05  EOF-STAT                 PIC X       VALUE SPACE.
               88  END-OF-FILE          VALUE 'Y'.
           05  WS-REJECT-SW             PIC X       VALUE 'N'.
               88  LOAN-REFUSED         VALUE 'Y'.
           05  WS-CTR-MASTER-IN         PIC 9(5)    VALUE ZERO.
           05  WS-CTR-MASTER-OUT        PIC 9(5)    VALUE ZERO.
           05  WS-CTR-FEED              PIC 9(5)    VALUE ZERO.
           05  WS-CTR-BOARDED           PIC 9(5)    VALUE ZERO.
           05  WS-CTR-REFUSED           PIC 9(5)    VALUE ZERO.
      *
      *    Principal control totals - the feed as MORTGAGE wrote
      *    it, and how much of it landed on the master.
       01  BOARD-TOTALS-WS.
           05  WS-FEED-PRINCIPAL        PIC S9(11)V99 VALUE ZERO.
           05  WS-BOARDED-PRINCIPAL     PIC S9(11)V99 VALUE ZERO.
           05  WS-REFUSED-PRINCIPAL     PIC S9(11)V99 VALUE ZERO.
           05  WS-CHECK-PRINCIPAL       PIC S9(11)V99 VALUE ZERO.
           05  WS-CHECK-COUNT           PIC 9(5)      VALUE ZERO.
           05  WS-REFUSE-REASON         PIC X(30)     VALUE SPACES.
      *
      *    Shared report-heading and date parameter blocks (see
      *    RPTPARM.cpy and DATEPARM.cpy).
       COPY RPTPARM.
       COPY DATEPARM.
      *
      *    The existing master plus everything boarded this run -
      *    the duplicate check searches the whole table, so a loan
      *    id repeated within the feed is refused the second time.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY OCCURS 500 TIMES
                   INDEXED BY LN-IDX.
               10  WS-LN-RECORD         PIC X(200).
               10  WS-LN-LOAN-ID REDEFINES WS-LN-RECORD
                                        PIC X(07).
       01  WS-LOAN-CTR                  PIC S9(4) COMP VALUE ZERO.
       01  WS-LOAN-MAX                  PIC S9(4) COMP VALUE 500.
      *
       01  REPORT-HEADER-LINE-1.
           05  FILLER                   PIC X(09) VALUE 'LOAN ID'.
           05  FILLER                   PIC X(22) VALUE 'MEMBER'.
           05  FILLER                   PIC X(16) VALUE
                     '      PRINCIPAL'.
           05  FILLER                   PIC X(10) VALUE '    RATE'.
           05  FILLER                   PIC X(12) VALUE '    PAYMENT'.
           05  FILLER                   PIC X(11) VALUE '    ESCROW'.
           05  FILLER                   PIC X(12) VALUE '  FIRST DUE'.
           05  FILLER                   PIC X(30) VALUE 'DISPOSITION'.
      *
       01  BOARDING-DETAIL-LINE.
           05  DL-LOAN-ID               PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-MEMBER                PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PRINCIPAL             PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-RATE                  PIC Z9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-PAYMENT               PIC $$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ESCROW                PIC $$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-FIRST-DUE             PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DISPOSITION           PIC X(30).
      *
       01  CONTROL-HEADER-LINE.
           05  FILLER                   PIC X(30) VALUE
                     'BOARDING CONTROL TOTALS'.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE '   COUNT'.
           05  FILLER                   PIC X(22) VALUE
                     '             PRINCIPAL'.
       01  CONTROL-LINE.
           05  CL-LABEL                 PIC X(36).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-COUNT                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-PRINCIPAL             PIC $$$,$$$,$$$,$$9.99-.
       01  BALANCE-LINE.
           05  FILLER                   PIC X(30) VALUE
                     'FEED TO BOARDING BALANCE   : '.
           05  BL-RESULT                PIC X(40).
       01  MASTER-COUNT-LINE.
           05  FILLER                   PIC X(30) VALUE
                     'LOANS ON MASTER - IN       : '.
           05  MC-IN                    PIC ZZ,ZZ9.
           05  FILLER                   PIC X(16) VALUE
                     '   BOARDED   : '.
           05  MC-BOARDED               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(16) VALUE
                     '   OUT       : '.
           05  MC-OUT                   PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-LOAN-MASTER.
           PERFORM WRITE-HEADINGS.
           IF WS-NEWLN-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ NEW-LOANS-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM BOARD-ONE-LOAN UNTIL END-OF-FILE
           ELSE
               DISPLAY 'LOANBRD: NO NEWLOANS FEED - NOTHING BOARDED'
           END-IF.
           PERFORM WRITE-UPDATED-MASTER.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT RUN-DATE-FILE.
           IF WS-RUNDATE-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ RUN-DATE-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   AND RD-BUSINESS-DATE NUMERIC
                   AND RD-BUSINESS-DATE > ZERO
                   MOVE RD-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
               CLOSE RUN-DATE-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       OPEN-FILES.
           OPEN INPUT  LOAN-MASTER-IN, NEW-LOANS-FILE.
           OPEN OUTPUT LOAN-MASTER-OUT, BOARDING-REPORT.
      *
       CLOSE-FILES.
           IF WS-NEWLN-STATUS = '00' OR WS-NEWLN-STATUS = '10'
               CLOSE NEW-LOANS-FILE
           END-IF.
           CLOSE LOAN-MASTER-IN, LOAN-MASTER-OUT, BOARDING-REPORT.
      *
       LOAD-LOAN-MASTER.
           MOVE 'N' TO EOF-STAT.
           READ LOAN-MASTER-IN AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING LN-IDX FROM 1 BY 1 UNTIL
                   LN-IDX > WS-LOAN-MAX OR END-OF-FILE
               ADD 1 TO WS-LOAN-CTR, WS-CTR-MASTER-IN
               MOVE LOAN-MASTER-REC TO WS-LN-RECORD(LN-IDX)
               READ LOAN-MASTER-IN
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'WARNING: LOAN MASTER HAS MORE THAN '
                       WS-LOAN-MAX
                       ' LOANS - REMAINING ROWS IGNORED'
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
      *  Every feed record counts toward the MORTGAGE-side control
      *  total whether it boards or not; the refusal reasons are
      *  checked in order and the first one found is printed.
       BOARD-ONE-LOAN.
           ADD 1 TO WS-CTR-FEED.
           IF NL-BALANCE NUMERIC
               ADD NL-BALANCE TO WS-FEED-PRINCIPAL
           END-IF.
           MOVE 'N'    TO WS-REJECT-SW.
           MOVE SPACES TO WS-REFUSE-REASON.
           PERFORM EDIT-NEW-LOAN.
           IF NOT LOAN-REFUSED
               PERFORM CHECK-DUPLICATE-LOAN
           END-IF.
           IF NOT LOAN-REFUSED
               AND WS-LOAN-CTR >= WS-LOAN-MAX
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'REFUSED - LOAN TABLE FULL' TO WS-REFUSE-REASON
           END-IF.
           IF LOAN-REFUSED
               ADD 1 TO WS-CTR-REFUSED
               IF NL-BALANCE NUMERIC
                   ADD NL-BALANCE TO WS-REFUSED-PRINCIPAL
               END-IF
           ELSE
               PERFORM ADD-LOAN-TO-MASTER
           END-IF.
           PERFORM WRITE-BOARDING-LINE.
           READ NEW-LOANS-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
       EDIT-NEW-LOAN.
           EVALUATE TRUE
               WHEN NL-LOAN-ID = SPACES
                   MOVE 'REFUSED - NO LOAN ID' TO WS-REFUSE-REASON
               WHEN NL-BALANCE NOT NUMERIC
                 OR NL-BALANCE NOT > ZERO
                   MOVE 'REFUSED - BAD PRINCIPAL' TO WS-REFUSE-REASON
               WHEN NL-ANNUAL-RATE NOT NUMERIC
                   MOVE 'REFUSED - BAD RATE' TO WS-REFUSE-REASON
               WHEN NL-PAYMENT NOT NUMERIC
                 OR NL-PAYMENT NOT > ZERO
                   MOVE 'REFUSED - BAD PAYMENT' TO WS-REFUSE-REASON
               WHEN NL-ESCROW NOT NUMERIC
                   MOVE 'REFUSED - BAD ESCROW' TO WS-REFUSE-REASON
               WHEN NL-ARM-INDEX-CODE NOT = SPACES
                AND (NL-ARM-NEXT-RESET NOT NUMERIC
                 OR NL-ARM-RESET-MONTHS NOT NUMERIC
                 OR NL-ARM-RESET-MONTHS = ZERO
                 OR NL-ARM-MARGIN NOT NUMERIC
                 OR NL-ARM-PERIOD-CAP NOT NUMERIC
                 OR NL-ARM-LIFE-CEILING NOT NUMERIC
                 OR NL-MATURITY-DATE NOT NUMERIC)
                   MOVE 'REFUSED - BAD ARM TERMS' TO WS-REFUSE-REASON
               WHEN OTHER
                   SET DP-VALIDATE TO TRUE
                   MOVE NL-NEXT-DUE-DATE TO DP-DATE-IN
                   CALL 'DATEEDIT' USING DATE-EDIT-PARM
                   IF NOT DP-DATE-VALID
                       MOVE 'REFUSED - BAD FIRST DUE DATE'
                            TO WS-REFUSE-REASON
                   END-IF
           END-EVALUATE.
           IF WS-REFUSE-REASON NOT = SPACES
               MOVE 'Y' TO WS-REJECT-SW
           END-IF.
      *
       CHECK-DUPLICATE-LOAN.
           IF WS-LOAN-CTR > ZERO
               SET LN-IDX TO 1
               SEARCH WS-LOAN-ENTRY
                   AT END
                       CONTINUE
                   WHEN LN-IDX > WS-LOAN-CTR
                       CONTINUE
                   WHEN WS-LN-LOAN-ID(LN-IDX) = NL-LOAN-ID
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE 'REFUSED - ALREADY ON MASTER'
                            TO WS-REFUSE-REASON
               END-SEARCH
           END-IF.
      *
      *  The feed is already in master layout - the new row is
      *  the feed record as MORTGAGE priced it.
       ADD-LOAN-TO-MASTER.
           ADD 1 TO WS-LOAN-CTR, WS-CTR-BOARDED.
           ADD NL-BALANCE TO WS-BOARDED-PRINCIPAL.
           SET LN-IDX TO WS-LOAN-CTR.
           MOVE NEW-LOAN-REC TO WS-LN-RECORD(LN-IDX).
           MOVE 'BOARDED' TO WS-REFUSE-REASON.
      *
       WRITE-BOARDING-LINE.
           MOVE SPACES           TO BOARDING-DETAIL-LINE.
           MOVE NL-LOAN-ID       TO DL-LOAN-ID.
           MOVE NL-MEMBER-NAME   TO DL-MEMBER.
           IF NL-BALANCE NUMERIC
               MOVE NL-BALANCE   TO DL-PRINCIPAL
           END-IF.
           IF NL-ANNUAL-RATE NUMERIC
               MOVE NL-ANNUAL-RATE TO DL-RATE
           END-IF.
           IF NL-PAYMENT NUMERIC
               MOVE NL-PAYMENT   TO DL-PAYMENT
           END-IF.
           IF NL-ESCROW NUMERIC
               MOVE NL-ESCROW    TO DL-ESCROW
           END-IF.
           MOVE NL-NEXT-DUE-DATE TO DL-FIRST-DUE.
           MOVE WS-REFUSE-REASON TO DL-DISPOSITION.
           WRITE BOARDING-REPORT-REC FROM BOARDING-DETAIL-LINE.
      *
       WRITE-UPDATED-MASTER.
           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-LOAN-CTR
               WRITE LOAN-MASTER-OUT-REC FROM WS-LN-RECORD(LN-IDX)
               ADD 1 TO WS-CTR-MASTER-OUT
           END-PERFORM.
      *
       WRITE-HEADINGS.
           MOVE 'LOANBRD ' TO RH-REPORT-ID.
           MOVE 'NEW-LOAN BOARDING REPORT' TO RH-REPORT-TITLE.
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE BOARDING-REPORT-REC FROM RH-LINE-1.
           WRITE BOARDING-REPORT-REC FROM RH-LINE-2.
           MOVE  SPACES TO BOARDING-REPORT-REC.
           WRITE BOARDING-REPORT-REC.
           WRITE BOARDING-REPORT-REC FROM REPORT-HEADER-LINE-1.
           MOVE  SPACES TO BOARDING-REPORT-REC.
           WRITE BOARDING-REPORT-REC.
      *
      *  Boarded plus refused must account for every record and
      *  every dollar MORTGAGE wrote; an out-of-balance feed fails
      *  the step with return code 4 so nobody runs LOANPOST over
      *  a half-boarded master without looking.
       WRITE-CONTROL-TOTALS.
           MOVE  SPACES TO BOARDING-REPORT-REC.
           WRITE BOARDING-REPORT-REC.
           WRITE BOARDING-REPORT-REC FROM CONTROL-HEADER-LINE.
           MOVE 'NEWLOANS RECORDS WRITTEN BY MORTGAGE' TO CL-LABEL.
           MOVE WS-CTR-FEED           TO CL-COUNT.
           MOVE WS-FEED-PRINCIPAL     TO CL-PRINCIPAL.
           WRITE BOARDING-REPORT-REC FROM CONTROL-LINE.
           MOVE 'LOANS BOARDED TO MASTER'  TO CL-LABEL.
           MOVE WS-CTR-BOARDED        TO CL-COUNT.
           MOVE WS-BOARDED-PRINCIPAL  TO CL-PRINCIPAL.
           WRITE BOARDING-REPORT-REC FROM CONTROL-LINE.
           MOVE 'LOANS REFUSED'            TO CL-LABEL.
           MOVE WS-CTR-REFUSED        TO CL-COUNT.
           MOVE WS-REFUSED-PRINCIPAL  TO CL-PRINCIPAL.
           WRITE BOARDING-REPORT-REC FROM CONTROL-LINE.
           COMPUTE WS-CHECK-COUNT = WS-CTR-BOARDED + WS-CTR-REFUSED.
           COMPUTE WS-CHECK-PRINCIPAL =
                   WS-BOARDED-PRINCIPAL + WS-REFUSED-PRINCIPAL.
           IF WS-CHECK-COUNT = WS-CTR-FEED
              AND WS-CHECK-PRINCIPAL = WS-FEED-PRINCIPAL
              AND WS-CTR-MASTER-OUT =
                  WS-CTR-MASTER-IN + WS-CTR-BOARDED
               MOVE 'IN BALANCE' TO BL-RESULT
           ELSE
               MOVE '*** OUT OF BALANCE - REVIEW BEFORE POSTING'
                    TO BL-RESULT
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE BOARDING-REPORT-REC FROM BALANCE-LINE.
           MOVE WS-CTR-MASTER-IN      TO MC-IN.
           MOVE WS-CTR-BOARDED        TO MC-BOARDED.
           MOVE WS-CTR-MASTER-OUT     TO MC-OUT.
           WRITE BOARDING-REPORT-REC FROM MASTER-COUNT-LINE.
           SET RH-TRAILER TO TRUE.
           MOVE WS-CTR-FEED TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE BOARDING-REPORT-REC FROM RH-LINE-1.
