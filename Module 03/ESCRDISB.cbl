       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ESCRDISB.
       ENVIRONMENT DIVISION.
      *******************************************************
      *    Escrow Tax and Insurance Disbursement             *
      *                                                      *
      *    Pays the tax and insurance bills on the escrow    *
      *    disbursement schedule (ESCRODSB) that have come   *
      *    due - due month on or before the business month  *
      *    and not yet stamped paid - out of each loan's     *
      *    escrow balance on the active-loan master.  Each   *
      *    bill paid gets a payee check (ESCRCHKS), a line   *
      *    on the disbursement register (ESCRRPT) and a paid *
      *    date and check number stamped on its schedule    *
      *    row, so a rerun never pays it twice.  A bill the  *
      *    balance can't cover is paid anyway - the servicer *
      *    advances the difference, the balance goes         *
      *    negative and the loan's advance switch is set     *
      *    for the next ESCROANL analysis to recover.        *
      *    Check numbers run from the ESCRCTL control        *
      *    record.  The updated master goes to LOANMSTO and  *
      *    the stamped schedule to ESCRODSO.                 *
      *******************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-IN     ASSIGN TO LOANMSTR.
           SELECT DISBURSE-FILE      ASSIGN TO ESCRODSB.
           SELECT LOAN-MASTER-OUT    ASSIGN TO LOANMSTO.
           SELECT DISBURSE-OUT       ASSIGN TO ESCRODSO.
           SELECT CHECK-CONTROL-FILE ASSIGN TO ESCRCTL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PAYEE-CHECKS       ASSIGN TO ESCRCHKS.
           SELECT DISBURSE-REGISTER  ASSIGN TO ESCRRPT.
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
       FD  DISBURSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISBURSE-REC.
       01  DISBURSE-REC.
           05  DB-LOAN-ID               PIC X(07).
           05  DB-TYPE                  PIC X(01).
               88  DB-TAX               VALUE 'T'.
               88  DB-INSURANCE         VALUE 'I'.
           05  DB-DUE-MONTH             PIC 9(06).
           05  DB-AMOUNT                PIC 9(05)V99.
           05  DB-PAYEE                 PIC X(25).
      *    Stamped when the check is cut - blank is unpaid.
           05  DB-PAID-DATE             PIC X(08).
           05  DB-CHECK-NO              PIC X(06).
           05  FILLER                   PIC X(10).
      *
       FD  LOAN-MASTER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOAN-MASTER-OUT-REC.
       01  LOAN-MASTER-OUT-REC          PIC X(200).
      *
       FD  DISBURSE-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISBURSE-OUT-REC.
       01  DISBURSE-OUT-REC             PIC X(70).
      *
      *    Next escrow check number - read at startup, rewritten
      *    at end of run.  Missing starts the series at 500001.
       FD  CHECK-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECK-CONTROL-REC.
       01  CHECK-CONTROL-REC.
           05  EC-NEXT-CHECK-NO         PIC 9(06).
           05  FILLER                   PIC X(74).
      *
       FD  PAYEE-CHECKS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYEE-CHECK-REC.
       01  PAYEE-CHECK-REC              PIC X(132).
      *
       FD  DISBURSE-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISBURSE-REGISTER-REC.
       01  DISBURSE-REGISTER-REC        PIC X(132).
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
       01  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
       01  WS-BUSINESS-MONTH            PIC 9(06) VALUE ZERO.
       01  WS-NEXT-CHECK-NO             PIC 9(06) VALUE 500001.
      *
       01  ACC-CTRS-SWITCHES.
           05  EOF-STAT                 PIC X       VALUE SPACE.
               88  END-OF-FILE          VALUE 'Y'.
           05  WS-CTR-ROWS              PIC 9(5)    VALUE ZERO.
           05  WS-CTR-PAID              PIC 9(5)    VALUE ZERO.
           05  WS-CTR-ADVANCED          PIC 9(5)    VALUE ZERO.
           05  WS-CTR-UNMATCHED         PIC 9(5)    VALUE ZERO.
           05  WS-CTR-NOT-DUE           PIC 9(5)    VALUE ZERO.
           05  WS-CTR-PAID-BEFORE       PIC 9(5)    VALUE ZERO.
      *
       01  DISBURSE-TOTALS-WS.
           05  WS-TOT-PAID              PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-ADVANCED          PIC S9(9)V99 VALUE ZERO.
           05  WS-ADVANCE-AMT           PIC S9(7)V99 VALUE ZERO.
      *
      *    Shared report-heading block (see RPTPARM.cpy).
       COPY RPTPARM.
      *
      *    The master in storage; each entry is the master record
      *    itself so it is written back exactly as read.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY OCCURS 500 TIMES
                   INDEXED BY LN-IDX.
               10  WS-LN-LOAN-ID        PIC X(07).
               10  WS-LN-MEMBER         PIC X(20).
               10  FILLER               PIC X(41).
               10  WS-LN-ESCROW-BAL     PIC S9(7)V99.
               10  WS-LN-ESCROW-ADV     PIC X(01).
               10  FILLER               PIC X(122).
       01  WS-LOAN-CTR                  PIC S9(4) COMP VALUE ZERO.
       01  WS-LOAN-MAX                  PIC S9(4) COMP VALUE 500.
      *
       01  CHECK-SEPARATOR-LINE.
           05  FILLER                   PIC X(80) VALUE ALL '-'.
       01  CHECK-LINE-1.
           05  FILLER                   PIC X(40) VALUE
                     'ESCROW DISBURSEMENT CHECK'.
           05  FILLER                   PIC X(10) VALUE 'CHECK NO: '.
           05  CK1-CHECK-NO             PIC 9(06).
           05  FILLER                   PIC X(10) VALUE '    DATE: '.
           05  CK1-DATE                 PIC 9999/99/99.
       01  CHECK-LINE-2.
           05  FILLER                   PIC X(21) VALUE
                     'PAY TO THE ORDER OF: '.
           05  CK2-PAYEE                PIC X(25).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  CK2-AMOUNT               PIC $**,**9.99.
       01  CHECK-LINE-3.
           05  FILLER                   PIC X(11) VALUE 'MEMO: LOAN '.
           05  CK3-LOAN-ID              PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  CK3-MEMBER               PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  CK3-KIND                 PIC X(16).
           05  FILLER                   PIC X(05) VALUE ' DUE '.
           05  CK3-DUE-MONTH            PIC 9(4)/9(2).
      *
       01  REGISTER-HEADER-LINE.
           05  FILLER                   PIC X(09) VALUE 'LOAN ID'.
           05  FILLER                   PIC X(22) VALUE 'MEMBER'.
           05  FILLER                   PIC X(05) VALUE 'TYPE'.
           05  FILLER                   PIC X(09) VALUE 'DUE'.
           05  FILLER                   PIC X(27) VALUE 'PAYEE'.
           05  FILLER                   PIC X(11) VALUE '    AMOUNT'.
           05  FILLER                   PIC X(08) VALUE ' CHECK'.
           05  FILLER                   PIC X(15) VALUE
                     '   ESCROW AFTER'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(24) VALUE 'NOTE'.
       01  REGISTER-DETAIL-LINE.
           05  RL-LOAN-ID               PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-MEMBER                PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-TYPE                  PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  RL-DUE-MONTH             PIC 9(4)/9(2).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-PAYEE                 PIC X(25).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-AMOUNT                PIC $$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-CHECK-NO              PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-ESCROW-AFTER          PIC $$$,$$9.99CR.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-NOTE                  PIC X(26).
      *
       01  FOOTER-LINE-1.
           05  FILLER                   PIC X(30) VALUE
                     'SCHEDULE ROWS READ         : '.
           05  FL-ROWS                  PIC ZZ,ZZ9.
       01  FOOTER-LINE-2.
           05  FILLER                   PIC X(30) VALUE
                     'BILLS PAID THIS RUN        : '.
           05  FL-PAID                  PIC ZZ,ZZ9.
       01  FOOTER-LINE-3.
           05  FILLER                   PIC X(30) VALUE
                     'PAID WITH AN ADVANCE       : '.
           05  FL-ADVANCED              PIC ZZ,ZZ9.
       01  FOOTER-LINE-4.
           05  FILLER                   PIC X(30) VALUE
                     'NO LOAN ON MASTER          : '.
           05  FL-UNMATCHED             PIC ZZ,ZZ9.
       01  FOOTER-LINE-5.
           05  FILLER                   PIC X(30) VALUE
                     'NOT YET DUE                : '.
           05  FL-NOT-DUE               PIC ZZ,ZZ9.
       01  FOOTER-LINE-6.
           05  FILLER                   PIC X(30) VALUE
                     'PAID ON AN EARLIER RUN     : '.
           05  FL-PAID-BEFORE           PIC ZZ,ZZ9.
       01  FOOTER-LINE-7.
           05  FILLER                   PIC X(30) VALUE
                     'TOTAL DISBURSED            : '.
           05  FL-TOT-PAID              PIC $$$$,$$$,$$9.99.
       01  FOOTER-LINE-8.
           05  FILLER                   PIC X(30) VALUE
                     'TOTAL ADVANCED             : '.
           05  FL-TOT-ADVANCED          PIC $$$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-BUSINESS-MONTH.
           PERFORM GET-NEXT-CHECK-NO.
           PERFORM OPEN-FILES.
           PERFORM LOAD-LOAN-MASTER.
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
           READ DISBURSE-FILE
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM PROCESS-ONE-BILL UNTIL END-OF-FILE.
           PERFORM WRITE-UPDATED-MASTER.
           PERFORM SAVE-NEXT-CHECK-NO.
           PERFORM WRITE-FOOTERS.
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
       GET-NEXT-CHECK-NO.
           OPEN INPUT CHECK-CONTROL-FILE.
           IF WS-CTL-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ CHECK-CONTROL-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   AND EC-NEXT-CHECK-NO NUMERIC
                   AND EC-NEXT-CHECK-NO > ZERO
                   MOVE EC-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
               END-IF
               CLOSE CHECK-CONTROL-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       SAVE-NEXT-CHECK-NO.
           OPEN OUTPUT CHECK-CONTROL-FILE.
           MOVE SPACES           TO CHECK-CONTROL-REC.
           MOVE WS-NEXT-CHECK-NO TO EC-NEXT-CHECK-NO.
           WRITE CHECK-CONTROL-REC.
           CLOSE CHECK-CONTROL-FILE.
      *
       OPEN-FILES.
           OPEN INPUT  LOAN-MASTER-IN, DISBURSE-FILE.
           OPEN OUTPUT LOAN-MASTER-OUT, DISBURSE-OUT, PAYEE-CHECKS,
                       DISBURSE-REGISTER.
      *
       CLOSE-FILES.
           CLOSE LOAN-MASTER-IN, DISBURSE-FILE, LOAN-MASTER-OUT,
                 DISBURSE-OUT, PAYEE-CHECKS, DISBURSE-REGISTER.
      *
       LOAD-LOAN-MASTER.
           MOVE 'N' TO EOF-STAT.
           READ LOAN-MASTER-IN AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING LN-IDX FROM 1 BY 1 UNTIL
                   LN-IDX > WS-LOAN-MAX OR END-OF-FILE
               ADD 1 TO WS-LOAN-CTR
               MOVE LOAN-MASTER-REC TO WS-LOAN-ENTRY(LN-IDX)
               IF WS-LN-ESCROW-BAL(LN-IDX) NOT NUMERIC
                   MOVE ZERO TO WS-LN-ESCROW-BAL(LN-IDX)
               END-IF
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
      *  Only an unpaid bill due by the business month is paid;
      *  every row goes back out to the schedule either way.
       PROCESS-ONE-BILL.
           ADD 1 TO WS-CTR-ROWS.
           EVALUATE TRUE
               WHEN DB-PAID-DATE NOT = SPACES
                   ADD 1 TO WS-CTR-PAID-BEFORE
               WHEN DB-DUE-MONTH NOT NUMERIC
                   OR DB-AMOUNT NOT NUMERIC
                   OR DB-DUE-MONTH > WS-BUSINESS-MONTH
                   ADD 1 TO WS-CTR-NOT-DUE
               WHEN OTHER
                   SET LN-IDX TO 1
                   SEARCH WS-LOAN-ENTRY
                       AT END
                           PERFORM REPORT-UNMATCHED-BILL
                       WHEN LN-IDX > WS-LOAN-CTR
                           PERFORM REPORT-UNMATCHED-BILL
                       WHEN WS-LN-LOAN-ID(LN-IDX) = DB-LOAN-ID
                           PERFORM PAY-ONE-BILL
                   END-SEARCH
           END-EVALUATE.
           WRITE DISBURSE-OUT-REC FROM DISBURSE-REC.
           READ DISBURSE-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
       REPORT-UNMATCHED-BILL.
           ADD 1 TO WS-CTR-UNMATCHED.
           MOVE SPACES        TO REGISTER-DETAIL-LINE.
           MOVE DB-LOAN-ID    TO RL-LOAN-ID.
           MOVE DB-TYPE       TO RL-TYPE.
           MOVE DB-DUE-MONTH  TO RL-DUE-MONTH.
           MOVE DB-PAYEE      TO RL-PAYEE.
           MOVE DB-AMOUNT     TO RL-AMOUNT.
           MOVE 'NOT PAID - NO LOAN ON FILE' TO RL-NOTE.
           WRITE DISBURSE-REGISTER-REC FROM REGISTER-DETAIL-LINE.
      *
      *  Whatever the balance can't cover is advanced: the balance
      *  goes negative by that much and the loan is flagged.
       PAY-ONE-BILL.
           ADD 1 TO WS-CTR-PAID.
           ADD DB-AMOUNT TO WS-TOT-PAID.
           MOVE SPACES TO REGISTER-DETAIL-LINE.
           MOVE ZERO   TO WS-ADVANCE-AMT.
           IF DB-AMOUNT > WS-LN-ESCROW-BAL(LN-IDX)
               IF WS-LN-ESCROW-BAL(LN-IDX) > ZERO
                   COMPUTE WS-ADVANCE-AMT =
                           DB-AMOUNT - WS-LN-ESCROW-BAL(LN-IDX)
               ELSE
                   MOVE DB-AMOUNT TO WS-ADVANCE-AMT
               END-IF
           END-IF.
           SUBTRACT DB-AMOUNT FROM WS-LN-ESCROW-BAL(LN-IDX).
           IF WS-ADVANCE-AMT > ZERO
               MOVE 'Y' TO WS-LN-ESCROW-ADV(LN-IDX)
               ADD 1 TO WS-CTR-ADVANCED
               ADD WS-ADVANCE-AMT TO WS-TOT-ADVANCED
               MOVE 'PAID - ESCROW ADVANCED' TO RL-NOTE
           ELSE
               MOVE 'PAID' TO RL-NOTE
           END-IF.
           MOVE WS-BUSINESS-DATE TO DB-PAID-DATE.
           MOVE WS-NEXT-CHECK-NO TO DB-CHECK-NO.
           PERFORM WRITE-PAYEE-CHECK.
           ADD 1 TO WS-NEXT-CHECK-NO.
           MOVE DB-LOAN-ID              TO RL-LOAN-ID.
           MOVE WS-LN-MEMBER(LN-IDX)    TO RL-MEMBER.
           MOVE DB-TYPE                 TO RL-TYPE.
           MOVE DB-DUE-MONTH            TO RL-DUE-MONTH.
           MOVE DB-PAYEE                TO RL-PAYEE.
           MOVE DB-AMOUNT               TO RL-AMOUNT.
           MOVE DB-CHECK-NO             TO RL-CHECK-NO.
           MOVE WS-LN-ESCROW-BAL(LN-IDX) TO RL-ESCROW-AFTER.
           WRITE DISBURSE-REGISTER-REC FROM REGISTER-DETAIL-LINE.
      *
       WRITE-PAYEE-CHECK.
           WRITE PAYEE-CHECK-REC FROM CHECK-SEPARATOR-LINE.
           MOVE WS-NEXT-CHECK-NO     TO CK1-CHECK-NO.
           MOVE WS-BUSINESS-DATE     TO CK1-DATE.
           WRITE PAYEE-CHECK-REC FROM CHECK-LINE-1.
           MOVE SPACES TO PAYEE-CHECK-REC.
           WRITE PAYEE-CHECK-REC.
           MOVE DB-PAYEE             TO CK2-PAYEE.
           MOVE DB-AMOUNT            TO CK2-AMOUNT.
           WRITE PAYEE-CHECK-REC FROM CHECK-LINE-2.
           MOVE DB-LOAN-ID           TO CK3-LOAN-ID.
           MOVE WS-LN-MEMBER(LN-IDX) TO CK3-MEMBER.
           IF DB-TAX
               MOVE 'PROPERTY TAX'     TO CK3-KIND
           ELSE
               MOVE 'HAZARD INSURANCE' TO CK3-KIND
           END-IF.
           MOVE DB-DUE-MONTH         TO CK3-DUE-MONTH.
           WRITE PAYEE-CHECK-REC FROM CHECK-LINE-3.
      *
       WRITE-UPDATED-MASTER.
           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-LOAN-CTR
               WRITE LOAN-MASTER-OUT-REC FROM WS-LOAN-ENTRY(LN-IDX)
           END-PERFORM.
      *
       WRITE-HEADINGS.
           MOVE 'ESCRDISB' TO RH-REPORT-ID.
           MOVE 'ESCROW DISBURSEMENT REGISTER' TO RH-REPORT-TITLE.
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE DISBURSE-REGISTER-REC FROM RH-LINE-1.
           WRITE DISBURSE-REGISTER-REC FROM RH-LINE-2.
           MOVE  SPACES TO DISBURSE-REGISTER-REC.
           WRITE DISBURSE-REGISTER-REC.
           WRITE DISBURSE-REGISTER-REC FROM REGISTER-HEADER-LINE.
           MOVE  SPACES TO DISBURSE-REGISTER-REC.
           WRITE DISBURSE-REGISTER-REC.
      *
       WRITE-FOOTERS.
           MOVE  SPACES TO DISBURSE-REGISTER-REC.
           WRITE DISBURSE-REGISTER-REC.
           MOVE  WS-CTR-ROWS        TO FL-ROWS.
           WRITE DISBURSE-REGISTER-REC FROM FOOTER-LINE-1.
           MOVE  WS-CTR-PAID        TO FL-PAID.
           WRITE DISBURSE-REGISTER-REC FROM FOOTER-LINE-2.
           MOVE  WS-CTR-ADVANCED    TO FL-ADVANCED.
           WRITE DISBURSE-REGISTER-REC FROM FOOTER-LINE-3.
           MOVE  WS-CTR-UNMATCHED   TO FL-UNMATCHED.
           WRITE DISBURSE-REGISTER-REC FROM FOOTER-LINE-4.
           MOVE  WS-CTR-NOT-DUE     TO FL-NOT-DUE.
           WRITE DISBURSE-REGISTER-REC FROM FOOTER-LINE-5.
           MOVE  WS-CTR-PAID-BEFORE TO FL-PAID-BEFORE.
           WRITE DISBURSE-REGISTER-REC FROM FOOTER-LINE-6.
           MOVE  WS-TOT-PAID        TO FL-TOT-PAID.
           WRITE DISBURSE-REGISTER-REC FROM FOOTER-LINE-7.
           MOVE  WS-TOT-ADVANCED    TO FL-TOT-ADVANCED.
           WRITE DISBURSE-REGISTER-REC FROM FOOTER-LINE-8.
           SET RH-TRAILER TO TRUE.
           MOVE WS-CTR-PAID TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE DISBURSE-REGISTER-REC FROM RH-LINE-1.
