       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   APPAYRUN is the accounts-payable payment run - the step
      *   after INVMATCH that payables used to do with a checkbook.
      *
      *   The open-payables master (APOPEN, layout APOPEN.cpy) is
      *   carried forward old-to-new like the loan master: every
      *   voucher on the day's VOUCHERS extract not already on file
      *   is added with its due date and discount date worked out
      *   from the invoice date under the supplier's payment terms
      *   (APTERMS - net days, early-pay discount percent and days,
      *   check or ACH); a supplier with no terms row pays net 30
      *   by check.  A voucher fed twice is reported and skipped.
      *
      *   An open voucher is selected when it is due as of the
      *   business date, or when its early-pay discount is still
      *   available (the discount is then taken).  The selected
      *   vouchers are ranked by supplier and each supplier is paid
      *   ONCE: one payment record on the check/ACH file APPAYMT,
      *   one remittance advice on APREMIT listing every voucher in
      *   the payment, one line on the payment register.  Paid
      *   vouchers are stamped with the payment number and date on
      *   the new master, so no later run can pay them again.
      *
      *   Payment numbers come from the APCHKCTL control file (the
      *   CHKREG/EMPINV convention, so numbers never repeat across
      *   runs).  Amounts are paid in USD at INVMATCH's conversion.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-FILE       ASSIGN TO VOUCHERS
               FILE STATUS IS WS-VCH-STATUS.
           SELECT AP-OPEN-IN         ASSIGN TO APOPEN
               FILE STATUS IS WS-APIN-STATUS.
           SELECT AP-OPEN-OUT        ASSIGN TO APOPENO
               FILE STATUS IS WS-APOUT-STATUS.
           SELECT TERMS-FILE         ASSIGN TO APTERMS
               FILE STATUS IS WS-TERMS-STATUS.
           SELECT PAYMENT-CONTROL    ASSIGN TO APCHKCTL
               FILE STATUS IS WS-CTL-STATUS.
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
           SELECT PAYMENT-FILE       ASSIGN TO APPAYMT.
           SELECT REMITTANCE-FILE    ASSIGN TO APREMIT.
           SELECT PAYMENT-REGISTER   ASSIGN TO APPAYREG.
           SELECT RUN-DATE-FILE      ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *
      *    INVMATCH's clean-match extract (VOUCHER-REC layout there).
       FD  VOUCHER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VOUCHER-REC.
       01  VOUCHER-REC.
           05  VCH-INVOICE-NO           PIC X(08).
           05  VCH-SUPPLIER-CODE        PIC X(10).
           05  VCH-PART-NUMBER          PIC X(23).
           05  VCH-PO-NUMBER            PIC X(06).
           05  VCH-QTY                  PIC 9(07).
           05  VCH-UNIT-PRICE           PIC 9(07)V99.
           05  VCH-AMOUNT               PIC 9(09)V99.
           05  VCH-CURRENCY             PIC X(03).
           05  VCH-AMOUNT-USD           PIC 9(09)V99.
           05  VCH-INVOICE-DATE         PIC 9(08).
           05  VCH-PO-AMOUNT-USD        PIC 9(09)V99.
           05  VCH-FX-GAIN-LOSS         PIC S9(09)V99.
           05  FILLER                   PIC X(02).
      *
       FD  AP-OPEN-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AP-OPEN-IN-REC.
       01  AP-OPEN-IN-REC               PIC X(150).
      *
       FD  AP-OPEN-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AP-OPEN-OUT-REC.
       01  AP-OPEN-OUT-REC              PIC X(150).
      *
      *    Supplier payment terms - one row per supplier code.
       FD  TERMS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TERMS-REC.
       01  TERMS-REC.
           05  TRM-SUPPLIER-CODE        PIC X(10).
           05  TRM-NET-DAYS             PIC 9(03).
           05  TRM-DISC-PCT             PIC 9(02)V99.
           05  TRM-DISC-DAYS            PIC 9(03).
           05  TRM-PAY-METHOD           PIC X(01).
               88  TRM-PAY-BY-CHECK     VALUE 'C' ' '.
               88  TRM-PAY-BY-ACH       VALUE 'A'.
           05  TRM-BANK-ROUTING         PIC X(09).
           05  TRM-BANK-ACCOUNT         PIC X(17).
           05  FILLER                   PIC X(33).
      *
      *    One-record control file carrying the last payment number
      *    used - read at startup, written back at end of run.
       FD  PAYMENT-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYMENT-CONTROL-REC.
       01  PAYMENT-CONTROL-REC.
           05  CTL-LAST-PAYMENT-NO      PIC 9(06).
           05  FILLER                   PIC X(74).
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
      *    One record per supplier payment - the file the bank
      *    interface prints checks from or sends as ACH credits.
       FD  PAYMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYMENT-REC.
       01  PAYMENT-REC.
           05  PM-PAYMENT-NO            PIC 9(06).
           05  PM-METHOD                PIC X(01).
               88  PM-CHECK             VALUE 'C'.
               88  PM-ACH               VALUE 'A'.
           05  PM-SUPPLIER-CODE         PIC X(10).
           05  PM-PAYEE-NAME            PIC X(15).
           05  PM-REMIT-ADDRESS-1       PIC X(15).
           05  PM-REMIT-CITY            PIC X(15).
           05  PM-REMIT-STATE           PIC X(02).
           05  PM-REMIT-ZIP             PIC 9(05).
           05  PM-BANK-ROUTING          PIC X(09).
           05  PM-BANK-ACCOUNT          PIC X(17).
           05  PM-PAY-DATE              PIC 9(08).
           05  PM-GROSS-AMOUNT          PIC 9(09)V99.
           05  PM-DISCOUNT              PIC 9(07)V99.
           05  PM-NET-AMOUNT            PIC 9(09)V99.
           05  PM-VOUCHER-COUNT         PIC 9(04).
           05  FILLER                   PIC X(12).
      *
       FD  REMITTANCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMITTANCE-REC.
       01  REMITTANCE-REC               PIC X(132).
      *
       FD  PAYMENT-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYMENT-REGISTER-REC.
       01  PAYMENT-REGISTER-REC         PIC X(132).
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
       WORKING-STORAGE SECTION.
      *    Shared report-heading, run-control, file-status and date
      *    parameter blocks (see RPTPARM, JOBPARM, FSPARM and
      *    DATEPARM.cpy).
       COPY RPTPARM.
       COPY JOBPARM.
       COPY FSPARM.
       COPY DATEPARM.
      *    Open-payables work record (see APOPEN.cpy).
       COPY APOPEN.
       01  WS-JOB-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-VCH-STATUS                PIC X(02) VALUE SPACES.
       01  WS-APIN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-APOUT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-TERMS-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SUPP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-ADDR-STATUS               PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-DUP-SW                    PIC X     VALUE 'N'.
           88  VOUCHER-ON-FILE          VALUE 'Y'.
      *
      *    Payment terms, loaded at startup.
       01  WS-TERMS-TABLE.
           05  WS-TRM-ENTRY OCCURS 200 TIMES
                   INDEXED BY TRM-IDX.
               10  WS-TRM-SUPPLIER      PIC X(10).
               10  WS-TRM-NET-DAYS      PIC 9(03).
               10  WS-TRM-DISC-PCT      PIC 9(02)V99.
               10  WS-TRM-DISC-DAYS     PIC 9(03).
               10  WS-TRM-METHOD        PIC X(01).
               10  WS-TRM-ROUTING       PIC X(09).
               10  WS-TRM-ACCOUNT       PIC X(17).
       01  WS-TRM-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-TRM-MAX                   PIC S9(4) COMP VALUE 200.
      *    Terms in force for the voucher or supplier in hand.
       01  WS-CURRENT-TERMS.
           05  WS-NET-DAYS              PIC 9(03)    VALUE 30.
           05  WS-DISC-PCT              PIC 9(02)V99 VALUE ZERO.
           05  WS-DISC-DAYS             PIC 9(03)    VALUE ZERO.
           05  WS-PAY-METHOD            PIC X(01)    VALUE 'C'.
           05  WS-ROUTING               PIC X(09)    VALUE SPACES.
           05  WS-ACCOUNT               PIC X(17)    VALUE SPACES.
      *
      *    The whole open-payables master, old rows plus the day's
      *    new vouchers.
       01  WS-AP-TABLE.
           05  WS-AP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY AP-IDX.
               10  WS-AP-RECORD         PIC X(150).
       01  WS-AP-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-AP-MAX                    PIC S9(4) COMP VALUE 2000.
      *    Set when the master or the day's vouchers will not fit -
      *    nothing is paid and APOPENO is not rewritten, so no open
      *    payable is dropped from the file.
       01  WS-STOP-SW                   PIC X     VALUE 'N'.
           88  RUN-STOPPED              VALUE 'Y'.
      *
      *    The vouchers selected for payment, ranked by supplier
      *    (the PODOC in-memory sort convention); WS-PAY-AP-SUB
      *    points back at the master row to stamp paid.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PAY-IDX, PAYSWAP-IDX.
               10  WS-PAY-SUPPLIER      PIC X(10).
               10  WS-PAY-INVOICE-NO    PIC X(08).
               10  WS-PAY-AP-SUB        PIC S9(4) COMP.
       01  WS-PAY-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-HOLD-PAY-ENTRY.
           05  WS-H-SUPPLIER            PIC X(10).
           05  WS-H-INVOICE-NO          PIC X(08).
           05  WS-H-AP-SUB              PIC S9(4) COMP.
       01  WS-SWAPPED-SW                PIC X     VALUE 'N'.
           88  A-SWAP-HAPPENED          VALUE 'Y'.
      *
       01  PAY-CALC-WS.
           05  WS-PAYMENT-NO            PIC 9(06)    VALUE ZERO.
           05  WS-CURRENT-SUPPLIER      PIC X(10)    VALUE SPACES.
           05  WS-FIRST-PART            PIC X(23)    VALUE SPACES.
           05  WS-INT-DATE              PIC S9(07)   VALUE ZERO.
           05  WS-ITEM-DISCOUNT         PIC 9(07)V99 VALUE ZERO.
           05  WS-ITEM-NET              PIC 9(09)V99 VALUE ZERO.
           05  WS-SUPP-GROSS            PIC 9(09)V99 VALUE ZERO.
           05  WS-SUPP-DISCOUNT         PIC 9(07)V99 VALUE ZERO.
           05  WS-SUPP-NET              PIC 9(09)V99 VALUE ZERO.
           05  WS-SUPP-VOUCHERS         PIC 9(04)    VALUE ZERO.
           05  WS-PAYEE-NAME            PIC X(15)    VALUE SPACES.
      *
       01  ACC-CTRS.
           05  TOT-VOUCHERS-READ        PIC 9(5)     VALUE ZERO.
           05  TOT-VOUCHERS-ADDED       PIC 9(5)     VALUE ZERO.
           05  TOT-VOUCHERS-DUPLICATE   PIC 9(5)     VALUE ZERO.
           05  TOT-VOUCHERS-PAID        PIC 9(5)     VALUE ZERO.
           05  TOT-PAYMENTS             PIC 9(5)     VALUE ZERO.
           05  TOT-CHECKS               PIC 9(5)     VALUE ZERO.
           05  TOT-ACH                  PIC 9(5)     VALUE ZERO.
           05  TOT-GROSS                PIC 9(11)V99 VALUE ZERO.
           05  TOT-DISCOUNT             PIC 9(09)V99 VALUE ZERO.
           05  TOT-NET                  PIC 9(11)V99 VALUE ZERO.
           05  TOT-STILL-OPEN           PIC 9(5)     VALUE ZERO.
           05  TOT-STILL-OPEN-USD       PIC 9(11)V99 VALUE ZERO.
      *
       01  REG-HEADING-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(09) VALUE 'PAYMENT'.
           05  FILLER                   PIC X(07) VALUE 'METHOD'.
           05  FILLER                   PIC X(12) VALUE 'SUPPLIER'.
           05  FILLER                   PIC X(17) VALUE 'PAYEE'.
           05  FILLER                   PIC X(10) VALUE 'VOUCHERS'.
           05  FILLER                   PIC X(17) VALUE
               '           GROSS'.
           05  FILLER                   PIC X(14) VALUE
               '    DISCOUNT'.
           05  FILLER                   PIC X(17) VALUE
               '             NET'.
       01  REG-DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  RL-PAYMENT-NO            PIC 9(06).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RL-METHOD                PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-SUPPLIER              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-PAYEE                 PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-VOUCHERS              PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-GROSS                 PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-DISCOUNT              PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-NET                   PIC $$$,$$$,$$9.99.
       01  REG-DUPLICATE-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'VOUCHER ALREADY ON FILE    : '.
           05  DU-SUPPLIER              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DU-INVOICE-NO            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DU-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DU-PO-NUMBER             PIC X(06).
           05  FILLER                   PIC X(15) VALUE
               ' - NOT RELOADED'.
       01  REG-SUMMARY-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  SL-LABEL                 PIC X(32).
           05  SL-COUNT                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  SL-AMOUNT                PIC $$$,$$$,$$$,$$9.99.
      *
       01  REMIT-HEADER-LINE.
           05  FILLER                   PIC X(20) VALUE
               'REMITTANCE ADVICE'.
           05  FILLER                   PIC X(10) VALUE 'PAYMENT '.
           05  RH-PAYMENT-NO-OUT        PIC 9(06).
           05  FILLER                   PIC X(08) VALUE '  DATE '.
           05  RH-PAY-DATE-OUT          PIC XXXX/XX/XX.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  RH-METHOD-OUT            PIC X(20).
       01  REMIT-PAYEE-LINE.
           05  FILLER                   PIC X(10) VALUE 'PAY TO:'.
           05  RP-SUPPLIER              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RP-NAME                  PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RP-ADDRESS               PIC X(60).
       01  REMIT-COLUMN-LINE.
           05  FILLER                   PIC X(10) VALUE 'INVOICE'.
           05  FILLER                   PIC X(12) VALUE 'INV DATE'.
           05  FILLER                   PIC X(08) VALUE 'PO NBR'.
           05  FILLER                   PIC X(25) VALUE 'PART NUMBER'.
           05  FILLER                   PIC X(05) VALUE 'CUR'.
           05  FILLER                   PIC X(16) VALUE
               '           GROSS'.
           05  FILLER                   PIC X(14) VALUE
               '    DISCOUNT'.
           05  FILLER                   PIC X(16) VALUE
               '             NET'.
       01  REMIT-DETAIL-LINE.
           05  RD-INVOICE-NO            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-INVOICE-DATE          PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-PO-NUMBER             PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-GROSS                 PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-DISCOUNT              PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-NET                   PIC $$$,$$$,$$9.99.
       01  REMIT-TOTAL-LINE.
           05  FILLER                   PIC X(55) VALUE
               'PAYMENT TOTAL (USD)'.
           05  RT-GROSS                 PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RT-DISCOUNT              PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RT-NET                   PIC $$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-JOB-DATE.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           PERFORM LOAD-PAYMENT-TERMS.
           PERFORM LOAD-OPEN-PAYABLES.
           IF NOT RUN-STOPPED
               PERFORM ADD-NEW-VOUCHERS
           END-IF.
           IF NOT RUN-STOPPED
               PERFORM SELECT-DUE-VOUCHERS
               PERFORM RANK-BY-SUPPLIER
               PERFORM PAY-ONE-VOUCHER
                   VARYING PAY-IDX FROM 1 BY 1
                   UNTIL PAY-IDX > WS-PAY-CTR
               IF WS-CURRENT-SUPPLIER NOT = SPACES
                   PERFORM ISSUE-SUPPLIER-PAYMENT
               END-IF
               PERFORM WRITE-UPDATED-OPEN-PAYABLES
           END-IF.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM STAMP-RUN-COMPLETE.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  SUPPLIER-FILE, ADDRESS-FILE.
           OPEN OUTPUT AP-OPEN-OUT, PAYMENT-FILE, REMITTANCE-FILE,
                       PAYMENT-REGISTER.
           IF WS-APOUT-STATUS NOT = '00'
               MOVE 'APOPENO ' TO FS-DDNAME
               MOVE 'OPEN    ' TO FS-OPERATION
               MOVE WS-APOUT-STATUS TO FS-STATUS
               PERFORM REPORT-FILE-FAILURE
           END-IF.
      *    Pick up the last payment number used; a missing control
      *    file starts the sequence at zero.
           OPEN INPUT PAYMENT-CONTROL.
           IF WS-CTL-STATUS = '00'
               READ PAYMENT-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-LAST-PAYMENT-NO NUMERIC
                           MOVE CTL-LAST-PAYMENT-NO TO WS-PAYMENT-NO
                       END-IF
               END-READ
               CLOSE PAYMENT-CONTROL
           END-IF.
      *
       CLOSE-FILES.
      *    Carry the last payment number used forward for next run.
           OPEN OUTPUT PAYMENT-CONTROL.
           MOVE SPACES        TO PAYMENT-CONTROL-REC.
           MOVE WS-PAYMENT-NO TO CTL-LAST-PAYMENT-NO.
           WRITE PAYMENT-CONTROL-REC.
           CLOSE PAYMENT-CONTROL.
           CLOSE SUPPLIER-FILE, ADDRESS-FILE, AP-OPEN-OUT,
                 PAYMENT-FILE, REMITTANCE-FILE, PAYMENT-REGISTER.
      *
      *    A missing APTERMS file loads nothing - every supplier then
      *    pays net 30 by check.
       LOAD-PAYMENT-TERMS.
           OPEN INPUT TERMS-FILE.
           IF WS-TERMS-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ TERMS-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM VARYING TRM-IDX FROM 1 BY 1 UNTIL
                       TRM-IDX > WS-TRM-MAX OR END-OF-FILE
                   ADD 1 TO WS-TRM-CTR
                   MOVE TRM-SUPPLIER-CODE TO WS-TRM-SUPPLIER(TRM-IDX)
                   MOVE ZERO TO WS-TRM-NET-DAYS(TRM-IDX)
                                WS-TRM-DISC-PCT(TRM-IDX)
                                WS-TRM-DISC-DAYS(TRM-IDX)
                   IF TRM-NET-DAYS NUMERIC
                       MOVE TRM-NET-DAYS TO WS-TRM-NET-DAYS(TRM-IDX)
                   END-IF
                   IF TRM-DISC-PCT NUMERIC AND TRM-DISC-DAYS NUMERIC
                       MOVE TRM-DISC-PCT  TO WS-TRM-DISC-PCT(TRM-IDX)
                       MOVE TRM-DISC-DAYS TO WS-TRM-DISC-DAYS(TRM-IDX)
                   END-IF
                   MOVE TRM-PAY-METHOD   TO WS-TRM-METHOD(TRM-IDX)
                   MOVE TRM-BANK-ROUTING TO WS-TRM-ROUTING(TRM-IDX)
                   MOVE TRM-BANK-ACCOUNT TO WS-TRM-ACCOUNT(TRM-IDX)
                   READ TERMS-FILE
                        AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE TERMS-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *  Terms for WS-CURRENT-SUPPLIER; an ACH supplier with no bank
      *  details on file is paid by check instead.
       LOOKUP-TERMS.
           MOVE 30     TO WS-NET-DAYS.
           MOVE ZERO   TO WS-DISC-PCT WS-DISC-DAYS.
           MOVE 'C'    TO WS-PAY-METHOD.
           MOVE SPACES TO WS-ROUTING WS-ACCOUNT.
           PERFORM VARYING TRM-IDX FROM 1 BY 1
                   UNTIL TRM-IDX > WS-TRM-CTR
               IF WS-TRM-SUPPLIER(TRM-IDX) = WS-CURRENT-SUPPLIER
                   MOVE WS-TRM-NET-DAYS(TRM-IDX)  TO WS-NET-DAYS
                   MOVE WS-TRM-DISC-PCT(TRM-IDX)  TO WS-DISC-PCT
                   MOVE WS-TRM-DISC-DAYS(TRM-IDX) TO WS-DISC-DAYS
                   MOVE WS-TRM-ROUTING(TRM-IDX)   TO WS-ROUTING
                   MOVE WS-TRM-ACCOUNT(TRM-IDX)   TO WS-ACCOUNT
                   IF WS-TRM-METHOD(TRM-IDX) = 'A'
                       MOVE 'A' TO WS-PAY-METHOD
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PAY-METHOD = 'A'
               AND (WS-ROUTING = SPACES OR WS-ACCOUNT = SPACES)
               MOVE 'C' TO WS-PAY-METHOD
           END-IF.
      *
      *    First run has no open-payables master yet - start empty.
       LOAD-OPEN-PAYABLES.
           OPEN INPUT AP-OPEN-IN.
           IF WS-APIN-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ AP-OPEN-IN
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-AP-CTR < WS-AP-MAX
                       ADD 1 TO WS-AP-CTR
                       SET AP-IDX TO WS-AP-CTR
                       MOVE AP-OPEN-IN-REC TO WS-AP-RECORD(AP-IDX)
                   ELSE
                       DISPLAY 'APPAYRUN: OPEN-PAYABLES TABLE FULL AT '
                               WS-AP-MAX ' ROWS - RUN STOPPED'
                       MOVE 'APOPEN  ' TO FS-DDNAME
                       MOVE 'LOAD    ' TO FS-OPERATION
                       MOVE '34'       TO FS-STATUS
                       PERFORM REPORT-FILE-FAILURE
                       SET RUN-STOPPED TO TRUE
                       MOVE 16 TO RETURN-CODE
                       MOVE 'Y' TO EOF-STAT
                   END-IF
                   IF NOT END-OF-FILE
                       READ AP-OPEN-IN
                           AT END MOVE 'Y' TO EOF-STAT
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE AP-OPEN-IN
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       ADD-NEW-VOUCHERS.
           OPEN INPUT VOUCHER-FILE.
           IF WS-VCH-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ VOUCHER-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM ADD-ONE-VOUCHER UNTIL END-OF-FILE
               CLOSE VOUCHER-FILE
               MOVE 'N' TO EOF-STAT
           ELSE
               DISPLAY 'APPAYRUN: NO VOUCHERS EXTRACT - PAYING '
                       'FROM THE OPEN-PAYABLES MASTER ONLY'
           END-IF.
      *
      *  A voucher already on the master - open or paid - is the
      *  same invoice line fed twice and is never reloaded.
       ADD-ONE-VOUCHER.
           ADD 1 TO TOT-VOUCHERS-READ.
           MOVE 'N' TO WS-DUP-SW.
           PERFORM VARYING AP-IDX FROM 1 BY 1
                   UNTIL AP-IDX > WS-AP-CTR OR VOUCHER-ON-FILE
               MOVE WS-AP-RECORD(AP-IDX) TO AP-OPEN-REC
               IF  AP-SUPPLIER-CODE = VCH-SUPPLIER-CODE
               AND AP-INVOICE-NO    = VCH-INVOICE-NO
               AND AP-PART-NUMBER   = VCH-PART-NUMBER
               AND AP-PO-NUMBER     = VCH-PO-NUMBER
                   MOVE 'Y' TO WS-DUP-SW
               END-IF
           END-PERFORM.
           IF VOUCHER-ON-FILE
               ADD 1 TO TOT-VOUCHERS-DUPLICATE
               MOVE VCH-SUPPLIER-CODE TO DU-SUPPLIER
               MOVE VCH-INVOICE-NO    TO DU-INVOICE-NO
               MOVE VCH-PART-NUMBER   TO DU-PART-NUMBER
               MOVE VCH-PO-NUMBER     TO DU-PO-NUMBER
               WRITE PAYMENT-REGISTER-REC FROM REG-DUPLICATE-LINE
           ELSE
               IF WS-AP-CTR < WS-AP-MAX
                   PERFORM BUILD-OPEN-PAYABLE
               ELSE
                   DISPLAY 'APPAYRUN: OPEN-PAYABLES TABLE FULL AT '
                           'VOUCHER ' VCH-INVOICE-NO ' - RUN STOPPED'
                   MOVE 'VOUCHERS' TO FS-DDNAME
                   MOVE 'LOAD    ' TO FS-OPERATION
                   MOVE '34'       TO FS-STATUS
                   PERFORM REPORT-FILE-FAILURE
                   SET RUN-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           IF RUN-STOPPED
               MOVE 'Y' TO EOF-STAT
           ELSE
               READ VOUCHER-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-IF.
      *
      *  Due date is the invoice date plus the net days; the
      *  discount date the invoice date plus the discount days.  A
      *  voucher with no usable invoice date ages from the business
      *  date.
       BUILD-OPEN-PAYABLE.
           MOVE SPACES            TO AP-OPEN-REC.
           MOVE VCH-SUPPLIER-CODE TO AP-SUPPLIER-CODE
                                     WS-CURRENT-SUPPLIER.
           MOVE VCH-INVOICE-NO    TO AP-INVOICE-NO.
           MOVE VCH-PART-NUMBER   TO AP-PART-NUMBER.
           MOVE VCH-PO-NUMBER     TO AP-PO-NUMBER.
           MOVE VCH-CURRENCY      TO AP-CURRENCY.
           MOVE VCH-AMOUNT        TO AP-AMOUNT.
           MOVE VCH-AMOUNT-USD    TO AP-AMOUNT-USD.
           MOVE VCH-FX-GAIN-LOSS  TO AP-FX-GAIN-LOSS.
           SET DP-VALIDATE TO TRUE.
           MOVE VCH-INVOICE-DATE TO DP-DATE-IN.
           CALL 'DATEEDIT' USING DATE-EDIT-PARM.
           IF DP-DATE-VALID
               MOVE VCH-INVOICE-DATE TO AP-INVOICE-DATE
           ELSE
               MOVE WS-JOB-DATE      TO AP-INVOICE-DATE
           END-IF.
           PERFORM LOOKUP-TERMS.
           COMPUTE WS-INT-DATE =
                   FUNCTION INTEGER-OF-DATE(AP-INVOICE-DATE).
           COMPUTE AP-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-INT-DATE + WS-NET-DAYS).
           IF WS-DISC-PCT > ZERO
               COMPUTE AP-DISC-DATE = FUNCTION DATE-OF-INTEGER
                       (WS-INT-DATE + WS-DISC-DAYS)
               MOVE WS-DISC-PCT TO AP-DISC-PCT
           ELSE
               MOVE ZERO TO AP-DISC-DATE AP-DISC-PCT
           END-IF.
           MOVE SPACE TO AP-STATUS.
           MOVE ZERO  TO AP-DISC-TAKEN AP-PAID-AMOUNT AP-PAID-DATE
                         AP-PAYMENT-NO.
           ADD 1 TO WS-AP-CTR, TOT-VOUCHERS-ADDED.
           SET AP-IDX TO WS-AP-CTR.
           MOVE AP-OPEN-REC TO WS-AP-RECORD(AP-IDX).
           MOVE SPACES TO WS-CURRENT-SUPPLIER.
      *
      *  Due as of the business date, or paid early while the
      *  discount is still on the table.
       SELECT-DUE-VOUCHERS.
           PERFORM VARYING AP-IDX FROM 1 BY 1
                   UNTIL AP-IDX > WS-AP-CTR
               MOVE WS-AP-RECORD(AP-IDX) TO AP-OPEN-REC
               IF AP-OPEN
                   IF AP-DUE-DATE <= WS-JOB-DATE
                      OR (AP-DISC-PCT > ZERO
                          AND WS-JOB-DATE <= AP-DISC-DATE)
                       ADD 1 TO WS-PAY-CTR
                       SET PAY-IDX TO WS-PAY-CTR
                       MOVE AP-SUPPLIER-CODE
                            TO WS-PAY-SUPPLIER(PAY-IDX)
                       MOVE AP-INVOICE-NO
                            TO WS-PAY-INVOICE-NO(PAY-IDX)
                       SET WS-PAY-AP-SUB(PAY-IDX) TO AP-IDX
                   END-IF
               END-IF
           END-PERFORM.
      *
       RANK-BY-SUPPLIER.
           MOVE 'Y' TO WS-SWAPPED-SW.
           PERFORM UNTIL NOT A-SWAP-HAPPENED
               MOVE 'N' TO WS-SWAPPED-SW
               PERFORM VARYING PAY-IDX FROM 1 BY 1
                   UNTIL PAY-IDX >= WS-PAY-CTR
                   SET PAYSWAP-IDX TO PAY-IDX
                   SET PAYSWAP-IDX UP BY 1
                   IF  WS-PAY-SUPPLIER(PAY-IDX) >
                       WS-PAY-SUPPLIER(PAYSWAP-IDX)
                   OR (WS-PAY-SUPPLIER(PAY-IDX) =
                       WS-PAY-SUPPLIER(PAYSWAP-IDX)
                   AND WS-PAY-INVOICE-NO(PAY-IDX) >
                       WS-PAY-INVOICE-NO(PAYSWAP-IDX))
                       MOVE WS-PAY-ENTRY(PAY-IDX)
                            TO WS-HOLD-PAY-ENTRY
                       MOVE WS-PAY-ENTRY(PAYSWAP-IDX)
                            TO WS-PAY-ENTRY(PAY-IDX)
                       MOVE WS-HOLD-PAY-ENTRY
                            TO WS-PAY-ENTRY(PAYSWAP-IDX)
                       MOVE 'Y' TO WS-SWAPPED-SW
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
      *  Control break on supplier: the previous supplier's payment
      *  is issued when the next supplier starts, so each supplier
      *  gets exactly one payment and one remittance advice.
       PAY-ONE-VOUCHER.
           IF WS-PAY-SUPPLIER(PAY-IDX) NOT = WS-CURRENT-SUPPLIER
               IF WS-CURRENT-SUPPLIER NOT = SPACES
                   PERFORM ISSUE-SUPPLIER-PAYMENT
               END-IF
               PERFORM START-SUPPLIER-PAYMENT
           END-IF.
           SET AP-IDX TO WS-PAY-AP-SUB(PAY-IDX).
           MOVE WS-AP-RECORD(AP-IDX) TO AP-OPEN-REC.
           MOVE ZERO TO WS-ITEM-DISCOUNT.
           IF AP-DISC-PCT > ZERO
               AND WS-JOB-DATE <= AP-DISC-DATE
               COMPUTE WS-ITEM-DISCOUNT ROUNDED =
                       AP-AMOUNT-USD * AP-DISC-PCT / 100
           END-IF.
           COMPUTE WS-ITEM-NET = AP-AMOUNT-USD - WS-ITEM-DISCOUNT.
           ADD AP-AMOUNT-USD    TO WS-SUPP-GROSS.
           ADD WS-ITEM-DISCOUNT TO WS-SUPP-DISCOUNT.
           ADD WS-ITEM-NET      TO WS-SUPP-NET.
           ADD 1 TO WS-SUPP-VOUCHERS, TOT-VOUCHERS-PAID.
      *    Stamp the master row paid under this payment number.
           SET AP-PAID          TO TRUE.
           MOVE WS-ITEM-DISCOUNT TO AP-DISC-TAKEN.
           MOVE WS-ITEM-NET      TO AP-PAID-AMOUNT.
           MOVE WS-JOB-DATE      TO AP-PAID-DATE.
           MOVE WS-PAYMENT-NO    TO AP-PAYMENT-NO.
           MOVE AP-OPEN-REC      TO WS-AP-RECORD(AP-IDX).
           MOVE SPACES           TO REMIT-DETAIL-LINE.
           MOVE AP-INVOICE-NO    TO RD-INVOICE-NO.
           MOVE AP-INVOICE-DATE  TO RD-INVOICE-DATE.
           MOVE AP-PO-NUMBER     TO RD-PO-NUMBER.
           MOVE AP-PART-NUMBER   TO RD-PART-NUMBER.
           MOVE AP-CURRENCY      TO RD-CURRENCY.
           MOVE AP-AMOUNT-USD    TO RD-GROSS.
           MOVE WS-ITEM-DISCOUNT TO RD-DISCOUNT.
           MOVE WS-ITEM-NET      TO RD-NET.
           WRITE REMITTANCE-REC FROM REMIT-DETAIL-LINE.
      *
      *  New payment number, the supplier's terms and payee, and
      *  the top of the remittance advice.
       START-SUPPLIER-PAYMENT.
           MOVE WS-PAY-SUPPLIER(PAY-IDX) TO WS-CURRENT-SUPPLIER.
           ADD 1 TO WS-PAYMENT-NO.
           MOVE ZERO TO WS-SUPP-GROSS WS-SUPP-DISCOUNT WS-SUPP-NET
                        WS-SUPP-VOUCHERS.
           PERFORM LOOKUP-TERMS.
           SET AP-IDX TO WS-PAY-AP-SUB(PAY-IDX).
           MOVE WS-AP-RECORD(AP-IDX) TO AP-OPEN-REC.
           MOVE AP-PART-NUMBER TO WS-FIRST-PART.
           PERFORM RESOLVE-PAYEE.
           MOVE SPACES TO REMITTANCE-REC.
           WRITE REMITTANCE-REC.
           MOVE WS-PAYMENT-NO TO RH-PAYMENT-NO-OUT.
           MOVE WS-JOB-DATE   TO RH-PAY-DATE-OUT.
           IF WS-PAY-METHOD = 'A'
               MOVE 'ACH CREDIT'   TO RH-METHOD-OUT
           ELSE
               MOVE 'CHECK'        TO RH-METHOD-OUT
           END-IF.
           WRITE REMITTANCE-REC FROM REMIT-HEADER-LINE.
           MOVE WS-CURRENT-SUPPLIER TO RP-SUPPLIER.
           MOVE WS-PAYEE-NAME       TO RP-NAME.
           WRITE REMITTANCE-REC FROM REMIT-PAYEE-LINE.
           WRITE REMITTANCE-REC FROM REMIT-COLUMN-LINE.
      *
      *  Payee name from the supplier record of the first part in
      *  the payment; remit-to address from that part's type-3
      *  ADDRESS-FILE record, the order address when there is none.
       RESOLVE-PAYEE.
           MOVE SPACES TO WS-PAYEE-NAME RP-ADDRESS PAYMENT-REC.
           MOVE WS-FIRST-PART TO PART-NUMBER IN SUPPLIER-REC.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE '** UNKNOWN **' TO WS-PAYEE-NAME
               NOT INVALID KEY
                   MOVE SUPPLIER-NAME TO WS-PAYEE-NAME
           END-READ.
           MOVE WS-FIRST-PART TO PART-NUMBER IN SUPP-ADDRESS.
           MOVE '3' TO ADDRESS-TYPE IN SUPP-ADDRESS.
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE '1' TO ADDRESS-TYPE IN SUPP-ADDRESS
                   READ ADDRESS-FILE
                       INVALID KEY
                           MOVE SPACES TO SUPP-ADDRESS
                   END-READ
           END-READ.
           IF ADDRESS-1 IN SUPP-ADDRESS = SPACES
               MOVE '** NO REMIT ADDRESS ON FILE **' TO RP-ADDRESS
           ELSE
               STRING ADDRESS-1 IN SUPP-ADDRESS DELIMITED BY '  '
                      ', '    DELIMITED BY SIZE
                      CITY IN SUPP-ADDRESS DELIMITED BY '  '
                      ', '    DELIMITED BY SIZE
                      ADDR-STATE IN SUPP-ADDRESS DELIMITED BY '  '
                      ' '     DELIMITED BY SIZE
                      ZIP-CODE IN SUPP-ADDRESS DELIMITED BY SIZE
                   INTO RP-ADDRESS
               MOVE ADDRESS-1 IN SUPP-ADDRESS  TO PM-REMIT-ADDRESS-1
               MOVE CITY IN SUPP-ADDRESS       TO PM-REMIT-CITY
               MOVE ADDR-STATE IN SUPP-ADDRESS TO PM-REMIT-STATE
               MOVE ZIP-CODE IN SUPP-ADDRESS   TO PM-REMIT-ZIP
           END-IF.
      *
      *  One payment record, the remittance total and the register
      *  line for the supplier just finished.
       ISSUE-SUPPLIER-PAYMENT.
           MOVE WS-PAYMENT-NO       TO PM-PAYMENT-NO.
           MOVE WS-PAY-METHOD       TO PM-METHOD.
           MOVE WS-CURRENT-SUPPLIER TO PM-SUPPLIER-CODE.
           MOVE WS-PAYEE-NAME       TO PM-PAYEE-NAME.
           IF PM-ACH
               MOVE WS-ROUTING      TO PM-BANK-ROUTING
               MOVE WS-ACCOUNT      TO PM-BANK-ACCOUNT
               ADD 1 TO TOT-ACH
           ELSE
               ADD 1 TO TOT-CHECKS
           END-IF.
           IF PM-REMIT-ZIP NOT NUMERIC
               MOVE ZERO TO PM-REMIT-ZIP
           END-IF.
           MOVE WS-JOB-DATE         TO PM-PAY-DATE.
           MOVE WS-SUPP-GROSS       TO PM-GROSS-AMOUNT.
           MOVE WS-SUPP-DISCOUNT    TO PM-DISCOUNT.
           MOVE WS-SUPP-NET         TO PM-NET-AMOUNT.
           MOVE WS-SUPP-VOUCHERS    TO PM-VOUCHER-COUNT.
           WRITE PAYMENT-REC.
           MOVE WS-SUPP-GROSS       TO RT-GROSS.
           MOVE WS-SUPP-DISCOUNT    TO RT-DISCOUNT.
           MOVE WS-SUPP-NET         TO RT-NET.
           WRITE REMITTANCE-REC FROM REMIT-TOTAL-LINE.
           MOVE SPACES              TO REG-DETAIL-LINE.
           MOVE WS-PAYMENT-NO       TO RL-PAYMENT-NO.
           IF PM-ACH
               MOVE 'ACH'           TO RL-METHOD
           ELSE
               MOVE 'CHECK'         TO RL-METHOD
           END-IF.
           MOVE WS-CURRENT-SUPPLIER TO RL-SUPPLIER.
           MOVE WS-PAYEE-NAME       TO RL-PAYEE.
           MOVE WS-SUPP-VOUCHERS    TO RL-VOUCHERS.
           MOVE WS-SUPP-GROSS       TO RL-GROSS.
           MOVE WS-SUPP-DISCOUNT    TO RL-DISCOUNT.
           MOVE WS-SUPP-NET         TO RL-NET.
           WRITE PAYMENT-REGISTER-REC FROM REG-DETAIL-LINE.
           ADD 1                TO TOT-PAYMENTS.
           ADD WS-SUPP-GROSS    TO TOT-GROSS.
           ADD WS-SUPP-DISCOUNT TO TOT-DISCOUNT.
           ADD WS-SUPP-NET      TO TOT-NET.
      *
       WRITE-UPDATED-OPEN-PAYABLES.
           PERFORM VARYING AP-IDX FROM 1 BY 1
                   UNTIL AP-IDX > WS-AP-CTR
               MOVE WS-AP-RECORD(AP-IDX) TO AP-OPEN-REC
               IF AP-OPEN
                   ADD 1 TO TOT-STILL-OPEN
                   ADD AP-AMOUNT-USD TO TOT-STILL-OPEN-USD
               END-IF
               WRITE AP-OPEN-OUT-REC FROM WS-AP-RECORD(AP-IDX)
           END-PERFORM.
      *
       WRITE-HEADINGS.
           MOVE 'APPAYRUN' TO RH-REPORT-ID.
           MOVE 'ACCOUNTS PAYABLE PAYMENT REGISTER'
                TO RH-REPORT-TITLE.
           MOVE WS-JOB-DATE TO RH-BUSINESS-DATE.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE PAYMENT-REGISTER-REC FROM RH-LINE-1.
           WRITE PAYMENT-REGISTER-REC FROM RH-LINE-2.
           MOVE  SPACES TO PAYMENT-REGISTER-REC.
           WRITE PAYMENT-REGISTER-REC.
           WRITE PAYMENT-REGISTER-REC FROM REG-HEADING-LINE.
           MOVE  SPACES TO PAYMENT-REGISTER-REC.
           WRITE PAYMENT-REGISTER-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO PAYMENT-REGISTER-REC.
           WRITE PAYMENT-REGISTER-REC.
           MOVE SPACES TO REG-SUMMARY-LINE.
           MOVE 'VOUCHERS READ FROM VOUCHERS  : ' TO SL-LABEL.
           MOVE TOT-VOUCHERS-READ      TO SL-COUNT.
           WRITE PAYMENT-REGISTER-REC FROM REG-SUMMARY-LINE.
           MOVE 'VOUCHERS ADDED TO OPEN FILE  : ' TO SL-LABEL.
           MOVE TOT-VOUCHERS-ADDED     TO SL-COUNT.
           WRITE PAYMENT-REGISTER-REC FROM REG-SUMMARY-LINE.
           MOVE 'VOUCHERS ALREADY ON FILE     : ' TO SL-LABEL.
           MOVE TOT-VOUCHERS-DUPLICATE TO SL-COUNT.
           WRITE PAYMENT-REGISTER-REC FROM REG-SUMMARY-LINE.
           MOVE 'VOUCHERS PAID THIS RUN       : ' TO SL-LABEL.
           MOVE TOT-VOUCHERS-PAID      TO SL-COUNT.
           MOVE TOT-GROSS              TO SL-AMOUNT.
           WRITE PAYMENT-REGISTER-REC FROM REG-SUMMARY-LINE.
           MOVE SPACES TO REG-SUMMARY-LINE.
           MOVE 'EARLY-PAY DISCOUNTS TAKEN    : ' TO SL-LABEL.
           MOVE TOT-DISCOUNT           TO SL-AMOUNT.
           WRITE PAYMENT-REGISTER-REC FROM REG-SUMMARY-LINE.
           MOVE 'CHECKS ISSUED                : ' TO SL-LABEL.
           MOVE TOT-CHECKS             TO SL-COUNT.
           WRITE PAYMENT-REGISTER-REC FROM REG-SUMMARY-LINE.
           MOVE SPACES TO REG-SUMMARY-LINE.
           MOVE 'ACH PAYMENTS ISSUED          : ' TO SL-LABEL.
           MOVE TOT-ACH                TO SL-COUNT.
           WRITE PAYMENT-REGISTER-REC FROM REG-SUMMARY-LINE.
           MOVE 'TOTAL PAYMENTS / NET PAID    : ' TO SL-LABEL.
           MOVE TOT-PAYMENTS           TO SL-COUNT.
           MOVE TOT-NET                TO SL-AMOUNT.
           WRITE PAYMENT-REGISTER-REC FROM REG-SUMMARY-LINE.
           MOVE 'VOUCHERS STILL OPEN (USD)    : ' TO SL-LABEL.
           MOVE TOT-STILL-OPEN         TO SL-COUNT.
           MOVE TOT-STILL-OPEN-USD     TO SL-AMOUNT.
           WRITE PAYMENT-REGISTER-REC FROM REG-SUMMARY-LINE.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-PAYMENTS TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           WRITE PAYMENT-REGISTER-REC FROM RH-LINE-1.
      *
      *  Route a detected I/O failure through the shared FILSTAT
      *  handler - one OPSLOG record, one standard console message,
      *  and the run fails on a genuine error.
       REPORT-FILE-FAILURE.
           MOVE 'APPAYRUN' TO FS-PROGRAM.
           CALL 'FILSTAT' USING FILE-STATUS-PARM.
           IF FS-FAIL-RUN
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       STAMP-RUN-COMPLETE.
           SET JC-STAMP TO TRUE.
           MOVE 'APPAYRUN' TO JC-JOB-NAME.
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
