               FILE STATUS IS WS-HIST-STATUS.
           SELECT RUN-DATE-FILE    ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT LAG-HISTORY-FILE ASSIGN TO LAGHIST
               FILE STATUS IS WS-LAG-STATUS.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLMSTR.
           SELECT PROVIDER-MASTER-FILE ASSIGN TO PROVMSTR.
           SELECT PREMIUM-STATUS-FILE ASSIGN TO PREMSTAT
               FILE STATUS IS WS-AUTHLIM-STATUS.
           SELECT YTD-CLAIMS-FILE  ASSIGN TO YTDCLAIM
               FILE STATUS IS WS-YTD-STATUS.
           SELECT CLAIM-PEND-FILE  ASSIGN TO CLMPEND
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PEND-LIMIT-FILE  ASSIGN TO PENDLIM
               FILE STATUS IS WS-PENDLIM-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO FEESCHED
               FILE STATUS IS WS-FEE-STATUS.
           SELECT RECOVERY-FILE    ASSIGN TO OVPRECV
               FILE STATUS IS WS-RCV-STATUS.
           SELECT ISSUED-CHECK-FILE ASSIGN TO ISSUEDCK
               FILE STATUS IS WS-ISSUED-STATUS.
           SELECT CHECKPOINT-FILE  ASSIGN TO CLMCKPT
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT CHECKPOINT-INTERVAL-FILE ASSIGN TO CKPTINT
               FILE STATUS IS WS-CKPTINT-STATUS.
           SELECT CHECKPOINT-WORK-FILE ASSIGN TO CKPTWORK
               FILE STATUS IS WS-CKPTWORK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-RECORD-WS.
           COPY CLAIMREC.
       FD  EXCEPTION-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 370 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCP-REPORT-REC.
       01  EXCP-REPORT-REC.
           05  EXCP-CLAIM-RECORD              PIC X(100).
      *    Widened from X(30) (req 027), then to X(230) (review fixes)
      *    - EXCP-REASON now accumulates every failure reason for the
      *    record, '/ ' delimited, not just the last one to fire.  All
       FD  CLAIMS-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-REPORT-REC.
       01  CLAIM-REPORT-REC.
      *    (zero when the plan carries no cap).
           05  FILLER                     PIC X(2).
           05  OOP-REMAIN-OUT             PIC $$$,$$9CR.
      *    Billed above the fee schedule's allowed amount - not paid
      *    and not the insured's to pay.
           05  FILLER                     PIC X(2).
           05  DISALLOWED-OUT             PIC $$,$$$,$$9.99CR.
      *
      *     Per-policy-type coverage/deductible rate table - replaces
      *     the old hardcoded MAX-COVER-AMT-*/MAX-DED-AMT-* 77-levels
       FD  PAYMENTS-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYMENT-EXTRACT-REC.
      *    Widened 60 -> 80 when the servicing provider was added -
      *    carrier was primary, with the amount they paid.
           05  PAY-COB-IND              PIC X(01).
           05  PAY-PRIMARY-PAID         PIC S9(5)V99.
      *    Fee-schedule repricing - the procedure billed and the part
      *    of the billed amount above the provider's allowed amount,
      *    which the plan does not pay and the insured does not owe.
           05  PAY-PROCEDURE-CODE       PIC X(05).
           05  PAY-DISALLOWED           PIC S9(7)V99.
      *    Who the claim was for and the business date it was paid
      *    - what FRAUDSCR needs to see repeat billing over time.
           05  PAY-MEMBER-ID            PIC X(02).
           05  PAY-PAID-DATE            PIC 9(08).
      *    Part of PAY-CLAIM-PAID kept back against an open
      *    overpayment recovery (OVPRECV); the check is the rest.
           05  PAY-RECOVERY-OFFSET      PIC S9(7)V99.
      *    'P' - paid to the provider on its consolidated check.
           05  PAY-PAY-TO               PIC X(01).
               88  PAY-PROVIDER-PAID    VALUE 'P'.
      *    Date of service - paid date less this is the claim's lag.
           05  PAY-SERVICE-DATE         PIC 9(08).
           05  FILLER                   PIC X(04).
      *
      *    Business-date override - a one-record control file read at
      *    startup so a missed batch window can be rerun as-of the
           05  RH-BATCH-HASH            PIC 9(11)V99.
           05  FILLER                   PIC X(07).
      *
      *     Permanent claims lag history - one record appended per
      *     claim paid or reversed, month of service against month
      *     paid, for LAGRPT's lag triangle and IBNR estimate.
       FD  LAG-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LAG-HISTORY-REC.
           COPY LAGHIST.
      *
      *     Machine-readable copy of every rejected claim - the same
      *     100/230/40 layout as the printed EXCEPTION-REPORT but
      *     written without carriage control, so DENIALLT (and any
      *     other consumer of EXCP-CODE-LIST) parses records, not a
      *     print image.
       FD  REJECT-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 370 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REJECT-EXTRACT-REC.
       01  REJECT-EXTRACT-REC             PIC X(370).
      *
      *     Policy master - the authoritative record of each policy,
      *     keyed by INSURED-POLICY-NO and loaded at startup (same
      *    (the policyholder is implicit); blank slots unused.
           05  POL-MEMBER-ROSTER.
               10  POL-MEMBER-ID        PIC X(02) OCCURS 6 TIMES.
      *    Blank or 'A' is in force; 'C' cancelled as of
      *    POL-CANCEL-DATE (maintained by POLMNT).
           05  POL-STATUS               PIC X(01).
           05  POL-CANCEL-DATE          PIC 9(08).
           05  POL-STATE                PIC X(02).
           05  FILLER                   PIC X(03).
      *
      *     Provider master - who may render service on a claim.
      *     Loaded at startup (LOAD-RATE-TABLE convention); a claim
           05  PRV-TAX-ID               PIC X(09).
           05  PRV-STATUS               PIC X(01).
               88  PRV-ACTIVE           VALUE 'A'.
               88  PRV-CREDENTIALING    VALUE 'P'.
      *    Fee-schedule class - a provider with no fee-schedule rows
      *    of its own is priced from its class's rows.
           05  PRV-CLASS                PIC X(01).
      *
      *     Per-policy premium standing maintained by PREMPOST - a
      *     policy flagged 'L' (unpaid past grace) gets its claims
      *    year, tracked against the plan's out-of-pocket maximum.
           05  YTD-OOP-PAID             PIC S9(06).
           05  FILLER                   PIC X(05).
      *
      *     Pend queue - claims held for review instead of rejected
      *     because the only things wrong with them are paperwork
      *     that may still arrive: a missing prior authorization or
      *     a provider not yet credentialed.  Read whole at startup,
      *     re-presented ahead of the day's feed, and rewritten at
      *     end of run with whatever is still waiting (the YTD
      *     accumulator convention).  PENDAGE ages it.
       FD  CLAIM-PEND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-PEND-REC.
           COPY CLMPEND.
      *
      *     Days a claim may wait in the pend queue before it denies
      *     - a one-record control file so claims operations can
      *     move it without a recompile; missing falls back to 60.
       FD  PEND-LIMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PEND-LIMIT-REC.
       01  PEND-LIMIT-REC.
           05  PL-EXPIRY-DAYS           PIC 9(03).
           05  FILLER                   PIC X(77).
      *
      *     Fee schedule - the most the plan allows for a procedure,
      *     by provider ('P' rows, keyed by provider code) or by
      *     provider class ('C' rows, class in the first byte of the
      *     key), each effective from/to a date (to-date zero is
      *     open-ended).  A claim prices at the lesser of billed and
      *     allowed, the provider's own row winning over its class's.
       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FEE-SCHEDULE-REC.
       01  FEE-SCHEDULE-REC.
           05  FS-KEY-TYPE              PIC X(01).
               88  FS-PROVIDER-ROW      VALUE 'P'.
               88  FS-CLASS-ROW         VALUE 'C'.
           05  FS-PROVIDER-KEY          PIC X(04).
           05  FS-PROCEDURE-CODE        PIC X(05).
           05  FS-EFF-FROM              PIC 9(08).
           05  FS-EFF-TO                PIC 9(08).
           05  FS-ALLOWED-AMT           PIC 9(07)V99.
           05  FILLER                   PIC X(45).
      *
      *     Overpayment recovery receivables - one per reversal of
      *     a claim whose check had already been mailed.  Read whole
      *     at startup, offset against the payee's later payments,
      *     and rewritten at end of run with whatever is still owed
      *     (the pend queue convention).
       FD  RECOVERY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-RECOVERY-REC.
           COPY OVPRECV.
      *
      *     Checks CHKREG has cut (CHKREG's layout) - read on a
      *     reversal to tell whether the money has already gone out.
       FD  ISSUED-CHECK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISSUED-CHECK-REC.
       01  ISSUED-CHECK-REC.
           05  CK-CHECK-NO              PIC 9(06).
           05  CK-POLICY-NO             PIC 9(07).
           05  CK-PAYEE                 PIC X(25).
           05  CK-AMOUNT                PIC S9(7)V99.
           05  CK-ISSUE-DATE            PIC 9(08).
           05  CK-STATUS                PIC X(01).
               88  CK-VOIDED            VALUE 'V'.
               88  CK-STOPPED           VALUE 'S'.
      *        Never cashed - voided as stale (STALECHK), and
      *        later remitted to the state as unclaimed property.
               88  CK-STALE-DATED       VALUES 'D', 'U'.
           05  FILLER                   PIC X(04).
      *
      *     Checkpoint log (the FINALS CHKPOINT convention) - every
      *     CKPTINT claims one complete set is appended: a header
      *     with the input position, the record counts written so
      *     far to each output, the batch identity and the
      *     accumulators; one record per entry of the in-flight YTD,
      *     pend, recovery, run-balance and seen-claims tables; and
      *     a trailer repeating the header.  A set without its
      *     trailer was cut off mid-write and is ignored.  Emptied
      *     at normal end of run.
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 320 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECKPOINT-REC.
       01  CHECKPOINT-REC.
           05  CKP-REC-TYPE             PIC X(01).
               88  CKP-HEADER           VALUE 'H'.
               88  CKP-YTD-ENTRY        VALUE 'Y'.
               88  CKP-PEND-ENTRY       VALUE 'P'.
               88  CKP-RECOVERY-ENTRY   VALUE 'R'.
               88  CKP-BALANCE-ENTRY    VALUE 'B'.
               88  CKP-SEEN-ENTRY       VALUE 'S'.
               88  CKP-TRAILER          VALUE 'T'.
           05  CKP-SET-NO               PIC 9(05).
           05  CKP-HEADER-DATA.
      *        'S' taken before anything was written, 'F' taken
      *        between claims on the day's feed.
               10  CKP-PHASE            PIC X(01).
               10  CKP-BUSINESS-DATE    PIC 9(08).
               10  CKP-BATCH-COUNT      PIC 9(06).
               10  CKP-BATCH-HASH       PIC 9(11)V99.
      *        Times the batch was already on CLMHIST when the run
      *        that took the checkpoint started.
               10  CKP-POSTED-CTR       PIC 9(03).
               10  CKP-FEED-POSITION    PIC 9(06).
               10  CKP-PAY-RECS         PIC 9(07).
               10  CKP-REJ-RECS         PIC 9(07).
               10  CKP-LAG-RECS         PIC 9(09).
               10  CKP-PAGE-NO          PIC 9(04).
               10  CKP-YTD-CTR          PIC 9(04).
               10  CKP-PEND-CTR         PIC 9(04).
               10  CKP-PEND-PRIOR-CTR   PIC 9(04).
               10  CKP-RCV-CTR          PIC 9(04).
               10  CKP-BAL-CTR          PIC 9(04).
               10  CKP-SEEN-CTR         PIC 9(04).
               10  CKP-RUN-TYPE-SUMMARY PIC X(81).
               10  CKP-POLICY-CONTROLS  PIC X(49).
               10  CKP-TOTALS.
                   15  CKP-TOT-CLAIM-AMOUNT     PIC S9(8)V99.
                   15  CKP-TOT-CLAIM-PAID       PIC S9(8)V99.
                   15  CKP-TOT-CLAIMS-PRCSD     PIC 999.
                   15  CKP-TOT-CLAIMS-RJCTD     PIC 999.
                   15  CKP-TOT-REVERSALS-PRCSD  PIC 999.
                   15  CKP-TOT-REVERSAL-PAID    PIC S9(8)V99.
                   15  CKP-TOT-CLAIMS-PENDED    PIC 999.
                   15  CKP-TOT-PENDS-PRESENTED  PIC 999.
                   15  CKP-TOT-PENDS-RELEASED   PIC 999.
                   15  CKP-TOT-PENDS-DENIED     PIC 999.
                   15  CKP-TOT-RECOVERIES-OPENED PIC 999.
                   15  CKP-TOT-RECOVERY-OPEN-AMT PIC S9(8)V99.
                   15  CKP-TOT-RECOVERY-OFFSET  PIC S9(8)V99.
               10  FILLER               PIC X(22).
      *        Table entries are carried as the table's own image.
           05  CKP-ENTRY-DATA REDEFINES CKP-HEADER-DATA.
               10  CKP-ENTRY-IMAGE      PIC X(140).
               10  FILLER               PIC X(174).
      *
      *     Claims between checkpoints - a one-record control file
      *     so operations can tune it without a recompile; missing
      *     falls back to 100.
       FD  CHECKPOINT-INTERVAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECKPOINT-INTERVAL-REC.
       01  CHECKPOINT-INTERVAL-REC.
           05  CI-CLAIMS                PIC 9(05).
           05  FILLER                   PIC X(75).
      *
      *     Scratch copy used on a restart to cut each output back
      *     to the records it held at the checkpoint - sized for the
      *     widest of them.
       FD  CHECKPOINT-WORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 370 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECKPOINT-WORK-REC.
       01  CHECKPOINT-WORK-REC          PIC X(370).
      *
       WORKING-STORAGE SECTION.
      *     Coverage/deductible rate table - loaded from RATE-TABLE-
               10  WS-POL-DED-PAID      PIC S9(04).
               10  WS-POL-ROSTER.
                   15  WS-POL-MEMBER-ID PIC X(02) OCCURS 6 TIMES.
               10  WS-POL-STATUS        PIC X(01).
                   88  WS-POL-CANCELLED VALUE 'C'.
               10  WS-POL-CANCEL-DATE   PIC 9(08).
       01  WS-POLICY-MASTER-CTR         PIC S9(4) COMP VALUE ZERO.
       01  WS-POLICY-MASTER-MAX         PIC S9(4) COMP VALUE 200.
       01  WS-POL-FOUND-SW              PIC X VALUE 'N'.
                   INDEXED BY PRV-IDX.
               10  WS-PRV-CODE          PIC X(04).
               10  WS-PRV-STATUS        PIC X(01).
               10  WS-PRV-CLASS         PIC X(01).
       01  WS-PROVIDER-CTR              PIC S9(4) COMP VALUE ZERO.
       01  WS-PROVIDER-MAX              PIC S9(4) COMP VALUE 200.
      *    'N' not on master / 'I' on master but inactive / 'A' ok
      *    / 'P' on master with credentialing still in progress.
       01  WS-PRV-FOUND-SW              PIC X VALUE 'N'.
           88  PROVIDER-UNKNOWN         VALUE 'N'.
           88  PROVIDER-INACTIVE        VALUE 'I'.
           88  PROVIDER-ACTIVE          VALUE 'A'.
           88  PROVIDER-CREDENTIALING   VALUE 'P'.
      *    Lapsed policies from PREMPOST's premium-status file -
      *    only the 'L' entries are held; everyone else passes.
       01  WS-PREM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-YTD-CTR                   PIC 9(4) VALUE ZERO.
       01  WS-YTD-FOUND-SW              PIC X    VALUE 'N'.
           88  YTD-ENTRY-FOUND          VALUE 'Y'.
      *
      *    In-storage copy of the pend queue - the prior run's pends
      *    plus any this run adds, written back whole at end of run
      *    less the ones that paid or denied.  Same capped-table
      *    convention as WS-SEEN-CLAIMS-TABLE: once it is full, a
      *    claim that would have pended rejects as it always did.
       01  WS-PEND-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PENDLIM-STATUS            PIC X(02) VALUE SPACES.
      *    Fee schedule loaded at startup (LOAD-RATE-TABLE
      *    convention).  With no FEESCHED file at all nothing is
      *    repriced and procedure codes are not checked - the
      *    pre-fee-schedule behavior - rather than rejecting every
      *    claim.
       01  WS-FEE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-FEE-TABLE.
           05  WS-FS-ENTRIES OCCURS 2000 TIMES
                   INDEXED BY FS-IDX.
               10  WS-FS-KEY-TYPE       PIC X(01).
               10  WS-FS-PROVIDER-KEY   PIC X(04).
               10  WS-FS-PROCEDURE-CODE PIC X(05).
               10  WS-FS-EFF-FROM       PIC 9(08).
               10  WS-FS-EFF-TO         PIC 9(08).
               10  WS-FS-ALLOWED-AMT    PIC 9(07)V99.
       01  WS-FEE-CTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-FEE-MAX                   PIC S9(4) COMP VALUE 2000.
       01  WS-FEE-LOADED-SW             PIC X    VALUE 'N'.
           88  FEE-SCHEDULE-LOADED      VALUE 'Y'.
       01  WS-PROC-FOUND-SW             PIC X    VALUE 'N'.
           88  PROCEDURE-KNOWN          VALUE 'Y'.
      *    'P' priced from the provider's own row, 'C' from its
      *    class's, 'N' no row in effect.
       01  WS-FEE-FOUND-SW              PIC X    VALUE 'N'.
           88  FEE-NOT-FOUND            VALUE 'N'.
           88  FEE-FROM-PROVIDER        VALUE 'P'.
           88  FEE-FROM-CLASS           VALUE 'C'.
       01  WS-CLAIM-PRV-CLASS           PIC X(01) VALUE SPACE.
      *    The claim's billed amount cut back to the allowed amount,
      *    and what was cut.
       01  WS-ALLOWED-AMT               PIC S9(7)V99 VALUE ZEROES.
       01  WS-DISALLOWED-AMT            PIC S9(7)V99 VALUE ZEROES.
      *    Overpayment recovery receivables - loaded at startup,
      *    opened by reversals of mailed payments, drawn down by
      *    offsets against the same payee's later payments.
       01  WS-RCV-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ISSUED-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RCV-TABLE.
           05  WS-RCV-ENTRIES OCCURS 500 TIMES
                   INDEXED BY RCV-IDX.
               10  WS-RCV-POLICY-NO     PIC 9(07).
               10  WS-RCV-LAST-NAME     PIC X(15).
               10  WS-RCV-FIRST-NAME    PIC X(10).
               10  WS-RCV-CHECK-NO      PIC 9(06).
               10  WS-RCV-OPEN-DATE     PIC 9(08).
               10  WS-RCV-ORIGINAL-AMT  PIC S9(7)V99.
               10  WS-RCV-BALANCE       PIC S9(7)V99.
               10  WS-RCV-OFFSET-DATE   PIC 9(08).
               10  WS-RCV-LETTER-DATE   PIC 9(08).
       01  WS-RCV-CTR                   PIC 9(4) VALUE ZERO.
       01  WS-RCV-MAX                   PIC 9(4) VALUE 500.
       01  WS-RCV-OVERFLOW-SW           PIC X    VALUE 'N'.
           88  RECOVERY-FILE-OVERFLOW   VALUE 'Y'.
      *    The mailed check a reversal is taking back, when found.
       01  WS-MAILED-CHECK-NO           PIC 9(06) VALUE ZERO.
       01  WS-CHECK-USED-SW             PIC X    VALUE 'N'.
           88  CHECK-ALREADY-RECOVERING VALUE 'Y'.
       01  WS-RECOVERY-OFFSET           PIC S9(7)V99 VALUE ZEROES.
       01  WS-OFFSET-THIS               PIC S9(7)V99 VALUE ZEROES.
       01  WS-PEND-TABLE.
           05  WS-PND-ENTRIES OCCURS 500 TIMES
                   INDEXED BY PND-IDX.
               10  WS-PND-CLAIM-IMAGE   PIC X(100).
               10  WS-PND-REASON-CODES  PIC X(20).
               10  WS-PND-FIRST-DATE    PIC 9(08).
               10  WS-PND-LAST-DATE     PIC 9(08).
               10  WS-PND-COUNT         PIC 9(03).
      *            'P' still waiting; 'R' resolved this run (paid or
      *            denied) and dropped from the rewritten queue.
               10  WS-PND-STATE         PIC X(01).
                   88  PEND-STILL-WAITING   VALUE 'P'.
                   88  PEND-RESOLVED        VALUE 'R'.
       01  WS-PEND-CTR                  PIC 9(4) VALUE ZERO.
       01  WS-PEND-MAX                  PIC 9(4) VALUE 500.
      *    Entries loaded from the prior run - the re-presentation
      *    pass walks only these, never the ones this run adds.
       01  WS-PEND-PRIOR-CTR            PIC 9(4) VALUE ZERO.
       01  WS-PEND-SUB                  PIC 9(4) VALUE ZERO.
       01  WS-PEND-OVERFLOW-SW          PIC X    VALUE 'N'.
           88  PEND-QUEUE-OVERFLOW      VALUE 'Y'.
       01  WS-PEND-EXPIRY-DAYS          PIC 9(03) VALUE 60.
       01  WS-PEND-AGE                  PIC S9(05) VALUE ZERO.
       01  WS-PEND-REASON-TEXT          PIC X(230) VALUE SPACES.
      *    'Y' while the pend queue is being re-presented, so the
      *    outcome is booked against the queue entry in hand.
       01  WS-PEND-PASS-SW              PIC X    VALUE 'N'.
           88  PRESENTING-PENDS         VALUE 'Y'.
      *    Set by ACCUMULATE-EXCP-REASON when any reason other than
      *    a pendable one (19, 22, 23) fires - such a claim rejects
      *    outright, paperwork or no.
       01  WS-HARD-REJECT-SW            PIC X    VALUE 'N'.
           88  HARD-REJECT              VALUE 'Y'.
       01  WS-CLAIM-PENDED-SW           PIC X    VALUE 'N'.
           88  CLAIM-PENDED             VALUE 'Y'.
      *
       01  WS-HIST-STATUS               PIC X(02) VALUE SPACES.
       01  WS-LAG-STATUS                PIC X(02) VALUE SPACES.
      *    The claim's date of service, or the business date when
      *    the feed did not carry one.
       01  WS-SERVICE-DATE              PIC 9(08) VALUE ZERO.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
      *    Duplicate-run protection: the input batch's identity -
      *    business date plus record count plus hash of
       01  WS-BATCH-HASH                PIC 9(11)V99 VALUE ZERO.
       01  WS-DUP-RUN-SW                PIC X       VALUE 'N'.
           88  BATCH-ALREADY-POSTED     VALUE 'Y'.
       01  WS-BATCH-POSTED-CTR          PIC 9(03)   VALUE ZERO.
      *    Checkpoint/restart.  The record counts below are what
      *    each output holds so far (LAGHIST counted from the top of
      *    the file, since it is permanent); a restart cuts every
      *    output back to its count at the last checkpoint, skips
      *    the feed records that checkpoint had already seen, and
      *    carries on with its accumulators and tables.
       01  WS-CKPT-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-CKPTINT-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-CKPTWORK-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-CKPT-INTERVAL             PIC 9(05)   VALUE 100.
       01  WS-CKPT-SINCE-CTR            PIC 9(05)   VALUE ZERO.
       01  WS-CKPT-SET-NO               PIC 9(05)   VALUE ZERO.
       01  WS-CKPT-PHASE                PIC X(01)   VALUE 'S'.
           88  CKPT-AT-START            VALUE 'S'.
           88  CKPT-IN-FEED             VALUE 'F'.
       01  WS-CKPT-FEED-POS             PIC 9(06)   VALUE ZERO.
       01  WS-CKPT-SKIPPED              PIC 9(06)   VALUE ZERO.
       01  WS-CKPT-PAY-RECS             PIC 9(07)   VALUE ZERO.
       01  WS-CKPT-REJ-RECS             PIC 9(07)   VALUE ZERO.
       01  WS-CKPT-LAG-RECS             PIC 9(09)   VALUE ZERO.
       01  WS-CKPT-COPY-CTR             PIC 9(09)   VALUE ZERO.
       01  WS-CKPT-YTD-SUB              PIC 9(04)   VALUE ZERO.
       01  WS-CKPT-PND-SUB              PIC 9(04)   VALUE ZERO.
       01  WS-CKPT-RCV-SUB              PIC 9(04)   VALUE ZERO.
       01  WS-CKPT-BAL-SUB              PIC 9(04)   VALUE ZERO.
       01  WS-CKPT-SEEN-SUB             PIC 9(04)   VALUE ZERO.
       01  WS-CKPT-HEADER-SAVE          PIC X(320)  VALUE SPACES.
      *    The last complete set on CLMCKPT, as READ-CHECKPOINT
      *    found it.
       01  WS-CKPT-FOUND-SW             PIC X       VALUE 'N'.
           88  CHECKPOINT-ON-FILE       VALUE 'Y'.
       01  WS-CKPT-BUSINESS-DATE        PIC 9(08)   VALUE ZERO.
       01  WS-CKPT-BATCH-COUNT          PIC 9(06)   VALUE ZERO.
       01  WS-CKPT-BATCH-HASH           PIC 9(11)V99 VALUE ZERO.
       01  WS-CKPT-POSTED-CTR           PIC 9(03)   VALUE ZERO.
       01  WS-RESTART-SW                PIC X       VALUE 'N'.
           88  RESTART-IN-PROGRESS      VALUE 'Y'.
       01  WS-CKPT-SHORT-SW             PIC X       VALUE 'N'.
           88  CKPT-OUTPUT-SHORT        VALUE 'Y'.
      *    Batch header/trailer balancing (the FINALS SEGIN
      *    convention): both brackets must arrive and both counts -
      *    and the trailer's hash of CLAIM-AMOUNT - must match what
           05  TOT-CLAIMS-RJCTD         PIC 999      VALUE ZEROES.
           05  TOT-REVERSALS-PRCSD      PIC 999      VALUE ZEROES.
           05  TOT-REVERSAL-PAID        PIC S9(8)V99 VALUE ZEROES.
      *    Pend queue activity: new pends from the feed, prior pends
      *    re-presented, and of those the ones that paid or denied.
           05  TOT-CLAIMS-PENDED        PIC 999      VALUE ZEROES.
           05  TOT-PENDS-PRESENTED      PIC 999      VALUE ZEROES.
           05  TOT-PENDS-RELEASED       PIC 999      VALUE ZEROES.
           05  TOT-PENDS-DENIED         PIC 999      VALUE ZEROES.
      *    Overpayment recovery: receivables opened by reversals of
      *    mailed payments, and what later payments kept back.
           05  TOT-RECOVERIES-OPENED    PIC 999      VALUE ZEROES.
           05  TOT-RECOVERY-OPENED-AMT  PIC S9(8)V99 VALUE ZEROES.
           05  TOT-RECOVERY-OFFSET      PIC S9(8)V99 VALUE ZEROES.
      *
           05  EOF-STAT                 PIC X        VALUE SPACE.
               88  END-OF-FILE          VALUE 'Y'.
           05  FILLER                   PIC X(10)  VALUE 'PRIMARY PD'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(10)  VALUE 'OOP REMAIN'.
           05  FILLER                   PIC X(7) VALUE SPACES.
           05  FILLER                   PIC X(10)  VALUE 'DISALLOWED'.
      *
       01  HEADER-LINE-3.
      *
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'AMOUNT PD: '.
           05  POLICY-SUB-CLAIM-PD-OUT  PIC $$,$$$,$$9.99.
      *
       01  PEND-SECTION-HEADER-LINE.
           05  FILLER                   PIC X(8)  VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE
                                     'RE-PRESENTED PENDED CLAIMS'.
      *
      *    Printed on both reports where a restart picks up - any
      *    lines the stopped run printed past its last checkpoint
      *    sit above it and are printed again below.
       01  RESTART-BANNER-LINE.
           05  FILLER                   PIC X(8)  VALUE SPACES.
           05  FILLER                   PIC X(32) VALUE
                     '*** RUN RESTARTED AT CHECKPOINT '.
           05  RESTART-SET-OUT          PIC ZZZZ9.
           05  FILLER                   PIC X(20) VALUE
                     ' (AFTER FEED RECORD '.
           05  RESTART-POSITION-OUT     PIC ZZZZZ9.
           05  FILLER                   PIC X(48) VALUE
                     ') - LINES ABOVE PRINTED PAST IT REPEAT BELOW ***'.
      *
       01  FOOTER-LINE-0.
           05 FILLER                    PIC X(70) VALUE SPACES.
                              "Total amount reversed : ".
           05 TOT-REVERSAL-PAID-OUT     PIC $$$,$$$,$$$.99CR.
           05 FILLER                    PIC X(50) VALUE SPACES.
      *
       01  FOOTER-LINE-7.
           05 FILLER                    PIC X(36) VALUE
                              "Total claims pended: ".
           05 TOT-CLAIMS-PENDED-OUT     PIC ZZ9.
           05 FILLER                    PIC X(50) VALUE SPACES.
      *
       01  FOOTER-LINE-8.
           05 FILLER                    PIC X(36) VALUE
                              "Pended claims re-presented: ".
           05 TOT-PENDS-PRESENTED-OUT   PIC ZZ9.
           05 FILLER                    PIC X(50) VALUE SPACES.
      *
       01  FOOTER-LINE-9.
           05 FILLER                    PIC X(36) VALUE
                              "Pended claims paid: ".
           05 TOT-PENDS-RELEASED-OUT    PIC ZZ9.
           05 FILLER                    PIC X(50) VALUE SPACES.
      *
       01  FOOTER-LINE-10.
           05 FILLER                    PIC X(36) VALUE
                              "Pended claims denied: ".
           05 TOT-PENDS-DENIED-OUT      PIC ZZ9.
           05 FILLER                    PIC X(50) VALUE SPACES.
      *
       01  FOOTER-LINE-11.
           05 FILLER                    PIC X(36) VALUE
                              "Recovery receivables opened: ".
           05 TOT-RECOVERIES-OPENED-OUT PIC ZZ9.
           05 FILLER                    PIC X(50) VALUE SPACES.
      *
       01  FOOTER-LINE-12.
           05 FILLER                    PIC X(36) VALUE
                              "Total amount to recover: ".
           05 TOT-RECOVERY-OPENED-OUT   PIC $$$,$$$,$$$.99CR.
           05 FILLER                    PIC X(50) VALUE SPACES.
      *
       01  FOOTER-LINE-13.
           05 FILLER                    PIC X(36) VALUE
                              "Recovered by payment offset: ".
           05 TOT-RECOVERY-OFFSET-OUT   PIC $$$,$$$,$$$.99CR.
           05 FILLER                    PIC X(50) VALUE SPACES.
      *
      *
       PROCEDURE DIVISION.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    A checkpoint left on CLMCKPT means a run of this batch
      *    stopped partway.  It resumes only for the same batch, and
      *    only if that run never reached CLMHIST - once the batch
      *    has been recorded the run finished, the checkpoint is
      *    stale, and the duplicate-run check below applies exactly
      *    as it would without one (a stopped FORCE repost resumes
      *    only under FORCE again).
           PERFORM READ-CHECKPOINT.
           IF CHECKPOINT-ON-FILE
               IF WS-CKPT-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                  OR WS-CKPT-BATCH-COUNT NOT = WS-BATCH-COUNT
                  OR WS-CKPT-BATCH-HASH NOT = WS-BATCH-HASH
                   DISPLAY 'MIDTERM: CLMCKPT HOLDS A CHECKPOINT FOR '
                           'THE BATCH OF ' WS-CKPT-BUSINESS-DATE
                           ' (COUNT ' WS-CKPT-BATCH-COUNT
                           ', HASH ' WS-CKPT-BATCH-HASH
                           ') - RUN REFUSED.'
                   DISPLAY 'MIDTERM: RESTART THAT BATCH, OR EMPTY '
                           'CLMCKPT IF IT IS BEING ABANDONED.'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-BATCH-POSTED-CTR = WS-CKPT-POSTED-CTR
                   SET RESTART-IN-PROGRESS TO TRUE
               ELSE
                   DISPLAY 'MIDTERM: CHECKPOINT LEFT BY A RUN THAT '
                           'COMPLETED - CLEARED'
                   PERFORM RESET-CHECKPOINT
               END-IF
           END-IF.
           IF BATCH-ALREADY-POSTED AND NOT FORCE-MODE
               DISPLAY 'MIDTERM: INPUT BATCH ALREADY POSTED ON '
                       WS-BUSINESS-DATE ' (COUNT ' WS-BATCH-COUNT
               DISPLAY 'MIDTERM: BATCH ALREADY POSTED - '
                       'REPROCESSING UNDER FORCE'
           END-IF.
           PERFORM LOAD-PEND-LIMIT.
           PERFORM LOAD-PEND-QUEUE.
      *    A queue bigger than the table would lose the pends past
      *    the cap when it is rewritten - refuse before anything
      *    posts rather than drop claims nobody will see again.
           IF PEND-QUEUE-OVERFLOW
               DISPLAY 'MIDTERM: PEND QUEUE HAS MORE THAN '
                       WS-PEND-MAX ' CLAIMS - RUN REFUSED.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-RECOVERIES.
      *    Same reasoning: a receivable past the cap would be
      *    forgotten on rewrite, and the money never asked back.
           IF RECOVERY-FILE-OVERFLOW
               DISPLAY 'MIDTERM: RECOVERY FILE HAS MORE THAN '
                       WS-RCV-MAX ' RECEIVABLES - RUN REFUSED.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-POLICY-MASTER.
           PERFORM LOAD-PROVIDER-MASTER.
           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM LOAD-LAPSED-POLICIES.
           PERFORM LOAD-PRIOR-AUTHS.
           PERFORM LOAD-AUTH-THRESHOLD.
           PERFORM LOAD-YTD-TABLE.
           PERFORM LOAD-CHECKPOINT-INTERVAL.
      *    A restart takes its tables and totals from the checkpoint,
      *    not from the files just loaded - YTDCLAIM, CLMPEND and
      *    OVPRECV may already have been rewritten by the run that
      *    stopped.  A fresh run checkpoints its starting state
      *    before it writes anything.
           IF RESTART-IN-PROGRESS
               PERFORM RESTORE-CHECKPOINT
               PERFORM REPOSITION-OUTPUTS
               IF CKPT-OUTPUT-SHORT
                   DISPLAY 'MIDTERM: OUTPUT FILES DO NOT REACH THE '
                           'CHECKPOINT - RESTART REFUSED.'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               SET CKPT-AT-START TO TRUE
               PERFORM TAKE-CHECKPOINT
           END-IF.
           MOVE SPACES TO  EXCP-REPORT-REC CLAIM-REPORT-REC.
      *
           IF RESTART-IN-PROGRESS AND CKPT-IN-FEED
               PERFORM SKIP-TO-CHECKPOINT
           ELSE
               PERFORM DISPLAY-HEADINGS
               PERFORM EXCEPTION-HEADINGS
      *        Yesterday's pends go first - they were submitted
      *        before anything on today's feed, and a resubmitted
      *        copy on the feed then catches on the duplicate check
      *        instead of paying a second time.
               PERFORM RE-PRESENT-PEND-QUEUE
               MOVE   'N' TO EOF-STAT
               READ    CLAIMS-FILE
                       AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE OR NOT CLAIM-BATCH-BRACKET
                   ADD 1 TO WS-CKPT-FEED-POS
                   READ CLAIMS-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
      *        Prime the first policy-type group (prints no section
      *        header yet until the first record is actually in
      *        hand).
               PERFORM POLICY-CONTROL-BREAK
           END-IF.
           SET CKPT-IN-FEED TO TRUE.
           PERFORM PROCESS-RECORDS UNTIL END-OF-FILE.
      *    Print the subtotal block for the last policy-type group.
           PERFORM POLICY-CONTROL-BREAK.
           PERFORM DISPLAY-FOOTERS.
           PERFORM REWRITE-YTD-FILE.
           PERFORM REWRITE-PEND-FILE.
           PERFORM REWRITE-RECOVERY-FILE.
      *    Outputs closed before the batch is recorded, so a batch
      *    on CLMHIST is a batch whose files are complete; the
      *    checkpoint goes only once it is recorded.
           PERFORM CLOSE-FILES.
           PERFORM APPEND-RUN-HISTORY.
           PERFORM RESET-CHECKPOINT.
           GOBACK.
      *
       PROCESS-RECORDS.
               IF CLAIM-BATCH-BRACKET
      *            The pre-pass already proved the brackets - they
      *            are transparent to the claim processing itself.
                   ADD 1 TO WS-CKPT-FEED-POS
                   READ CLAIMS-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               ELSE
               IF WS-POLICY-CONTROL-KEY = POLICY-TYPE
                   PERFORM PROCESS-ONE-CLAIM
      *            Checkpoint between claims, with the one just
      *            processed counted and the next not yet read.
                   ADD 1 TO WS-CKPT-FEED-POS WS-CKPT-SINCE-CTR
                   IF WS-CKPT-SINCE-CTR >= WS-CKPT-INTERVAL
                       PERFORM TAKE-CHECKPOINT
                   END-IF
                   READ CLAIMS-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               ELSE
                   PERFORM POLICY-CONTROL-BREAK
               END-IF
      *
           IF NOT WRITE-EXCEPTION AND NOT REVERSAL-CLAIM
              PERFORM CHECK-PRIOR-AUTH.
      *
           IF NOT WRITE-EXCEPTION AND NOT REVERSAL-CLAIM
              PERFORM APPLY-FEE-SCHEDULE.
      *
           IF NOT WRITE-EXCEPTION AND NOT REVERSAL-CLAIM
              PERFORM APPLY-YTD-ACCUMULATOR.
      *
           IF NOT WRITE-EXCEPTION AND NOT REVERSAL-CLAIM
              PERFORM PROCESS-CLAIM-AMT.
      *
      *    Held only for paperwork - pend it (or, on a pend already
      *    past its limit, deny it) instead of rejecting outright.
           IF WRITE-EXCEPTION AND NOT HARD-REJECT
              AND NOT REVERSAL-CLAIM
              PERFORM PEND-CLAIM
           END-IF.
      *
           IF WRITE-EXCEPTION
              PERFORM  WRITE-EXCEPTION-RECORD
              ADD 1                 TO    TOT-CLAIMS-RJCTD
              IF PRESENTING-PENDS
                  SET PEND-RESOLVED(WS-PEND-SUB) TO TRUE
                  ADD 1 TO TOT-PENDS-DENIED
              END-IF
           ELSE
           IF REVERSAL-CLAIM OR CLAIM-PENDED
              CONTINUE
           ELSE
              IF PRESENTING-PENDS
                  SET PEND-RESOLVED(WS-PEND-SUB) TO TRUE
                  ADD 1 TO TOT-PENDS-RELEASED
              END-IF
               WRITE CLAIM-REPORT-REC  AFTER ADVANCING 2 LINES
               PERFORM DRAW-DOWN-RUN-BALANCE
               PERFORM POST-YTD-ACCUMULATOR
               PERFORM APPLY-RECOVERY-OFFSET
               PERFORM WRITE-PAYMENT-EXTRACT
               ADD 1                 TO TOT-CLAIMS-PRCSD
               ADD CLAIM-AMOUNT      TO TOT-CLAIM-AMOUNT
           END-IF.
           MOVE SPACES TO  CLAIM-REPORT-REC  EXCP-REPORT-REC.
           MOVE SPACE TO EXCPTN-STAT.
           MOVE 'N' TO WS-HARD-REJECT-SW WS-CLAIM-PENDED-SW.
      *
       WRITE-PAYMENT-EXTRACT.
           MOVE SPACES             TO PAYMENT-EXTRACT-REC.
           MOVE CLAIM-PROVIDER-CODE TO PAY-PROVIDER-CODE.
           MOVE WS-DED-APPLIED-THIS TO PAY-DED-APPLIED.
           MOVE WS-COINS-THIS       TO PAY-COINS-AMT.
           MOVE CLAIM-PROCEDURE-CODE TO PAY-PROCEDURE-CODE.
           MOVE WS-DISALLOWED-AMT   TO PAY-DISALLOWED.
           MOVE WS-CLAIM-MEMBER     TO PAY-MEMBER-ID.
           MOVE WS-BUSINESS-DATE    TO PAY-PAID-DATE.
           PERFORM SET-SERVICE-DATE.
           MOVE WS-SERVICE-DATE     TO PAY-SERVICE-DATE.
           MOVE WS-RECOVERY-OFFSET  TO PAY-RECOVERY-OFFSET.
           IF PAY-TO-PROVIDER
               MOVE 'P'   TO PAY-PAY-TO
           END-IF.
           IF COB-SECONDARY AND CLAIM-PRIMARY-PAID NUMERIC
               MOVE 'Y'                TO PAY-COB-IND
               MOVE CLAIM-PRIMARY-PAID TO PAY-PRIMARY-PAID
               MOVE ZERO  TO PAY-PRIMARY-PAID
           END-IF.
           WRITE PAYMENT-EXTRACT-REC.
           ADD 1 TO WS-CKPT-PAY-RECS.
           MOVE SPACES              TO LAG-HISTORY-REC.
           MOVE CLAIM-AMOUNT-PAID   TO LG-PAID-AMOUNT.
           PERFORM WRITE-LAG-HISTORY.
      *
       SET-SERVICE-DATE.
           IF CLAIM-SERVICE-DATE-X = SPACES
               MOVE WS-BUSINESS-DATE   TO WS-SERVICE-DATE
           ELSE
               MOVE CLAIM-SERVICE-DATE TO WS-SERVICE-DATE
           END-IF.
      *
      *  LG-PAID-AMOUNT is set by the caller - the claim paid, or a
      *  reversal's amount taken back (negative).
       WRITE-LAG-HISTORY.
           MOVE POLICY-TYPE         TO LG-POLICY-TYPE.
           MOVE WS-SERVICE-DATE     TO LG-SERVICE-DATE.
           MOVE WS-BUSINESS-DATE    TO LG-PAID-DATE.
           MOVE INSURED-POLICY-NO   TO LG-POLICY-NO.
           WRITE LAG-HISTORY-REC.
           ADD 1 TO WS-CKPT-LAG-RECS.
      *
      *--------------------------------------------------------------*
      *    Take a payment back.  The restored amount is priced the
               MOVE '00' TO WS-CLAIM-MEMBER
           END-IF.
      *    A COB original paid on the reduced base, so its reversal
      *    restores the reduced base too - and the fee-schedule
      *    allowed amount it was priced from.
           PERFORM LOOKUP-FEE-SCHEDULE.
           PERFORM COMPUTE-COB-BASE.
           COMPUTE WS-REVERSAL-PAID = WS-CLAIM-BASE -
                   (WS-CLAIM-BASE * POLICY-COINSURANCE).
           WRITE CLAIM-REPORT-REC  AFTER ADVANCING 2 LINES.
           ADD 1                TO TOT-REVERSALS-PRCSD.
           ADD WS-REVERSAL-PAID TO TOT-REVERSAL-PAID.
           PERFORM SET-SERVICE-DATE.
           MOVE SPACES TO LAG-HISTORY-REC.
           COMPUTE LG-PAID-AMOUNT = ZERO - WS-REVERSAL-PAID.
           PERFORM WRITE-LAG-HISTORY.
           PERFORM OPEN-RECOVERY-RECEIVABLE.
      *
      *--------------------------------------------------------------*
      *    A reversal only restores coverage; when the check for the
      *    reversed payment has already been mailed the money is out
      *    and has to be asked back.  The check is the one CHKREG cut
      *    for this policy for exactly the amount being reversed,
      *    not voided or stopped, and not already being recovered -
      *    the latest such check when there is more than one.  No
      *    such check means the payment never left (not yet cut, or
      *    voided), and the restored coverage is the whole story.
      *--------------------------------------------------------------*
       OPEN-RECOVERY-RECEIVABLE.
           MOVE ZERO TO WS-MAILED-CHECK-NO.
           OPEN INPUT ISSUED-CHECK-FILE.
           IF WS-ISSUED-STATUS = '00'
               READ ISSUED-CHECK-FILE
                   AT END MOVE '10' TO WS-ISSUED-STATUS
               END-READ
               PERFORM UNTIL WS-ISSUED-STATUS NOT = '00'
                   IF CK-POLICY-NO = INSURED-POLICY-NO
                      AND CK-AMOUNT = WS-REVERSAL-PAID
                      AND NOT CK-VOIDED AND NOT CK-STOPPED
                      AND NOT CK-STALE-DATED
                       PERFORM CHECK-RECOVERY-ON-FILE
                       IF NOT CHECK-ALREADY-RECOVERING
                           MOVE CK-CHECK-NO TO WS-MAILED-CHECK-NO
                       END-IF
                   END-IF
                   READ ISSUED-CHECK-FILE
                       AT END MOVE '10' TO WS-ISSUED-STATUS
                   END-READ
               END-PERFORM
               CLOSE ISSUED-CHECK-FILE
           END-IF.
           IF WS-MAILED-CHECK-NO > ZERO
               IF WS-RCV-CTR < WS-RCV-MAX
                   ADD 1 TO WS-RCV-CTR
                   SET RCV-IDX TO WS-RCV-CTR
                   MOVE INSURED-POLICY-NO
                        TO WS-RCV-POLICY-NO(RCV-IDX)
                   MOVE INSURED-LAST-NAME
                        TO WS-RCV-LAST-NAME(RCV-IDX)
                   MOVE INSURED-FIRST-NAME
                        TO WS-RCV-FIRST-NAME(RCV-IDX)
                   MOVE WS-MAILED-CHECK-NO
                        TO WS-RCV-CHECK-NO(RCV-IDX)
                   MOVE WS-BUSINESS-DATE
                        TO WS-RCV-OPEN-DATE(RCV-IDX)
                   MOVE WS-REVERSAL-PAID
                        TO WS-RCV-ORIGINAL-AMT(RCV-IDX)
                          WS-RCV-BALANCE(RCV-IDX)
                   MOVE ZERO TO WS-RCV-OFFSET-DATE(RCV-IDX)
                                WS-RCV-LETTER-DATE(RCV-IDX)
                   ADD 1                TO TOT-RECOVERIES-OPENED
                   ADD WS-REVERSAL-PAID TO TOT-RECOVERY-OPENED-AMT
               ELSE
                   DISPLAY 'WARNING: RECOVERY TABLE FULL - CHECK '
                           WS-MAILED-CHECK-NO ' POLICY '
                           INSURED-POLICY-NO ' - NO RECEIVABLE OPENED'
               END-IF
           END-IF.
      *
       CHECK-RECOVERY-ON-FILE.
           MOVE 'N' TO WS-CHECK-USED-SW.
           PERFORM VARYING RCV-IDX FROM 1 BY 1
                   UNTIL RCV-IDX > WS-RCV-CTR
               IF WS-RCV-CHECK-NO(RCV-IDX) = CK-CHECK-NO
                   SET CHECK-ALREADY-RECOVERING TO TRUE
               END-IF
           END-PERFORM.
      *
      *--------------------------------------------------------------*
      *    A payment to a payee who owes us keeps back as much of
      *    the open balance as it can cover, oldest receivable
      *    first.  The benefit paid is unchanged - coverage, YTD and
      *    the report all still show it - only the check shrinks.
      *    A payment assigned to the provider is not the insured's
      *    money, so nothing is kept back from it.
      *--------------------------------------------------------------*
       APPLY-RECOVERY-OFFSET.
           MOVE ZERO TO WS-RECOVERY-OFFSET.
           PERFORM VARYING RCV-IDX FROM 1 BY 1
                   UNTIL RCV-IDX > WS-RCV-CTR
                      OR WS-RECOVERY-OFFSET >= CLAIM-AMOUNT-PAID
                      OR PAY-TO-PROVIDER
               IF WS-RCV-POLICY-NO(RCV-IDX) = INSURED-POLICY-NO
                  AND WS-RCV-BALANCE(RCV-IDX) > ZERO
                   COMPUTE WS-OFFSET-THIS =
                           CLAIM-AMOUNT-PAID - WS-RECOVERY-OFFSET
                   IF WS-OFFSET-THIS > WS-RCV-BALANCE(RCV-IDX)
                       MOVE WS-RCV-BALANCE(RCV-IDX) TO WS-OFFSET-THIS
                   END-IF
                   SUBTRACT WS-OFFSET-THIS
                       FROM WS-RCV-BALANCE(RCV-IDX)
                   ADD WS-OFFSET-THIS TO WS-RECOVERY-OFFSET
                   MOVE WS-BUSINESS-DATE
                        TO WS-RCV-OFFSET-DATE(RCV-IDX)
               END-IF
           END-PERFORM.
           ADD WS-RECOVERY-OFFSET TO TOT-RECOVERY-OFFSET.
      *
       DETERMINE-POLICY-CTL-DESC.
           EVALUATE TRUE
      *      17 POLICY TYPE MISMATCH MASTER  18 MEMBER NOT ON ROSTER
      *      19 PROVIDER NOT ON MASTER       20 PROVIDER INACTIVE
      *      21 POLICY LAPSED - PREMIUM UNPAID
      *      22 AUTHORIZATION REQUIRED       23 PROVIDER CREDENTIALING
      *      24 PEND EXPIRED - NOT RESOLVED  25 UNKNOWN PROCEDURE CODE
      *      26 NO ALLOWED AMOUNT ON FILE    27 POLICY CANCELLED
      *      28 INVALID SERVICE DATE
      *    19, 22 and 23 are paperwork reasons: a claim held for
      *    nothing else pends rather than rejects (see PEND-CLAIM).
      *--------------------------------------------------------------*
       VALIDATE-RECORD-READ.
      *
              MOVE 09 TO WS-EXCP-CODE
              PERFORM ACCUMULATE-EXCP-REASON
           END-IF.
      *
           IF CLAIM-SERVICE-DATE-X NOT = SPACES
              PERFORM VALIDATE-SERVICE-DATE
           END-IF.
      *
      *    A reversal legitimately repeats its original's policy
      *    number and amount - only original claims go through (and
           END-IF.
      *
           PERFORM VALIDATE-PROVIDER.
      *
           IF FEE-SCHEDULE-LOADED
               PERFORM VALIDATE-PROCEDURE-CODE
           END-IF.
      *
           IF INSURED-POLICY-NO NUMERIC
               PERFORM VALIDATE-PREMIUM-STANDING
           END-IF.
      *
      *--------------------------------------------------------------*
      *    A date of service must be a real date, and not later than
      *    the business date - nobody is paid for care not yet given.
      *--------------------------------------------------------------*
       VALIDATE-SERVICE-DATE.
           MOVE 'N' TO DP-VALID-SW.
           IF CLAIM-SERVICE-DATE NUMERIC
              SET DP-VALIDATE TO TRUE
              MOVE CLAIM-SERVICE-DATE TO DP-DATE-IN
              CALL 'DATEEDIT' USING DATE-EDIT-PARM
           END-IF.
           IF NOT DP-DATE-VALID
              OR DP-DATE-IN > WS-BUSINESS-DATE
              MOVE 'INVALID SERVICE DATE' TO WS-EXCP-MSG
              MOVE 28 TO WS-EXCP-CODE
              PERFORM ACCUMULATE-EXCP-REASON
           END-IF.
      *
      *--------------------------------------------------------------*
      *    A policy PREMPOST flagged lapsed (premium unpaid past the
      *    grace period) gets its claims rejected, not paid - the
      *    coverage isn't in force.
      *    what is left of the claim after their payment; deductible
      *    and coinsurance then apply to that reduced base.
      *--------------------------------------------------------------*
      *    The starting point is the allowed amount, not the billed
      *    one - LOOKUP-FEE-SCHEDULE has already cut the claim back.
       COMPUTE-COB-BASE.
           IF COB-SECONDARY AND CLAIM-PRIMARY-PAID NUMERIC
               COMPUTE WS-CLAIM-BASE =
                       WS-ALLOWED-AMT - CLAIM-PRIMARY-PAID
               IF WS-CLAIM-BASE < ZERO
                   MOVE ZERO TO WS-CLAIM-BASE
               END-IF
           ELSE
               MOVE WS-ALLOWED-AMT TO WS-CLAIM-BASE
           END-IF.
      *
      *--------------------------------------------------------------*
      *    A procedure code is known when the fee schedule carries
      *    at least one row for it, for anyone; blank or anything
      *    else rejects.
      *--------------------------------------------------------------*
       VALIDATE-PROCEDURE-CODE.
           MOVE 'N' TO WS-PROC-FOUND-SW.
           IF CLAIM-PROCEDURE-CODE NOT = SPACES
               SET FS-IDX TO 1
               SEARCH WS-FS-ENTRIES
                   AT END
                       CONTINUE
                   WHEN FS-IDX > WS-FEE-CTR
                       CONTINUE
                   WHEN WS-FS-PROCEDURE-CODE(FS-IDX)
                        = CLAIM-PROCEDURE-CODE
                       SET PROCEDURE-KNOWN TO TRUE
               END-SEARCH
           END-IF.
           IF NOT PROCEDURE-KNOWN
               MOVE 'UNKNOWN PROCEDURE CODE' TO WS-EXCP-MSG
               MOVE 25 TO WS-EXCP-CODE
               PERFORM ACCUMULATE-EXCP-REASON
           END-IF.
      *
      *--------------------------------------------------------------*
      *    Price the claim to the fee schedule; a known procedure
      *    with no row in effect for this provider or its class
      *    can't be priced and rejects rather than pay as billed.
      *--------------------------------------------------------------*
       APPLY-FEE-SCHEDULE.
           PERFORM LOOKUP-FEE-SCHEDULE.
           IF FEE-SCHEDULE-LOADED AND FEE-NOT-FOUND
               MOVE 'NO ALLOWED AMOUNT ON FILE' TO WS-EXCP-MSG
               MOVE 26 TO WS-EXCP-CODE
               PERFORM ACCUMULATE-EXCP-REASON
           END-IF.
      *
      *    Allowed amount in effect on the business date - the
      *    provider's own row if it has one, else its class's - and
      *    the claim's billed amount cut back to it.  With nothing
      *    found (or no fee schedule) the claim stands as billed.
       LOOKUP-FEE-SCHEDULE.
           MOVE 'N' TO WS-FEE-FOUND-SW.
           MOVE CLAIM-AMOUNT TO WS-ALLOWED-AMT.
           PERFORM VARYING FS-IDX FROM 1 BY 1
                   UNTIL FS-IDX > WS-FEE-CTR OR FEE-FROM-PROVIDER
               IF WS-FS-PROCEDURE-CODE(FS-IDX) = CLAIM-PROCEDURE-CODE
                  AND WS-FS-EFF-FROM(FS-IDX) <= WS-BUSINESS-DATE
                  AND (WS-FS-EFF-TO(FS-IDX) = ZERO
                       OR WS-FS-EFF-TO(FS-IDX) >= WS-BUSINESS-DATE)
                   EVALUATE TRUE
                       WHEN WS-FS-KEY-TYPE(FS-IDX) = 'P'
                        AND WS-FS-PROVIDER-KEY(FS-IDX)
                            = CLAIM-PROVIDER-CODE
                           SET FEE-FROM-PROVIDER TO TRUE
                           PERFORM CUT-TO-ALLOWED-AMT
                       WHEN WS-FS-KEY-TYPE(FS-IDX) = 'C'
                        AND WS-CLAIM-PRV-CLASS NOT = SPACE
                        AND WS-FS-PROVIDER-KEY(FS-IDX)(1:1)
                            = WS-CLAIM-PRV-CLASS
                           SET FEE-FROM-CLASS TO TRUE
                           PERFORM CUT-TO-ALLOWED-AMT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           COMPUTE WS-DISALLOWED-AMT = CLAIM-AMOUNT - WS-ALLOWED-AMT.
      *
       CUT-TO-ALLOWED-AMT.
           IF WS-FS-ALLOWED-AMT(FS-IDX) < CLAIM-AMOUNT
               MOVE WS-FS-ALLOWED-AMT(FS-IDX) TO WS-ALLOWED-AMT
           ELSE
               MOVE CLAIM-AMOUNT TO WS-ALLOWED-AMT
           END-IF.
      *
       CHECK-PRIOR-AUTH.
      *    The servicing provider must be on the provider master and
      *    active - a blank or unknown code means we can't say who
      *    rendered the service, and year-end tax reporting needs to.
      *    One still being credentialed ('P') gets its own code so
      *    the claim pends until the provider record goes active.
      *--------------------------------------------------------------*
       VALIDATE-PROVIDER.
           MOVE 'N' TO WS-PRV-FOUND-SW.
           MOVE SPACE TO WS-CLAIM-PRV-CLASS.
           SET PRV-IDX TO 1.
           SEARCH WS-PRV-ENTRIES
               AT END
                   CONTINUE
               WHEN WS-PRV-CODE(PRV-IDX) = CLAIM-PROVIDER-CODE
                   MOVE WS-PRV-CLASS(PRV-IDX) TO WS-CLAIM-PRV-CLASS
                   EVALUATE WS-PRV-STATUS(PRV-IDX)
                       WHEN 'A'
                           SET PROVIDER-ACTIVE TO TRUE
                       WHEN 'P'
                           SET PROVIDER-CREDENTIALING TO TRUE
                       WHEN OTHER
                           SET PROVIDER-INACTIVE TO TRUE
                   END-EVALUATE
           END-SEARCH.
           EVALUATE TRUE
               WHEN PROVIDER-UNKNOWN
                   MOVE 'PROVIDER NOT ON MASTER' TO WS-EXCP-MSG
                   MOVE 19 TO WS-EXCP-CODE
                   PERFORM ACCUMULATE-EXCP-REASON
               WHEN PROVIDER-CREDENTIALING
                   MOVE 'PROVIDER CREDENTIALING' TO WS-EXCP-MSG
                   MOVE 23 TO WS-EXCP-CODE
                   PERFORM ACCUMULATE-EXCP-REASON
               WHEN PROVIDER-INACTIVE
                   MOVE 'PROVIDER INACTIVE' TO WS-EXCP-MSG
                   MOVE 20 TO WS-EXCP-CODE
      *--------------------------------------------------------------*
       ACCUMULATE-EXCP-REASON.
           MOVE 'Y' TO EXCPTN-STAT.
           IF WS-EXCP-CODE NOT = 19 AND NOT = 22 AND NOT = 23
               SET HARD-REJECT TO TRUE
           END-IF.
           IF EXCP-REASON EQUAL SPACES
              STRING WS-EXCP-MSG DELIMITED BY '  '
                 INTO EXCP-REASON
                 MOVE 17 TO WS-EXCP-CODE
                 PERFORM ACCUMULATE-EXCP-REASON
              END-IF
      *       A cancelled policy covers nothing from its cancel
      *       date on; a reversal of an earlier payment still goes
      *       through.
              IF WS-POL-CANCELLED(POL-IDX)
                 AND WS-POL-CANCEL-DATE(POL-IDX) <= WS-BUSINESS-DATE
                 AND NOT REVERSAL-CLAIM
                 MOVE 'POLICY CANCELLED' TO WS-EXCP-MSG
                 MOVE 27 TO WS-EXCP-CODE
                 PERFORM ACCUMULATE-EXCP-REASON
              END-IF
              PERFORM VALIDATE-MEMBER-ON-ROSTER
              IF NOT WRITE-EXCEPTION
                 MOVE WS-POL-BENEFIT-DATE(POL-IDX)
           MOVE POLICY-COINSURANCE       TO POLICY-COPAY-OUT.
           MOVE POLICY-DEDUCTIBLE-PAID   TO POLICY-DED-OUT.
           MOVE CLAIM-AMOUNT             TO CLAIM-AMT-OUT.
           MOVE WS-DISALLOWED-AMT        TO DISALLOWED-OUT.
           IF COB-SECONDARY AND CLAIM-PRIMARY-PAID NUMERIC
               MOVE CLAIM-PRIMARY-PAID   TO COB-PRIMARY-PAID-OUT
           ELSE
            MOVE  WS-RENEW-DATE-REDEF  TO  POLICY-RENEW-DATE-OUT.
      *
       DISPLAY-HEADINGS.
           PERFORM SET-REPORT-HEADING.
           MOVE ZERO TO RH-PAGE-NO.
           SET RH-HEADING TO TRUE.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           COMPUTE TOT-REVERSAL-PAID-OUT = ZERO - TOT-REVERSAL-PAID.
           MOVE  SPACES       TO     CLAIM-REPORT-REC.
           WRITE CLAIM-REPORT-REC   FROM  FOOTER-LINE-6.
           MOVE  TOT-CLAIMS-PENDED   TO TOT-CLAIMS-PENDED-OUT.
           MOVE  SPACES       TO     CLAIM-REPORT-REC.
           WRITE CLAIM-REPORT-REC   FROM  FOOTER-LINE-7.
           MOVE  TOT-PENDS-PRESENTED TO TOT-PENDS-PRESENTED-OUT.
           MOVE  SPACES       TO     CLAIM-REPORT-REC.
           WRITE CLAIM-REPORT-REC   FROM  FOOTER-LINE-8.
           MOVE  TOT-PENDS-RELEASED  TO TOT-PENDS-RELEASED-OUT.
           MOVE  SPACES       TO     CLAIM-REPORT-REC.
           WRITE CLAIM-REPORT-REC   FROM  FOOTER-LINE-9.
           MOVE  TOT-PENDS-DENIED    TO TOT-PENDS-DENIED-OUT.
           MOVE  SPACES       TO     CLAIM-REPORT-REC.
           WRITE CLAIM-REPORT-REC   FROM  FOOTER-LINE-10.
           MOVE  TOT-RECOVERIES-OPENED   TO TOT-RECOVERIES-OPENED-OUT.
           MOVE  SPACES       TO     CLAIM-REPORT-REC.
           WRITE CLAIM-REPORT-REC   FROM  FOOTER-LINE-11.
           MOVE  TOT-RECOVERY-OPENED-AMT TO TOT-RECOVERY-OPENED-OUT.
           MOVE  SPACES       TO     CLAIM-REPORT-REC.
           WRITE CLAIM-REPORT-REC   FROM  FOOTER-LINE-12.
           MOVE  TOT-RECOVERY-OFFSET     TO TOT-RECOVERY-OFFSET-OUT.
           MOVE  SPACES       TO     CLAIM-REPORT-REC.
           WRITE CLAIM-REPORT-REC   FROM  FOOTER-LINE-13.
           SET RH-TRAILER TO TRUE.
           MOVE TOT-CLAIMS-PRCSD TO RH-FINAL-COUNT.
           CALL 'RPTHDR' USING REPORT-HEADING-PARM.
           MOVE  SPACES       TO     CLAIM-REPORT-REC.
           WRITE CLAIM-REPORT-REC   FROM  RH-LINE-1.
      *
      *    A restart past the headings still needs the RPTHDR block
      *    filled in for the END OF REPORT trailer.
       SET-REPORT-HEADING.
           MOVE 'MIDTERM ' TO RH-REPORT-ID.
           MOVE 'DAILY INSURANCE CLAIMS REPORT'
                TO RH-REPORT-TITLE.
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
      *
       EXCEPTION-HEADINGS.
           MOVE  '                   EXCEPTION REPORT ON MEDICAL CLAIMS'
           MOVE  CLAIM-RECORD-WS     TO EXCP-CLAIM-RECORD.
           WRITE REJECT-EXTRACT-REC  FROM EXCP-REPORT-REC.
           WRITE EXCP-REPORT-REC     AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-CKPT-REJ-RECS.
      *
      *
       OPEN-FILES.
           OPEN INPUT  CLAIMS-FILE.
      *    On a restart the outputs are opened by REPOSITION-OUTPUTS
      *    once the checkpoint has said where each one stood.
           IF NOT RESTART-IN-PROGRESS
               OPEN OUTPUT CLAIMS-REPORT EXCEPTION-REPORT
                           PAYMENTS-EXTRACT REJECT-EXTRACT
               PERFORM COUNT-LAG-HISTORY
               OPEN EXTEND LAG-HISTORY-FILE
               IF WS-LAG-STATUS NOT = '00'
                   OPEN OUTPUT LAG-HISTORY-FILE
               END-IF
           END-IF.
           OPEN INPUT  RATE-TABLE-FILE.
           OPEN INPUT  POLICY-MASTER-FILE.
           OPEN INPUT  PROVIDER-MASTER-FILE.
                      AND RH-BATCH-HASH NUMERIC
                      AND RH-BATCH-HASH = WS-BATCH-HASH
                       SET BATCH-ALREADY-POSTED TO TRUE
                       ADD 1 TO WS-BATCH-POSTED-CTR
                   END-IF
                   READ RUN-HISTORY-FILE
                       AT END MOVE 'Y' TO EOF-STAT
               MOVE POL-AMOUNT       TO WS-POL-AMOUNT(POL-IDX)
               MOVE POL-DEDUCTIBLE-PAID TO WS-POL-DED-PAID(POL-IDX)
               MOVE POL-MEMBER-ROSTER TO WS-POL-ROSTER(POL-IDX)
               MOVE POL-STATUS       TO WS-POL-STATUS(POL-IDX)
               IF POL-CANCEL-DATE NUMERIC
                   MOVE POL-CANCEL-DATE TO WS-POL-CANCEL-DATE(POL-IDX)
               ELSE
                   MOVE ZERO         TO WS-POL-CANCEL-DATE(POL-IDX)
               END-IF
               READ POLICY-MASTER-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
               ADD 1 TO WS-PROVIDER-CTR
               MOVE PRV-CODE   TO WS-PRV-CODE(PRV-IDX)
               MOVE PRV-STATUS TO WS-PRV-STATUS(PRV-IDX)
               MOVE PRV-CLASS  TO WS-PRV-CLASS(PRV-IDX)
               READ PROVIDER-MASTER-FILE
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
                       ' ENTRIES - REMAINING ROWS IGNORED'
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEE-STATUS = '00'
               SET FEE-SCHEDULE-LOADED TO TRUE
               MOVE 'N' TO EOF-STAT
               READ FEE-SCHEDULE-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                       OR WS-FEE-CTR >= WS-FEE-MAX
                   ADD 1 TO WS-FEE-CTR
                   SET FS-IDX TO WS-FEE-CTR
                   MOVE FS-KEY-TYPE       TO WS-FS-KEY-TYPE(FS-IDX)
                   MOVE FS-PROVIDER-KEY   TO WS-FS-PROVIDER-KEY(FS-IDX)
                   MOVE FS-PROCEDURE-CODE
                        TO WS-FS-PROCEDURE-CODE(FS-IDX)
                   MOVE FS-EFF-FROM       TO WS-FS-EFF-FROM(FS-IDX)
                   MOVE FS-EFF-TO         TO WS-FS-EFF-TO(FS-IDX)
                   MOVE FS-ALLOWED-AMT    TO WS-FS-ALLOWED-AMT(FS-IDX)
                   READ FEE-SCHEDULE-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               IF NOT END-OF-FILE
                   DISPLAY 'WARNING: FEE SCHEDULE HAS MORE THAN '
                           WS-FEE-MAX
                           ' ENTRIES - REMAINING ROWS IGNORED'
               END-IF
               CLOSE FEE-SCHEDULE-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *    A missing authorization file loads nothing - every large
      *    claim then rejects for review, which is the safe side.
           MOVE WS-BATCH-HASH          TO RH-BATCH-HASH.
           WRITE RUN-HISTORY-REC.
           CLOSE RUN-HISTORY-FILE.
      *
      *    Missing or unreadable PENDLIM leaves the 60-day default.
       LOAD-PEND-LIMIT.
           OPEN INPUT PEND-LIMIT-FILE.
           IF WS-PENDLIM-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ PEND-LIMIT-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   AND PL-EXPIRY-DAYS NUMERIC
                   AND PL-EXPIRY-DAYS > ZERO
                   MOVE PL-EXPIRY-DAYS TO WS-PEND-EXPIRY-DAYS
               END-IF
               CLOSE PEND-LIMIT-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *    A missing pend file is an empty queue - the first run
      *    with pending has nothing to re-present.
       LOAD-PEND-QUEUE.
           OPEN INPUT CLAIM-PEND-FILE.
           IF WS-PEND-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ CLAIM-PEND-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                       OR WS-PEND-CTR >= WS-PEND-MAX
                   ADD 1 TO WS-PEND-CTR
                   SET PND-IDX TO WS-PEND-CTR
                   MOVE PND-CLAIM-IMAGE
                        TO WS-PND-CLAIM-IMAGE(PND-IDX)
                   MOVE PND-REASON-CODES
                        TO WS-PND-REASON-CODES(PND-IDX)
                   MOVE PND-FIRST-PEND-DATE
                        TO WS-PND-FIRST-DATE(PND-IDX)
                   MOVE PND-LAST-PRESENT-DATE
                        TO WS-PND-LAST-DATE(PND-IDX)
                   MOVE PND-PRESENT-COUNT TO WS-PND-COUNT(PND-IDX)
                   SET PEND-STILL-WAITING(PND-IDX) TO TRUE
                   READ CLAIM-PEND-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               IF NOT END-OF-FILE
                   SET PEND-QUEUE-OVERFLOW TO TRUE
               END-IF
               CLOSE CLAIM-PEND-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
           MOVE WS-PEND-CTR TO WS-PEND-PRIOR-CTR.
      *
      *--------------------------------------------------------------*
      *    Every claim waiting from earlier runs goes back through
      *    the full edit-and-price chain with today's authorization
      *    and provider files.  Whatever it needed has either turned
      *    up (it pays, and leaves the queue), not yet (it stays, one
      *    run older), or its time is up or something else is now
      *    wrong with it (it rejects to CLMREJ and leaves the queue).
      *--------------------------------------------------------------*
       RE-PRESENT-PEND-QUEUE.
           IF WS-PEND-PRIOR-CTR > ZERO
               MOVE SPACES TO CLAIM-REPORT-REC
               WRITE CLAIM-REPORT-REC AFTER ADVANCING 2 LINES
               WRITE CLAIM-REPORT-REC FROM PEND-SECTION-HEADER-LINE
                     AFTER ADVANCING 1 LINE
               MOVE SPACES TO CLAIM-REPORT-REC
               MOVE ZERO TO WS-POLICY-SUB-CLAIM-AMT
                            WS-POLICY-SUB-CLAIM-PD
                            WS-POLICY-SUB-CLAIMS-CTR
               SET PRESENTING-PENDS TO TRUE
               PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                       UNTIL WS-PEND-SUB > WS-PEND-PRIOR-CTR
                   MOVE WS-PND-CLAIM-IMAGE(WS-PEND-SUB)
                        TO CLAIM-RECORD-WS
                   ADD 1 TO TOT-PENDS-PRESENTED
                   PERFORM PROCESS-ONE-CLAIM
               END-PERFORM
               MOVE 'N' TO WS-PEND-PASS-SW
               MOVE 'RE-PRESENTED PENDS' TO POLICY-SUBTOTAL-DESC-OUT
               MOVE WS-POLICY-SUB-CLAIMS-CTR TO POLICY-SUB-CLAIMS-OUT
               MOVE WS-POLICY-SUB-CLAIM-AMT  TO POLICY-SUB-CLAIM-AMT-OUT
               MOVE WS-POLICY-SUB-CLAIM-PD   TO POLICY-SUB-CLAIM-PD-OUT
               MOVE SPACES TO CLAIM-REPORT-REC
               WRITE CLAIM-REPORT-REC AFTER ADVANCING 1 LINE
               WRITE CLAIM-REPORT-REC FROM POLICY-SUBTOTAL-LINE
                     AFTER ADVANCING 1 LINE
               MOVE SPACES TO CLAIM-REPORT-REC
           END-IF.
      *
      *--------------------------------------------------------------*
      *    The claim failed only for paperwork (19, 22, 23).  A new
      *    one joins the queue; one already waiting stays in it one
      *    run older - unless it has now waited the PENDLIM number
      *    of days since it first pended, in which case it denies
      *    with code 24 alongside the reasons it was held for, so
      *    the DENIALLT letter says what never arrived.  With the
      *    queue full, a new claim rejects as it would have before.
      *--------------------------------------------------------------*
       PEND-CLAIM.
           IF PRESENTING-PENDS
               COMPUTE WS-PEND-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                 - FUNCTION INTEGER-OF-DATE
                       (WS-PND-FIRST-DATE(WS-PEND-SUB))
               IF WS-PEND-AGE >= WS-PEND-EXPIRY-DAYS
                   MOVE 'PEND EXPIRED - NOT RESOLVED' TO WS-EXCP-MSG
                   MOVE 24 TO WS-EXCP-CODE
                   PERFORM ACCUMULATE-EXCP-REASON
               ELSE
                   MOVE EXCP-CODE-LIST
                        TO WS-PND-REASON-CODES(WS-PEND-SUB)
                   MOVE WS-BUSINESS-DATE
                        TO WS-PND-LAST-DATE(WS-PEND-SUB)
                   ADD 1 TO WS-PND-COUNT(WS-PEND-SUB)
                   PERFORM WRITE-PEND-LINE
               END-IF
           ELSE
               IF WS-PEND-CTR < WS-PEND-MAX
                   ADD 1 TO WS-PEND-CTR
                   SET PND-IDX TO WS-PEND-CTR
                   MOVE CLAIM-RECORD-WS
                        TO WS-PND-CLAIM-IMAGE(PND-IDX)
                   MOVE EXCP-CODE-LIST
                        TO WS-PND-REASON-CODES(PND-IDX)
                   MOVE WS-BUSINESS-DATE
                        TO WS-PND-FIRST-DATE(PND-IDX)
                           WS-PND-LAST-DATE(PND-IDX)
                   MOVE ZERO TO WS-PND-COUNT(PND-IDX)
                   SET PEND-STILL-WAITING(PND-IDX) TO TRUE
                   ADD 1 TO TOT-CLAIMS-PENDED
                   PERFORM WRITE-PEND-LINE
               ELSE
                   DISPLAY 'WARNING: PEND QUEUE FULL - CLAIM FOR '
                           'POLICY ' INSURED-POLICY-NO
                           ' REJECTED INSTEAD OF PENDED'
               END-IF
           END-IF.
      *
      *    A pended claim is listed on the printed exception report
      *    so the reviewers see it, but not on CLMREJ - no denial
      *    letter goes out for a claim that is only waiting.
       WRITE-PEND-LINE.
           MOVE SPACE TO EXCPTN-STAT.
           SET CLAIM-PENDED TO TRUE.
           MOVE EXCP-REASON TO WS-PEND-REASON-TEXT.
           MOVE SPACES      TO EXCP-REASON.
           STRING 'PENDED: ' DELIMITED BY SIZE
                  WS-PEND-REASON-TEXT DELIMITED BY '  '
                  INTO EXCP-REASON.
           MOVE CLAIM-RECORD-WS TO EXCP-CLAIM-RECORD.
           WRITE EXCP-REPORT-REC AFTER ADVANCING 2 LINES.
      *
      *    Rewritten whole: the entries still waiting, prior and new.
       REWRITE-PEND-FILE.
           OPEN OUTPUT CLAIM-PEND-FILE.
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PEND-CTR
               IF PEND-STILL-WAITING(PND-IDX)
                   MOVE SPACES TO CLAIM-PEND-REC
                   MOVE WS-PND-CLAIM-IMAGE(PND-IDX)
                        TO PND-CLAIM-IMAGE
                   MOVE WS-PND-REASON-CODES(PND-IDX)
                        TO PND-REASON-CODES
                   MOVE WS-PND-FIRST-DATE(PND-IDX)
                        TO PND-FIRST-PEND-DATE
                   MOVE WS-PND-LAST-DATE(PND-IDX)
                        TO PND-LAST-PRESENT-DATE
                   MOVE WS-PND-COUNT(PND-IDX) TO PND-PRESENT-COUNT
                   WRITE CLAIM-PEND-REC
               END-IF
           END-PERFORM.
           CLOSE CLAIM-PEND-FILE.
      *
      *    A missing recovery file means nobody owes us anything.
       LOAD-RECOVERIES.
           OPEN INPUT RECOVERY-FILE.
           IF WS-RCV-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ RECOVERY-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                       OR WS-RCV-CTR >= WS-RCV-MAX
                   ADD 1 TO WS-RCV-CTR
                   SET RCV-IDX TO WS-RCV-CTR
                   MOVE RCV-POLICY-NO  TO WS-RCV-POLICY-NO(RCV-IDX)
                   MOVE RCV-LAST-NAME  TO WS-RCV-LAST-NAME(RCV-IDX)
                   MOVE RCV-FIRST-NAME TO WS-RCV-FIRST-NAME(RCV-IDX)
                   MOVE RCV-CHECK-NO   TO WS-RCV-CHECK-NO(RCV-IDX)
                   MOVE RCV-OPEN-DATE  TO WS-RCV-OPEN-DATE(RCV-IDX)
                   MOVE RCV-ORIGINAL-AMT
                        TO WS-RCV-ORIGINAL-AMT(RCV-IDX)
                   MOVE RCV-BALANCE    TO WS-RCV-BALANCE(RCV-IDX)
                   MOVE RCV-LAST-OFFSET-DATE
                        TO WS-RCV-OFFSET-DATE(RCV-IDX)
                   MOVE RCV-LETTER-DATE
                        TO WS-RCV-LETTER-DATE(RCV-IDX)
                   READ RECOVERY-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               IF NOT END-OF-FILE
                   SET RECOVERY-FILE-OVERFLOW TO TRUE
               END-IF
               CLOSE RECOVERY-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *    Rewritten whole: receivables with a balance still owed;
      *    the ones recovered in full drop off.
       REWRITE-RECOVERY-FILE.
           OPEN OUTPUT RECOVERY-FILE.
           PERFORM VARYING RCV-IDX FROM 1 BY 1
                   UNTIL RCV-IDX > WS-RCV-CTR
               IF WS-RCV-BALANCE(RCV-IDX) > ZERO
                   MOVE SPACES TO CLAIM-RECOVERY-REC
                   MOVE WS-RCV-POLICY-NO(RCV-IDX)  TO RCV-POLICY-NO
                   MOVE WS-RCV-LAST-NAME(RCV-IDX)  TO RCV-LAST-NAME
                   MOVE WS-RCV-FIRST-NAME(RCV-IDX) TO RCV-FIRST-NAME
                   MOVE WS-RCV-CHECK-NO(RCV-IDX)   TO RCV-CHECK-NO
                   MOVE WS-RCV-OPEN-DATE(RCV-IDX)  TO RCV-OPEN-DATE
                   MOVE WS-RCV-ORIGINAL-AMT(RCV-IDX)
                        TO RCV-ORIGINAL-AMT
                   MOVE WS-RCV-BALANCE(RCV-IDX)    TO RCV-BALANCE
                   MOVE WS-RCV-OFFSET-DATE(RCV-IDX)
                        TO RCV-LAST-OFFSET-DATE
                   MOVE WS-RCV-LETTER-DATE(RCV-IDX)
                        TO RCV-LETTER-DATE
                   WRITE CLAIM-RECOVERY-REC
               END-IF
           END-PERFORM.
           CLOSE RECOVERY-FILE.
      *
       REWRITE-YTD-FILE.
           OPEN OUTPUT YTD-CLAIMS-FILE.
       CLOSE-FILES.
           CLOSE CLAIMS-FILE.
           CLOSE CLAIMS-REPORT EXCEPTION-REPORT PAYMENTS-EXTRACT
                 REJECT-EXTRACT LAG-HISTORY-FILE.
           CLOSE RATE-TABLE-FILE.
           CLOSE POLICY-MASTER-FILE.
           CLOSE PROVIDER-MASTER-FILE.
      *
      *    Missing or unreadable CKPTINT leaves the 100-claim default.
       LOAD-CHECKPOINT-INTERVAL.
           OPEN INPUT CHECKPOINT-INTERVAL-FILE.
           IF WS-CKPTINT-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ CHECKPOINT-INTERVAL-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   AND CI-CLAIMS NUMERIC
                   AND CI-CLAIMS > ZERO
                   MOVE CI-CLAIMS TO WS-CKPT-INTERVAL
               END-IF
               CLOSE CHECKPOINT-INTERVAL-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *    LAGHIST is permanent, so its checkpoint count starts from
      *    what it held before this run appended anything.
       COUNT-LAG-HISTORY.
           MOVE ZERO TO WS-CKPT-LAG-RECS.
           OPEN INPUT LAG-HISTORY-FILE.
           IF WS-LAG-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ LAG-HISTORY-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   ADD 1 TO WS-CKPT-LAG-RECS
                   READ LAG-HISTORY-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE LAG-HISTORY-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *--------------------------------------------------------------*
      *    Read CLMCKPT, if any, for its last complete set - the last
      *    one whose trailer made it out.  The trailer repeats the
      *    header, so the batch it belongs to is known here; the
      *    rest of the set is read back by RESTORE-CHECKPOINT once
      *    the run has decided to resume.
      *--------------------------------------------------------------*
       READ-CHECKPOINT.
           MOVE 'N'  TO WS-CKPT-FOUND-SW.
           MOVE ZERO TO WS-CKPT-SET-NO.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ CHECKPOINT-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF CKP-TRAILER
                       SET CHECKPOINT-ON-FILE TO TRUE
                       MOVE CKP-SET-NO        TO WS-CKPT-SET-NO
                       MOVE CKP-BUSINESS-DATE TO WS-CKPT-BUSINESS-DATE
                       MOVE CKP-BATCH-COUNT   TO WS-CKPT-BATCH-COUNT
                       MOVE CKP-BATCH-HASH    TO WS-CKPT-BATCH-HASH
                       MOVE CKP-POSTED-CTR    TO WS-CKPT-POSTED-CTR
                   END-IF
                   READ CHECKPOINT-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
      *--------------------------------------------------------------*
      *    Append one checkpoint set.  The outputs are closed and
      *    reopened first so every record the counts claim is really
      *    on the file, and the set is closed behind its trailer for
      *    the same reason - a set is either whole or ignored.
      *--------------------------------------------------------------*
       TAKE-CHECKPOINT.
           CLOSE CLAIMS-REPORT EXCEPTION-REPORT PAYMENTS-EXTRACT
                 REJECT-EXTRACT LAG-HISTORY-FILE.
           OPEN EXTEND CLAIMS-REPORT EXCEPTION-REPORT
                       PAYMENTS-EXTRACT REJECT-EXTRACT
                       LAG-HISTORY-FILE.
           OPEN EXTEND CHECKPOINT-FILE.
           IF WS-CKPT-STATUS NOT = '00'
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF.
           ADD 1 TO WS-CKPT-SET-NO.
           MOVE SPACES                  TO CHECKPOINT-REC.
           SET CKP-HEADER               TO TRUE.
           MOVE WS-CKPT-SET-NO          TO CKP-SET-NO.
           MOVE WS-CKPT-PHASE           TO CKP-PHASE.
           MOVE WS-BUSINESS-DATE        TO CKP-BUSINESS-DATE.
           MOVE WS-BATCH-COUNT          TO CKP-BATCH-COUNT.
           MOVE WS-BATCH-HASH           TO CKP-BATCH-HASH.
           MOVE WS-BATCH-POSTED-CTR     TO CKP-POSTED-CTR.
           MOVE WS-CKPT-FEED-POS        TO CKP-FEED-POSITION.
           MOVE WS-CKPT-PAY-RECS        TO CKP-PAY-RECS.
           MOVE WS-CKPT-REJ-RECS        TO CKP-REJ-RECS.
           MOVE WS-CKPT-LAG-RECS        TO CKP-LAG-RECS.
           MOVE RH-PAGE-NO              TO CKP-PAGE-NO.
           MOVE WS-YTD-CTR              TO CKP-YTD-CTR.
           MOVE WS-PEND-CTR             TO CKP-PEND-CTR.
           MOVE WS-PEND-PRIOR-CTR       TO CKP-PEND-PRIOR-CTR.
           MOVE WS-RCV-CTR              TO CKP-RCV-CTR.
           MOVE WS-BAL-CTR              TO CKP-BAL-CTR.
           MOVE WS-SEEN-CLAIMS-CTR      TO CKP-SEEN-CTR.
           MOVE WS-RUN-TYPE-SUMMARY     TO CKP-RUN-TYPE-SUMMARY.
           MOVE WS-POLICY-CONTROLS      TO CKP-POLICY-CONTROLS.
           MOVE TOT-CLAIM-AMOUNT        TO CKP-TOT-CLAIM-AMOUNT.
           MOVE TOT-CLAIM-PAID          TO CKP-TOT-CLAIM-PAID.
           MOVE TOT-CLAIMS-PRCSD        TO CKP-TOT-CLAIMS-PRCSD.
           MOVE TOT-CLAIMS-RJCTD        TO CKP-TOT-CLAIMS-RJCTD.
           MOVE TOT-REVERSALS-PRCSD     TO CKP-TOT-REVERSALS-PRCSD.
           MOVE TOT-REVERSAL-PAID       TO CKP-TOT-REVERSAL-PAID.
           MOVE TOT-CLAIMS-PENDED       TO CKP-TOT-CLAIMS-PENDED.
           MOVE TOT-PENDS-PRESENTED     TO CKP-TOT-PENDS-PRESENTED.
           MOVE TOT-PENDS-RELEASED      TO CKP-TOT-PENDS-RELEASED.
           MOVE TOT-PENDS-DENIED        TO CKP-TOT-PENDS-DENIED.
           MOVE TOT-RECOVERIES-OPENED   TO CKP-TOT-RECOVERIES-OPENED.
           MOVE TOT-RECOVERY-OPENED-AMT TO CKP-TOT-RECOVERY-OPEN-AMT.
           MOVE TOT-RECOVERY-OFFSET     TO CKP-TOT-RECOVERY-OFFSET.
           WRITE CHECKPOINT-REC.
           MOVE CHECKPOINT-REC          TO WS-CKPT-HEADER-SAVE.
           PERFORM VARYING WS-CKPT-YTD-SUB FROM 1 BY 1
                   UNTIL WS-CKPT-YTD-SUB > WS-YTD-CTR
               MOVE SPACES TO CKP-ENTRY-DATA
               SET CKP-YTD-ENTRY TO TRUE
               MOVE WS-YTD-ENTRIES(WS-CKPT-YTD-SUB)
                    TO CKP-ENTRY-IMAGE
               WRITE CHECKPOINT-REC
           END-PERFORM.
           PERFORM VARYING WS-CKPT-PND-SUB FROM 1 BY 1
                   UNTIL WS-CKPT-PND-SUB > WS-PEND-CTR
               MOVE SPACES TO CKP-ENTRY-DATA
               SET CKP-PEND-ENTRY TO TRUE
               MOVE WS-PND-ENTRIES(WS-CKPT-PND-SUB)
                    TO CKP-ENTRY-IMAGE
               WRITE CHECKPOINT-REC
           END-PERFORM.
           PERFORM VARYING WS-CKPT-RCV-SUB FROM 1 BY 1
                   UNTIL WS-CKPT-RCV-SUB > WS-RCV-CTR
               MOVE SPACES TO CKP-ENTRY-DATA
               SET CKP-RECOVERY-ENTRY TO TRUE
               MOVE WS-RCV-ENTRIES(WS-CKPT-RCV-SUB)
                    TO CKP-ENTRY-IMAGE
               WRITE CHECKPOINT-REC
           END-PERFORM.
           PERFORM VARYING WS-CKPT-BAL-SUB FROM 1 BY 1
                   UNTIL WS-CKPT-BAL-SUB > WS-BAL-CTR
               MOVE SPACES TO CKP-ENTRY-DATA
               SET CKP-BALANCE-ENTRY TO TRUE
               MOVE WS-BAL-ENTRIES(WS-CKPT-BAL-SUB)
                    TO CKP-ENTRY-IMAGE
               WRITE CHECKPOINT-REC
           END-PERFORM.
           PERFORM VARYING WS-CKPT-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-CKPT-SEEN-SUB > WS-SEEN-CLAIMS-CTR
               MOVE SPACES TO CKP-ENTRY-DATA
               SET CKP-SEEN-ENTRY TO TRUE
               MOVE WS-SEEN-CLAIMS-ENTRIES(WS-CKPT-SEEN-SUB)
                    TO CKP-ENTRY-IMAGE
               WRITE CHECKPOINT-REC
           END-PERFORM.
           MOVE WS-CKPT-HEADER-SAVE     TO CHECKPOINT-REC.
           SET CKP-TRAILER              TO TRUE.
           WRITE CHECKPOINT-REC.
           CLOSE CHECKPOINT-FILE.
           MOVE ZERO TO WS-CKPT-SINCE-CTR.
      *
      *    Put the run back where the last complete set left it:
      *    totals, positions and the in-flight tables.  A run that
      *    stopped part way through a set leaves that set behind with
      *    no trailer, and the next set taken carries the same number,
      *    so the tables start over at every matching header - only
      *    the last one, the set the trailer closed, is kept.
       RESTORE-CHECKPOINT.
           MOVE ZERO TO WS-CKPT-YTD-SUB WS-CKPT-PND-SUB
                        WS-CKPT-RCV-SUB WS-CKPT-BAL-SUB
                        WS-CKPT-SEEN-SUB.
           OPEN INPUT CHECKPOINT-FILE.
           MOVE 'N' TO EOF-STAT.
           READ CHECKPOINT-FILE
               AT END MOVE 'Y' TO EOF-STAT
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF CKP-SET-NO = WS-CKPT-SET-NO
                   EVALUATE TRUE
                       WHEN CKP-HEADER
                           MOVE ZERO TO WS-CKPT-YTD-SUB WS-CKPT-PND-SUB
                                        WS-CKPT-RCV-SUB WS-CKPT-BAL-SUB
                                        WS-CKPT-SEEN-SUB
                           PERFORM RESTORE-CHECKPOINT-HEADER
                       WHEN CKP-YTD-ENTRY
                           ADD 1 TO WS-CKPT-YTD-SUB
                           MOVE CKP-ENTRY-IMAGE
                                TO WS-YTD-ENTRIES(WS-CKPT-YTD-SUB)
                       WHEN CKP-PEND-ENTRY
                           ADD 1 TO WS-CKPT-PND-SUB
                           MOVE CKP-ENTRY-IMAGE
                                TO WS-PND-ENTRIES(WS-CKPT-PND-SUB)
                       WHEN CKP-RECOVERY-ENTRY
                           ADD 1 TO WS-CKPT-RCV-SUB
                           MOVE CKP-ENTRY-IMAGE
                                TO WS-RCV-ENTRIES(WS-CKPT-RCV-SUB)
                       WHEN CKP-BALANCE-ENTRY
                           ADD 1 TO WS-CKPT-BAL-SUB
                           MOVE CKP-ENTRY-IMAGE
                                TO WS-BAL-ENTRIES(WS-CKPT-BAL-SUB)
                       WHEN CKP-SEEN-ENTRY
                           ADD 1 TO WS-CKPT-SEEN-SUB
                           MOVE CKP-ENTRY-IMAGE
                             TO WS-SEEN-CLAIMS-ENTRIES(WS-CKPT-SEEN-SUB)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               READ CHECKPOINT-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.
           MOVE 'N' TO EOF-STAT.
           MOVE ZERO TO WS-CKPT-SINCE-CTR.
           DISPLAY 'MIDTERM RESTARTING AFTER CHECKPOINT '
                   WS-CKPT-SET-NO ' - ' WS-CKPT-FEED-POS
                   ' FEED RECORDS ALREADY PROCESSED'.
      *
       RESTORE-CHECKPOINT-HEADER.
           MOVE CKP-PHASE               TO WS-CKPT-PHASE.
           MOVE CKP-FEED-POSITION       TO WS-CKPT-FEED-POS.
           MOVE CKP-PAY-RECS            TO WS-CKPT-PAY-RECS.
           MOVE CKP-REJ-RECS            TO WS-CKPT-REJ-RECS.
           MOVE CKP-LAG-RECS            TO WS-CKPT-LAG-RECS.
           MOVE CKP-PAGE-NO             TO RH-PAGE-NO.
           MOVE CKP-YTD-CTR             TO WS-YTD-CTR.
           MOVE CKP-PEND-CTR            TO WS-PEND-CTR.
           MOVE CKP-PEND-PRIOR-CTR      TO WS-PEND-PRIOR-CTR.
           MOVE CKP-RCV-CTR             TO WS-RCV-CTR.
           MOVE CKP-BAL-CTR             TO WS-BAL-CTR.
           MOVE CKP-SEEN-CTR            TO WS-SEEN-CLAIMS-CTR.
           MOVE CKP-RUN-TYPE-SUMMARY    TO WS-RUN-TYPE-SUMMARY.
           MOVE CKP-POLICY-CONTROLS     TO WS-POLICY-CONTROLS.
           MOVE CKP-TOT-CLAIM-AMOUNT    TO TOT-CLAIM-AMOUNT.
           MOVE CKP-TOT-CLAIM-PAID      TO TOT-CLAIM-PAID.
           MOVE CKP-TOT-CLAIMS-PRCSD    TO TOT-CLAIMS-PRCSD.
           MOVE CKP-TOT-CLAIMS-RJCTD    TO TOT-CLAIMS-RJCTD.
           MOVE CKP-TOT-REVERSALS-PRCSD TO TOT-REVERSALS-PRCSD.
           MOVE CKP-TOT-REVERSAL-PAID   TO TOT-REVERSAL-PAID.
           MOVE CKP-TOT-CLAIMS-PENDED   TO TOT-CLAIMS-PENDED.
           MOVE CKP-TOT-PENDS-PRESENTED TO TOT-PENDS-PRESENTED.
           MOVE CKP-TOT-PENDS-RELEASED  TO TOT-PENDS-RELEASED.
           MOVE CKP-TOT-PENDS-DENIED    TO TOT-PENDS-DENIED.
           MOVE CKP-TOT-RECOVERIES-OPENED TO TOT-RECOVERIES-OPENED.
           MOVE CKP-TOT-RECOVERY-OPEN-AMT TO TOT-RECOVERY-OPENED-AMT.
           MOVE CKP-TOT-RECOVERY-OFFSET TO TOT-RECOVERY-OFFSET.
      *
      *--------------------------------------------------------------*
      *    Cut each extract back to the records it held at the
      *    checkpoint - whatever the stopped run wrote after it is
      *    about to be written again - and leave it open to carry
      *    on from there.  An extract holding fewer records than the
      *    checkpoint says has lost work nobody will redo, and the
      *    restart stops rather than hide it.  The two printed
      *    reports carry carriage control and cannot be read back
      *    record for record; they are extended instead, under a
      *    banner that marks where the resumed run picks up.  A
      *    restart from the start-of-run checkpoint prints them
      *    afresh.
      *--------------------------------------------------------------*
       REPOSITION-OUTPUTS.
           IF CKPT-AT-START
               OPEN OUTPUT CLAIMS-REPORT EXCEPTION-REPORT
           ELSE
               OPEN EXTEND CLAIMS-REPORT EXCEPTION-REPORT
               PERFORM SET-REPORT-HEADING
               MOVE WS-CKPT-SET-NO   TO RESTART-SET-OUT
               MOVE WS-CKPT-FEED-POS TO RESTART-POSITION-OUT
               MOVE SPACES TO CLAIM-REPORT-REC
               WRITE CLAIM-REPORT-REC FROM RESTART-BANNER-LINE
                     AFTER ADVANCING 3 LINES
               MOVE SPACES TO EXCP-REPORT-REC
               WRITE EXCP-REPORT-REC FROM RESTART-BANNER-LINE
                     AFTER ADVANCING 3 LINES
           END-IF.
           PERFORM REPOSITION-PAYMENTS.
           PERFORM REPOSITION-REJECTS.
           PERFORM REPOSITION-LAG-HISTORY.
           MOVE 'N' TO EOF-STAT.
      *
       REPOSITION-PAYMENTS.
           OPEN INPUT  PAYMENTS-EXTRACT.
           OPEN OUTPUT CHECKPOINT-WORK-FILE.
           MOVE ZERO TO WS-CKPT-COPY-CTR.
           MOVE 'N' TO EOF-STAT.
           READ PAYMENTS-EXTRACT
               AT END MOVE 'Y' TO EOF-STAT
           END-READ.
           PERFORM UNTIL END-OF-FILE
                   OR WS-CKPT-COPY-CTR >= WS-CKPT-PAY-RECS
               WRITE CHECKPOINT-WORK-REC FROM PAYMENT-EXTRACT-REC
               ADD 1 TO WS-CKPT-COPY-CTR
               READ PAYMENTS-EXTRACT
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS-EXTRACT CHECKPOINT-WORK-FILE.
           IF WS-CKPT-COPY-CTR < WS-CKPT-PAY-RECS
               DISPLAY 'MIDTERM: PAYMENTS HOLDS ' WS-CKPT-COPY-CTR
                       ' RECORDS, CHECKPOINT SAYS ' WS-CKPT-PAY-RECS
               SET CKPT-OUTPUT-SHORT TO TRUE
           END-IF.
           OPEN INPUT  CHECKPOINT-WORK-FILE.
           OPEN OUTPUT PAYMENTS-EXTRACT.
           MOVE 'N' TO EOF-STAT.
           READ CHECKPOINT-WORK-FILE
               AT END MOVE 'Y' TO EOF-STAT
           END-READ.
           PERFORM UNTIL END-OF-FILE
               WRITE PAYMENT-EXTRACT-REC FROM CHECKPOINT-WORK-REC
               READ CHECKPOINT-WORK-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           CLOSE CHECKPOINT-WORK-FILE PAYMENTS-EXTRACT.
           OPEN EXTEND PAYMENTS-EXTRACT.
      *
       REPOSITION-REJECTS.
           OPEN INPUT  REJECT-EXTRACT.
           OPEN OUTPUT CHECKPOINT-WORK-FILE.
           MOVE ZERO TO WS-CKPT-COPY-CTR.
           MOVE 'N' TO EOF-STAT.
           READ REJECT-EXTRACT
               AT END MOVE 'Y' TO EOF-STAT
           END-READ.
           PERFORM UNTIL END-OF-FILE
                   OR WS-CKPT-COPY-CTR >= WS-CKPT-REJ-RECS
               WRITE CHECKPOINT-WORK-REC FROM REJECT-EXTRACT-REC
               ADD 1 TO WS-CKPT-COPY-CTR
               READ REJECT-EXTRACT
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           CLOSE REJECT-EXTRACT CHECKPOINT-WORK-FILE.
           IF WS-CKPT-COPY-CTR < WS-CKPT-REJ-RECS
               DISPLAY 'MIDTERM: CLMREJ HOLDS ' WS-CKPT-COPY-CTR
                       ' RECORDS, CHECKPOINT SAYS ' WS-CKPT-REJ-RECS
               SET CKPT-OUTPUT-SHORT TO TRUE
           END-IF.
           OPEN INPUT  CHECKPOINT-WORK-FILE.
           OPEN OUTPUT REJECT-EXTRACT.
           MOVE 'N' TO EOF-STAT.
           READ CHECKPOINT-WORK-FILE
               AT END MOVE 'Y' TO EOF-STAT
           END-READ.
           PERFORM UNTIL END-OF-FILE
               WRITE REJECT-EXTRACT-REC FROM CHECKPOINT-WORK-REC
               READ CHECKPOINT-WORK-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           CLOSE CHECKPOINT-WORK-FILE REJECT-EXTRACT.
           OPEN EXTEND REJECT-EXTRACT.
      *
      *    LAGHIST may not exist yet if the stopped run was its
      *    first - then there is nothing to keep.
       REPOSITION-LAG-HISTORY.
           MOVE ZERO TO WS-CKPT-COPY-CTR.
           OPEN OUTPUT CHECKPOINT-WORK-FILE.
           OPEN INPUT  LAG-HISTORY-FILE.
           IF WS-LAG-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ LAG-HISTORY-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               PERFORM UNTIL END-OF-FILE
                       OR WS-CKPT-COPY-CTR >= WS-CKPT-LAG-RECS
                   WRITE CHECKPOINT-WORK-REC FROM LAG-HISTORY-REC
                   ADD 1 TO WS-CKPT-COPY-CTR
                   READ LAG-HISTORY-FILE
                       AT END MOVE 'Y' TO EOF-STAT
                   END-READ
               END-PERFORM
               CLOSE LAG-HISTORY-FILE
           END-IF.
           CLOSE CHECKPOINT-WORK-FILE.
           IF WS-CKPT-COPY-CTR < WS-CKPT-LAG-RECS
               DISPLAY 'MIDTERM: LAGHIST HOLDS ' WS-CKPT-COPY-CTR
                       ' RECORDS, CHECKPOINT SAYS ' WS-CKPT-LAG-RECS
               SET CKPT-OUTPUT-SHORT TO TRUE
           END-IF.
           OPEN INPUT  CHECKPOINT-WORK-FILE.
           OPEN OUTPUT LAG-HISTORY-FILE.
           MOVE 'N' TO EOF-STAT.
           READ CHECKPOINT-WORK-FILE
               AT END MOVE 'Y' TO EOF-STAT
           END-READ.
           PERFORM UNTIL END-OF-FILE
               WRITE LAG-HISTORY-REC FROM CHECKPOINT-WORK-REC
               READ CHECKPOINT-WORK-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           CLOSE CHECKPOINT-WORK-FILE LAG-HISTORY-FILE.
           OPEN EXTEND LAG-HISTORY-FILE.
      *
      *    Fast-forward the feed past every record the checkpoint
      *    had already seen, then read the first one it had not.
       SKIP-TO-CHECKPOINT.
           MOVE 'N'  TO EOF-STAT.
           MOVE ZERO TO WS-CKPT-SKIPPED.
           PERFORM UNTIL END-OF-FILE
                   OR WS-CKPT-SKIPPED >= WS-CKPT-FEED-POS
               READ CLAIMS-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   ADD 1 TO WS-CKPT-SKIPPED
               END-IF
           END-PERFORM.
           IF NOT END-OF-FILE
               READ CLAIMS-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-IF.
      *
      *    The run reached normal end and the batch is on CLMHIST -
      *    empty the checkpoint file so the next run is not taken
      *    for a restart of this one.
       RESET-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
           MOVE ZERO TO WS-CKPT-SET-NO.
