           05  CLAIM-COB-IND            PIC X(01).
               88  COB-SECONDARY        VALUE 'Y'.
           05  CLAIM-PRIMARY-PAID       PIC S9(5)V99.
      *    Procedure performed - priced against the fee schedule
      *    (FEESCHED) for the provider or its class; a code with no
      *    fee-schedule row at all rejects as unknown.
           05  CLAIM-PROCEDURE-CODE     PIC X(05).
      *    Who is paid - 'P' means benefits are assigned to the
      *    servicing provider, who is paid on CHKREG's one check per
      *    provider per run; blank/'M' reimburses the insured.
           05  CLAIM-PAY-TO             PIC X(01).
               88  PAY-TO-PROVIDER      VALUE 'P'.
               88  PAY-TO-MEMBER        VALUES SPACE, 'M'.
      *    Date the service was rendered (YYYYMMDD) - what the claims
      *    lag triangle measures from.  Blank on feeds that predate
      *    it; the claim is then taken as serviced the day it paid.
           05  CLAIM-SERVICE-DATE-X     PIC X(08).
           05  CLAIM-SERVICE-DATE       REDEFINES
                                        CLAIM-SERVICE-DATE-X
                                        PIC 9(08).
           05  FILLER                   PIC X(06).
      *
      *   Batch bracket records - the claims feed arrives wrapped in
      *   a header and trailer carrying the detail-record count (and
      *   on the trailer a hash total of CLAIM-AMOUNT), the same way
      *   FINALS' segmented SEGIN feed is bracketed.  MIDTERM proves
      *   the counts before any claim is processed; an implicit
      *   redefinition of the same 100-byte record area.
       01  CLAIM-BATCH-REC.
           05  CB-TAG                   PIC X(04).
               88  CLAIM-BATCH-HEADER   VALUE 'HDR '.
               88  CLAIM-BATCH-TRAILER  VALUE 'TRL '.
               88  CLAIM-BATCH-BRACKET  VALUES 'HDR ', 'TRL '.
           05  CB-COUNT                 PIC 9(06).
           05  CB-DETAIL                PIC X(90).
           05  CB-TRL-FIELDS REDEFINES CB-DETAIL.
               10  CB-HASH              PIC 9(09)V99.
               10  FILLER               PIC X(79).
