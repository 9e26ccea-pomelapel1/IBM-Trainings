      *--------------------------------------------------------------
      *   Claim pend queue record layout - COPY'd into the CLMPEND
      *   FD by MIDTERM (which re-presents and rewrites the queue)
      *   and PENDAGE (which ages it).  One record per claim held
      *   for review instead of rejected: the claim exactly as it
      *   arrived, the reason codes that held it (same stable codes
      *   as EXCP-CODE-LIST), when it first pended, and how many
      *   runs have re-presented it since.
       01  CLAIM-PEND-REC.
           05  PND-CLAIM-IMAGE          PIC X(100).
           05  PND-CLAIM-FIELDS REDEFINES PND-CLAIM-IMAGE.
               10  PND-POLICY-NO        PIC 9(07).
               10  PND-LAST-NAME        PIC X(15).
               10  PND-FIRST-NAME       PIC X(10).
               10  PND-POLICY-TYPE      PIC 9(01).
               10  FILLER               PIC X(23).
               10  PND-CLAIM-AMOUNT     PIC S9(7)V99.
               10  FILLER               PIC X(01).
               10  PND-MEMBER-ID        PIC X(02).
               10  PND-PROVIDER-CODE    PIC X(04).
               10  FILLER               PIC X(08).
               10  PND-PROCEDURE-CODE   PIC X(05).
               10  FILLER               PIC X(15).
      *    '/' delimited, e.g. '19' or '22' or '19/22'.
           05  PND-REASON-CODES         PIC X(20).
           05  PND-FIRST-PEND-DATE      PIC 9(08).
           05  PND-LAST-PRESENT-DATE    PIC 9(08).
           05  PND-PRESENT-COUNT        PIC 9(03).
           05  FILLER                   PIC X(01).
