      *--------------------------------------------------------------
      *   Court-ordered garnishment / child-support order record -
      *   COPY'd into the GARNORD FD by MILLARD, which withholds
      *   every active order in GO-PRIORITY order (lowest first)
      *   after taxes, inside the legal share of disposable
      *   earnings for the order type, and writes the file back
      *   out to GARNORDO with GO-COLLECTED advanced.
      *
      *   GO-METHOD 'F' withholds GO-AMOUNT each pay period; 'P'
      *   withholds GO-PCT of disposable earnings.  GO-CAP-AMT is
      *   the total the order may ever collect (zero = no cap).
      *   An order is active from GO-START-DATE through
      *   GO-STOP-DATE (zero = open-ended).
       01  GARNISHMENT-ORDER-REC.
           05  GO-EMP-ID                PIC X(05).
           05  GO-ORDER-TYPE            PIC X(01).
               88  GO-CHILD-SUPPORT     VALUE 'C'.
               88  GO-CREDITOR          VALUE 'G'.
               88  GO-STUDENT-LOAN      VALUE 'S'.
               88  GO-TAX-LEVY          VALUE 'T'.
           05  GO-CASE-NO               PIC X(15).
           05  GO-PRIORITY              PIC 9(02).
           05  GO-METHOD                PIC X(01).
               88  GO-FLAT-METHOD       VALUE 'F'.
               88  GO-PCT-METHOD        VALUE 'P'.
           05  GO-AMOUNT                PIC 9(05)V99.
           05  GO-PCT                   PIC V999.
           05  GO-CAP-AMT               PIC 9(07)V99.
           05  GO-COLLECTED             PIC 9(07)V99.
           05  GO-PAYEE-ID              PIC X(06).
           05  GO-PAYEE-NAME            PIC X(25).
           05  GO-START-DATE            PIC 9(08).
           05  GO-STOP-DATE             PIC 9(08).
           05  FILLER                   PIC X(01).
