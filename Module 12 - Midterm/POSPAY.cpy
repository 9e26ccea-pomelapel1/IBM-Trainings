      *--------------------------------------------------------------
      *   Positive-pay issue record layout - COPY'd into the FDs of
      *   the files sent to the bank so it will only honor checks we
      *   actually wrote.  CHKREG sends one issue record ('I') per
      *   check cut (POSPAY); CHKRECON and STALECHK send one cancel
      *   record ('C') per check voided, stopped or stale-dated, so
      *   the bank returns it if presented.  Each file ends with a
      *   trailer ('T') carrying the item count and the total of
      *   the amounts on it, for the bank to balance the file.
       01  POSITIVE-PAY-REC.
           05  PPF-REC-TYPE             PIC X(01).
               88  PPF-ISSUE            VALUE 'I'.
               88  PPF-CANCEL           VALUE 'C'.
               88  PPF-TRAILER          VALUE 'T'.
           05  PPF-CHECK-NO             PIC 9(06).
           05  PPF-AMOUNT               PIC S9(7)V99.
           05  PPF-ISSUE-DATE           PIC 9(08).
           05  PPF-PAYEE                PIC X(25).
      *    Trailer only - zero on issue and cancel records.
           05  PPF-ITEM-COUNT           PIC 9(06).
           05  PPF-TOTAL-AMOUNT         PIC S9(11)V99.
           05  FILLER                   PIC X(12).
