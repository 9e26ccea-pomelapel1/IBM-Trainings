      *    Department - wage expense posts to the general ledger by
      *    department through MILLARD's GL extract.
           05  EM-DEPT                  PIC X(04).
      *    Employment status, maintained by EMPMNT.  A terminated
      *    employee gets one final check from MILLARD (unused
      *    vacation paid out), stamped in EM-FINAL-PAY-DATE, and is
      *    skipped by payroll after that.  Record widened 140 -> 160.
           05  EM-STATUS                PIC X(01).
               88  EM-ACTIVE            VALUE 'A' ' '.
               88  EM-TERMINATED        VALUE 'T'.
           05  EM-TERM-DATE             PIC 9(08).
           05  EM-FINAL-PAY-DATE        PIC 9(08).
           05  FILLER                   PIC X(03).
