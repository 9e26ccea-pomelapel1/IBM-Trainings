      *--------------------------------------------------------------
      *   Employee maintenance transaction - COPY'd into the EMPMTRN
      *   input and EMPMTRNO carry-forward FDs of EMPMNT, which
      *   applies them to the employee master.
      *
      *   MT-TRAN-TYPE 'H' hires a new employee (every field
      *   given); 'C' changes an active employee - only the fields
      *   that are filled in replace the master's, blank (or zero
      *   rate) leaves them as they are; 'T' terminates, and
      *   MILLARD pays the final check on its next run.  A
      *   transaction dated after the business date is not applied
      *   yet but carried forward to EMPMTRNO for a later run.
       01  EMP-MAINT-TRAN-REC.
           05  MT-TRAN-TYPE             PIC X(01).
               88  MT-HIRE              VALUE 'H'.
               88  MT-CHANGE            VALUE 'C'.
               88  MT-TERMINATE         VALUE 'T'.
           05  MT-EMP-ID                PIC X(05).
           05  MT-EFFECTIVE-DATE        PIC 9(08).
           05  MT-NAME                  PIC X(20).
           05  MT-ADDR                  PIC X(40).
           05  MT-JOB                   PIC X(14).
           05  MT-RATE                  PIC 9(3)V99.
           05  MT-RATE-X REDEFINES MT-RATE
                                        PIC X(05).
           05  MT-DEPT                  PIC X(04).
           05  MT-FILING-STATUS         PIC X(01).
           05  MT-ALLOWANCES            PIC 9(02).
           05  MT-ALLOWANCES-X REDEFINES MT-ALLOWANCES
                                        PIC X(02).
           05  MT-ROUTING-NO            PIC X(09).
           05  MT-ACCOUNT-NO            PIC X(17).
           05  MT-DEPOSIT-FLAG          PIC X(01).
      *    Termination reason (e.g. RS resigned, DS discharged,
      *    RT retired) - reported on the audit, not kept.
           05  MT-TERM-REASON           PIC X(02).
           05  FILLER                   PIC X(21).
