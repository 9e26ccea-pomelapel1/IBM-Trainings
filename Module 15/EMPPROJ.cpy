      *--------------------------------------------------------------*
      *   Employee's Projects File record (EMPPROJ), 80 bytes.
      *   One row per employee per project, keyed by the employee-
      *   master id (EM-EMP-ID) - the employee's name is not carried
      *   here but looked up from EMPMAST by every reader, so two
      *   people with the same name no longer collide and a name
      *   change keeps the link to the row.  Rows keyed by the old
      *   15-byte name were converted by EMPPCONV.
      *
      *   EMP-NBR-DAYS-ON-PROJ-I / EMP-NBR-OT-HOURS-I are cumulative
      *   (EMPUPDT keeps adding to them); the billed-to-date marks
      *   are how much of them has been invoiced.  EMPINV bills only
      *   the difference and advances the marks on EMPPROJO.
      *--------------------------------------------------------------*
       01  EMP-PROJECT-TABLE-I.
           05 EMP-PROJECT-I                 PIC X(4).
           05 EMP-ID-I                      PIC X(05).
           05 EMP-STATE-OFFICE-I            PIC X(02).
           05 EMP-PROJECT-POSITION-I        PIC X(20).
           05 EMP-NBR-DAYS-ON-PROJ-I        PIC 9(03).
           05 EMP-NBR-OT-HOURS-I            PIC 9(03).
           05 EMP-PER-DAY-BILLING-RATE-I    PIC 9(03)V99.
           05 EMP-PER-HOUR-OT-RATE-I        PIC 9(03)V99.
           05 EMP-LANGUAGE-CERT-I           PIC X(20).
           05 EMP-ON-CALL-I                 PIC X(01).
           05 EMP-BILLED-DAYS-I             PIC 9(03).
           05 EMP-BILLED-OT-HOURS-I         PIC 9(03).
           05 FILLER                        PIC X(06).
