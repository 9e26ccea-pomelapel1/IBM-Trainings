      *--------------------------------------------------------------
      *   Benefit enrollment record - one per employee per plan,
      *   COPY'd into the BENENRL FD by MILLARD.  The employee share
      *   is taken from pay each pay period and the employer share
      *   is the company's cost on top of wages; both go to the
      *   plan's carrier on the BENRMT remittance extract.
      *
      *   A retirement plan row (BE-PLAN-TYPE 'R') carries the
      *   employee's deferral percent of gross instead of flat
      *   shares; MILLARD holds the deferral to the annual limit
      *   from YTD and computes the employer match from the BENCTL
      *   formula.  BE-TAX-FLAG 'P' takes the employee amount
      *   before federal and state withholding is figured ('A' =
      *   after-tax, e.g. a Roth deferral).  A row is active from
      *   BE-START-DATE through BE-STOP-DATE (zero = open-ended).
       01  BENEFIT-ENROLLMENT-REC.
           05  BE-EMP-ID                PIC X(05).
           05  BE-PLAN-CODE             PIC X(04).
           05  BE-PLAN-TYPE             PIC X(01).
               88  BE-HEALTH-PLAN       VALUE 'H'.
               88  BE-DENTAL-PLAN       VALUE 'D'.
               88  BE-VISION-PLAN       VALUE 'V'.
               88  BE-LIFE-PLAN         VALUE 'L'.
               88  BE-RETIREMENT-PLAN   VALUE 'R'.
           05  BE-COVERAGE-TIER         PIC X(02).
               88  BE-EMPLOYEE-ONLY     VALUE 'EE'.
               88  BE-EMPLOYEE-SPOUSE   VALUE 'ES'.
               88  BE-EMPLOYEE-CHILDREN VALUE 'EC'.
               88  BE-FAMILY            VALUE 'FA'.
           05  BE-EE-SHARE              PIC 9(05)V99.
           05  BE-ER-SHARE              PIC 9(05)V99.
           05  BE-DEFERRAL-PCT          PIC V999.
           05  BE-TAX-FLAG              PIC X(01).
               88  BE-PRE-TAX           VALUE 'P'.
               88  BE-AFTER-TAX         VALUE 'A'.
           05  BE-CARRIER-ID            PIC X(06).
           05  BE-CARRIER-NAME          PIC X(25).
           05  BE-START-DATE            PIC 9(08).
           05  BE-STOP-DATE             PIC 9(08).
           05  FILLER                   PIC X(23).
