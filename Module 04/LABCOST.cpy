      *--------------------------------------------------------------
      *   Labor-cost history record - COPY'd into the LABCOST FD by
      *   LABDIST (which appends one record per employee per project
      *   each week it bridges, run over run) and PROJPROF (which
      *   sets the cost to date against what each project billed).
      *   The week's hours charged to the project are priced the way
      *   MILLARD pays them: regular hours (up to 40) at EM-RATE,
      *   hours beyond 40 at 1.5x EM-RATE.
       01  LABOR-COST-REC.
           05  LC-WEEK-DATE             PIC 9(08).
           05  LC-EMP-ID                PIC X(05).
           05  LC-PROJECT-CODE          PIC X(04).
           05  LC-REG-HOURS             PIC 9(03).
           05  LC-OT-HOURS              PIC 9(03).
           05  LC-PAY-RATE              PIC 9(3)V99.
           05  LC-LABOR-COST            PIC S9(7)V99.
           05  FILLER                   PIC X(03).
