      *--------------------------------------------------------------
      *   Claims lag history record layout - COPY'd into the LAGHIST
      *   FD by MIDTERM (which appends one record per claim paid or
      *   reversed, run over run) and LAGRPT (which builds the lag
      *   triangle and IBNR estimate from it).  Month of service
      *   against month of payment, by policy type, is everything
      *   the triangle needs; a reversal carries its paid amount
      *   negative so it nets against the month it came back in.
       01  LAG-HISTORY-REC.
           05  LG-POLICY-TYPE           PIC 9(01).
           05  LG-SERVICE-DATE          PIC 9(08).
           05  LG-PAID-DATE             PIC 9(08).
           05  LG-PAID-AMOUNT           PIC S9(7)V99.
           05  LG-POLICY-NO             PIC 9(07).
           05  FILLER                   PIC X(07).
