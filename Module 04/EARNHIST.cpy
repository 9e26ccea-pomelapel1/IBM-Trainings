      *--------------------------------------------------------------
      *   Pay-period earnings history record - COPY'd into the
      *   EARNHIST FD by MILLARD (which appends one record per
      *   employee per pay date, run over run) and QTRTAX (which
      *   builds the quarterly federal liability summary and the
      *   state unemployment wage detail from it).  YTDPAY keeps
      *   only the running totals; this keeps every pay date.
      *
      *   EH-REC-TYPE 'P' is the week's regular pay; 'R' is a
      *   prior-period retro line paid on the same date (signed,
      *   no deductions or withholding taken from it).
       01  EARNINGS-HISTORY-REC.
           05  EH-EMP-ID                PIC X(05).
           05  EH-PAY-DATE              PIC 9(08).
           05  EH-REC-TYPE              PIC X(01).
               88  EH-REGULAR-PAY       VALUE 'P'.
               88  EH-RETRO-PAY         VALUE 'R'.
           05  EH-GROSS                 PIC S9(7)V99.
           05  EH-DEDUCTION OCCURS 3 TIMES.
               10  EH-DED-CODE          PIC X(03).
               10  EH-DED-AMT           PIC S9(5)V99.
           05  EH-FED-WH                PIC S9(5)V99.
           05  EH-ST-WH                 PIC S9(5)V99.
           05  EH-NET                   PIC S9(7)V99.
           05  EH-DEPT                  PIC X(04).
      *    Court-ordered garnishments withheld (total of all orders).
           05  EH-GARNISH               PIC S9(5)V99.
      *    Benefit plan employee shares and retirement deferral.
           05  EH-BENEFIT-EE            PIC S9(5)V99.
           05  FILLER                   PIC X(06).
