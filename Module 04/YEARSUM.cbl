       FD  YTD-PAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS YTD-PAY-REC.
       01  YTD-PAY-REC.
           05  YP-SICK-TAKEN            PIC 9(03).
           05  YP-FED-WH                PIC 9(07)V99.
           05  YP-ST-WH                 PIC 9(07)V99.
           05  YP-DEFERRAL              PIC 9(07)V99.
           05  YP-ER-MATCH              PIC 9(07)V99.
           05  FILLER                   PIC X(10).
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY EMPMAST.
       FD  EMPLOYEE-MASTER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMPLOYEE-MASTER-OUT-REC.
       01  EMPLOYEE-MASTER-OUT-REC      PIC X(160).
      *
       FD  CARRYOVER-CAP-FILE
           RECORDING MODE IS F
