       FD  EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 370 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCP-REPORT-REC.
       01  EXCP-REPORT-REC.
           05  EXCP-CLAIM-RECORD              PIC X(100).
           05  EXCP-CLAIM-FIELDS REDEFINES EXCP-CLAIM-RECORD.
               10  EXCP-POLICY-NO           PIC X(07).
               10  EXCP-LAST-NAME           PIC X(15).
               10  EXCP-DED-PAID            PIC X(04).
               10  EXCP-COINSURANCE         PIC X(02).
               10  EXCP-CLAIM-AMOUNT        PIC S9(7)V99.
               10  FILLER                   PIC X(35).
           05  EXCP-REASON                    PIC X(230).
           05  EXCP-CODE-LIST                 PIC X(40).
      *
