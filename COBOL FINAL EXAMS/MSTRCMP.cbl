       COPY PARTS.
      *
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
      *
       FD  SUPP-G1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPP-G1-REC.
       01  SUPP-G1-REC                  PIC X(70).
       FD  ADDR-G1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
