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
       FD  SUPP-G2
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPP-G2-REC.
       01  SUPP-G2-REC                  PIC X(70).
       FD  SUPP-G3
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPP-G3-REC.
       01  SUPP-G3-REC                  PIC X(70).
      *
       FD  ADDR-G1
           RECORDING MODE IS F
