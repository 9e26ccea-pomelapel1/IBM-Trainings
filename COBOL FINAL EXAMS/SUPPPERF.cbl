       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLIER-REC.
       COPY SUPPLIER.
