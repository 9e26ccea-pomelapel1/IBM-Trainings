      *   PREMINV (PREMPOST posts payments against them) and one
      *   line per invoice to the billing register print.  A policy
      *   type with no PREMTBL row is reported, never silently
      *   billed at zero; a policy POLMNT has cancelled as of the
      *   business date is listed but no longer billed.
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
           05  POL-DEDUCTIBLE-PAID      PIC S9(04).
           05  POL-MEMBER-ROSTER.
               10  POL-MEMBER-ID        PIC X(02) OCCURS 6 TIMES.
      *    Blank or 'A' is in force; 'C' cancelled as of
      *    POL-CANCEL-DATE (maintained by POLMNT).
           05  POL-STATUS               PIC X(01).
               88  POL-CANCELLED        VALUE 'C'.
           05  POL-CANCEL-DATE          PIC 9(08).
           05  POL-STATE                PIC X(02).
           05  FILLER                   PIC X(03).
      *
      *     Monthly premium per policy type - file-driven so a rate
      *     change is a table update, not a recompile (RATETBL
           05  TOT-POLICIES-READ        PIC 9(5)     VALUE ZERO.
           05  TOT-INVOICES-WRITTEN     PIC 9(5)     VALUE ZERO.
           05  TOT-NO-RATE              PIC 9(5)     VALUE ZERO.
           05  TOT-CANCELLED            PIC 9(5)     VALUE ZERO.
           05  TOT-BILLED               PIC S9(9)V99 VALUE ZERO.
      *
       01  HEADER-LINE-1.
           05  FILLER                   PIC X(30) VALUE
                     'TOTAL PREMIUM BILLED       : '.
           05  FL-BILLED                PIC $$$,$$$,$$9.99.
       01  FOOTER-LINE-5.
           05  FILLER                   PIC X(30) VALUE
                     'CANCELLED - NOT BILLED     : '.
           05  FL-CANCELLED             PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           MOVE POL-LAST-NAME   TO DL-LAST-NAME.
           MOVE POL-FIRST-NAME  TO DL-FIRST-NAME.
           MOVE POL-POLICY-TYPE TO DL-TYPE.
      *    A policy cancelled on or before the business date is no
      *    longer billed.
           EVALUATE TRUE
              WHEN POL-CANCELLED AND POL-CANCEL-DATE NUMERIC
                   AND POL-CANCEL-DATE <= WS-BUSINESS-DATE
                   ADD 1 TO TOT-CANCELLED
                   MOVE ZERO TO DL-PREMIUM
                   MOVE '** CANCELLED - NOT BILLED **' TO DL-NOTE
              WHEN PREMIUM-RATE-FOUND
                   MOVE SPACES           TO PREMIUM-INVOICE-REC
                   MOVE POL-POLICY-NO    TO PI-POLICY-NO
                   MOVE WS-PERIOD        TO PI-PERIOD
                   MOVE WS-FOUND-PREMIUM TO PI-PREMIUM-AMOUNT
                   MOVE POL-POLICY-TYPE  TO PI-POLICY-TYPE
                   WRITE PREMIUM-INVOICE-REC
                   ADD 1                 TO TOT-INVOICES-WRITTEN
                   ADD WS-FOUND-PREMIUM  TO TOT-BILLED
                   MOVE WS-FOUND-PREMIUM TO DL-PREMIUM
              WHEN OTHER
                   ADD 1 TO TOT-NO-RATE
                   MOVE ZERO TO DL-PREMIUM
                   MOVE '** NO RATE FOR POLICY TYPE **' TO DL-NOTE
           END-EVALUATE.
           WRITE BILLING-REGISTER-REC FROM DETAIL-LINE.
           READ POLICY-MASTER-FILE
               AT END MOVE 'Y' TO EOF-STAT.
           WRITE BILLING-REGISTER-REC FROM FOOTER-LINE-2.
           MOVE  TOT-NO-RATE          TO FL-NO-RATE.
           WRITE BILLING-REGISTER-REC FROM FOOTER-LINE-3.
           MOVE  TOT-CANCELLED        TO FL-CANCELLED.
           WRITE BILLING-REGISTER-REC FROM FOOTER-LINE-5.
           MOVE  TOT-BILLED           TO FL-BILLED.
           WRITE BILLING-REGISTER-REC FROM FOOTER-LINE-4.
