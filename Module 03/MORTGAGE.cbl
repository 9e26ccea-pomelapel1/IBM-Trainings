       FD  LOAN-REQUEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOAN-REQUEST-WS.
           COPY LOANREQ.
       FD  NEW-LOANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEW-LOAN-REC.
       01  NEW-LOAN-REC.
      *    the payment.  Record widened 70 -> 80.
           05  NL-ESCROW                PIC S9(5)V99.
           05  FILLER                   PIC X(12).
      *    Maturity date and the note's adjustable-rate terms, so
      *    the servicing side can change the rate when it resets -
      *    record widened 80 -> 200 along with the master.
           05  NL-MATURITY-DATE         PIC 9(08).
           05  NL-ARM-TERMS.
               10  NL-ARM-INDEX-CODE    PIC X(04).
               10  NL-ARM-NEXT-RESET    PIC 9(08).
               10  NL-ARM-RESET-MONTHS  PIC 9(03).
               10  NL-ARM-MARGIN        PIC 9(02)V9(4).
               10  NL-ARM-PERIOD-CAP    PIC 9(02)V9(4).
               10  NL-ARM-LIFE-CEILING  PIC 9(02)V9(4).
               10  FILLER               PIC X(16).
           05  FILLER                   PIC X(63).
      *
      *    Qualification ratio limits, percent - one control record
      *    so the credit committee can move them without a recompile;
       01  WS-DUE-WORK.
           05  WS-DUE-YEAR              PIC 9(4)    VALUE ZERO.
           05  WS-DUE-MONTH             PIC 9(2)    VALUE ZERO.
           05  WS-MONTH-NO              PIC 9(6)    VALUE ZERO.
           05  WS-CALC-YEAR             PIC 9(4)    VALUE ZERO.
           05  WS-CALC-MONTH            PIC 9(2)    VALUE ZERO.
      *
       01  CMP-CALC-WS.
           05  WS-CMP-TERM              PIC 9(3)     VALUE ZERO.
           05  WS-CTR-QUOTED            PIC 9(4)    VALUE ZERO.
           05  WS-CTR-SKIPPED           PIC 9(4)    VALUE ZERO.
           05  WS-CTR-OFFSHEET          PIC 9(4)    VALUE ZERO.
      *    What went to NEWLOANS - LOANBRD's boarding report
      *    balances its count and principal back to these.
           05  WS-CTR-NEWLOANS          PIC 9(4)    VALUE ZERO.
           05  WS-NEWLOANS-PRINCIPAL    PIC S9(11)V99 VALUE ZERO.
      *
      *    Rate sheet loaded from RATE-SHEET-FILE at startup.
       01  WS-RATE-SHEET-TABLE.
           05  FILLER                   PIC X(30) VALUE
                     'LOANS OFF RATE SHEET       : '.
           05  WS-CTR-OFFSHEET-OUT      PIC ZZZ9.
      *
       01  FOOTER-LINE-4.
           05  FILLER                   PIC X(30) VALUE
                     'LOANS SENT TO SERVICING    : '.
           05  WS-CTR-NEWLOANS-OUT      PIC ZZZ9.
           05  FILLER                   PIC X(14) VALUE
                     '   PRINCIPAL: '.
           05  WS-NEWLOANS-PRIN-OUT     PIC $$$,$$$,$$$,$$9.99.
      *
       01  OFFSHEET-HEADER-LINE.
           05  FILLER                   PIC X(40) VALUE
           END-IF.
           COMPUTE NL-NEXT-DUE-DATE =
                   (WS-DUE-YEAR * 10000) + (WS-DUE-MONTH * 100) + 1.
      *    The last payment falls TERM - 1 months after the first.
           COMPUTE WS-MONTH-NO = (WS-DUE-YEAR * 12) + WS-DUE-MONTH
                               + REQ-TERM-MONTHS - 2.
           PERFORM CONVERT-MONTH-NO.
           COMPUTE NL-MATURITY-DATE =
                   (WS-CALC-YEAR * 10000) + (WS-CALC-MONTH * 100) + 1.
           IF REQ-ARM-INITIAL-MONTHS > 0
              AND REQ-ARM-INITIAL-MONTHS < REQ-TERM-MONTHS
              AND REQ-ARM-INDEX-CODE NOT = SPACES
               PERFORM SET-NEW-LOAN-ARM-TERMS
           END-IF.
           WRITE NEW-LOAN-REC.
           ADD 1             TO WS-CTR-NEWLOANS.
           ADD REQ-PRINCIPAL TO WS-NEWLOANS-PRINCIPAL.
      *
      *    The rate first changes the month before the first payment
      *    past the initial fixed period, so that payment is the
      *    first one at the new rate.  The life ceiling is the rate
      *    the loan was priced at plus the lifetime cap.
       SET-NEW-LOAN-ARM-TERMS.
           MOVE REQ-ARM-INDEX-CODE  TO NL-ARM-INDEX-CODE.
           COMPUTE WS-MONTH-NO = (WS-DUE-YEAR * 12) + WS-DUE-MONTH
                               + REQ-ARM-INITIAL-MONTHS - 2.
           PERFORM CONVERT-MONTH-NO.
           COMPUTE NL-ARM-NEXT-RESET =
                   (WS-CALC-YEAR * 10000) + (WS-CALC-MONTH * 100) + 1.
           IF REQ-ARM-RESET-MONTHS NUMERIC
              AND REQ-ARM-RESET-MONTHS > 0
               MOVE REQ-ARM-RESET-MONTHS TO NL-ARM-RESET-MONTHS
           ELSE
               MOVE 12 TO NL-ARM-RESET-MONTHS
           END-IF.
           MOVE ZERO TO NL-ARM-MARGIN NL-ARM-PERIOD-CAP
                        NL-ARM-LIFE-CEILING.
           IF REQ-ARM-MARGIN NUMERIC
               MOVE REQ-ARM-MARGIN      TO NL-ARM-MARGIN
           END-IF.
           IF REQ-ARM-PERIOD-CAP NUMERIC
               MOVE REQ-ARM-PERIOD-CAP  TO NL-ARM-PERIOD-CAP
           END-IF.
           IF REQ-ARM-LIFE-CAP NUMERIC AND REQ-ARM-LIFE-CAP > 0
               COMPUTE NL-ARM-LIFE-CEILING =
                       WS-PRICED-RATE + REQ-ARM-LIFE-CAP
           END-IF.
      *
      *    WS-MONTH-NO counts months from year zero (year * 12 plus
      *    month - 1) - back to a year and month.
       CONVERT-MONTH-NO.
           DIVIDE WS-MONTH-NO BY 12 GIVING WS-CALC-YEAR
                  REMAINDER WS-CALC-MONTH.
           ADD 1 TO WS-CALC-MONTH.
      *
       WRITE-LOAN-HEADER.
           MOVE REQ-LOAN-ID         TO LOANID-OUT.
           WRITE MORTGAGE-REPORT-REC FROM FOOTER-LINE-2.
           MOVE WS-CTR-OFFSHEET  TO WS-CTR-OFFSHEET-OUT.
           WRITE MORTGAGE-REPORT-REC FROM FOOTER-LINE-3.
           MOVE WS-CTR-NEWLOANS       TO WS-CTR-NEWLOANS-OUT.
           MOVE WS-NEWLOANS-PRINCIPAL TO WS-NEWLOANS-PRIN-OUT.
           WRITE MORTGAGE-REPORT-REC FROM FOOTER-LINE-4.
           WRITE MORTGAGE-REPORT-REC FROM FOOTER-LINE-0
                 AFTER ADVANCING 2 LINES.
      *
