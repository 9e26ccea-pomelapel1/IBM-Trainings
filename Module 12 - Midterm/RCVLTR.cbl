       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVLTR.
      *
      ********** Workshop 12  -   Production Support    ************
      *
      *   Overpayment Recovery Letters.
      *   a)  Reads the overpayment recovery receivables MIDTERM
      *       keeps (OVPRECV) and writes one recovery letter for
      *       each receivable not yet written to - the insured is
      *       told which check paid in error, how much is owed, and
      *       that later claim payments will be kept back against
      *       it until it is repaid.
      *   b)  Stamps each receivable with the business date its
      *       letter went out (RUNDATE override, else CURRENT-DATE),
      *       rewriting it in place, so a letter is never sent
      *       twice for the same receivable.
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-FILE   ASSIGN TO OVPRECV
               FILE STATUS IS WS-RCV-STATUS.
           SELECT RUN-DATE-FILE   ASSIGN TO RUNDATE
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT LETTER-FILE     ASSIGN TO RCVLTRS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-RECOVERY-REC.
           COPY OVPRECV.
      *
      *    Business-date override - a one-record control file read at
      *    startup so a missed batch window can be rerun as-of the
      *    correct date; missing or invalid falls back to the
      *    machine's CURRENT-DATE.
       FD  RUN-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-DATE-REC.
       01  RUN-DATE-REC.
           05  RD-BUSINESS-DATE         PIC 9(08).
           05  FILLER                   PIC X(72).
      *
       FD  LETTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LETTER-REC.
       01  LETTER-REC                         PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-RCV-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RUNDATE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
      *
       01  ACC-CTRS.
           05  TOT-LETTERS              PIC 9(5)  VALUE ZERO.
      *
       01  LETTER-HEADER-1.
           05  FILLER                   PIC X(50) VALUE
               'NOTICE OF CLAIM OVERPAYMENT'.
       01  LETTER-DATE-LINE.
           05  FILLER                   PIC X(06) VALUE 'DATE: '.
           05  LD-DATE                  PIC 9999/99/99.
       01  LETTER-NAME-LINE.
           05  FILLER                   PIC X(05) VALUE 'DEAR '.
           05  LH-FIRST-NAME            PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LH-LAST-NAME             PIC X(15).
       01  LETTER-POLICY-LINE.
           05  FILLER                   PIC X(15) VALUE
               'POLICY NUMBER: '.
           05  LH-POLICY-NO             PIC 9(07).
           05  FILLER                   PIC X(17) VALUE
               '   CHECK NUMBER: '.
           05  LH-CHECK-NO              PIC 9(06).
       01  LETTER-INTRO-LINE-1.
           05  FILLER                   PIC X(60) VALUE
               'A CLAIM WE PAID YOU BY THE CHECK ABOVE HAS SINCE BEEN'.
       01  LETTER-INTRO-LINE-2.
           05  FILLER                   PIC X(60) VALUE
               'REVERSED, SO THE AMOUNT BELOW WAS PAID IN ERROR.'.
       01  LETTER-AMOUNT-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  LA-LABEL                 PIC X(25).
           05  LA-AMOUNT                PIC $$,$$$,$$9.99CR.
       01  LETTER-REMIT-LINE-1.
           05  FILLER                   PIC X(60) VALUE
               'PLEASE RETURN THE BALANCE OWED.  UNTIL IT IS REPAID,'.
       01  LETTER-REMIT-LINE-2.
           05  FILLER                   PIC X(60) VALUE
               'CLAIM PAYMENTS ON THIS POLICY WILL BE APPLIED TO IT.'.
       01  LETTER-CLOSING-LINE.
           05  FILLER                   PIC X(51) VALUE
               'PLEASE CONTACT MEMBER SERVICES IF YOU BELIEVE THIS '.
           05  FILLER                   PIC X(12) VALUE 'IS IN ERROR.'.
       01  LETTER-SEPARATOR-LINE.
           05  FILLER                   PIC X(60) VALUE ALL '-'.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           MOVE 'N' TO EOF-STAT.
      *    No recovery file yet means nobody owes us anything.
           IF WS-RCV-STATUS = '00'
               READ RECOVERY-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
           ELSE
               MOVE 'Y' TO EOF-STAT
           END-IF.
           PERFORM PROCESS-RECORDS UNTIL END-OF-FILE.
           DISPLAY 'RCVLTR: RECOVERY LETTERS WRITTEN: ' TOT-LETTERS.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
       OPEN-FILES.
           OPEN I-O    RECOVERY-FILE.
           OPEN OUTPUT LETTER-FILE.
      *
       CLOSE-FILES.
           IF WS-RCV-STATUS = '00' OR '10'
               CLOSE RECOVERY-FILE
           END-IF.
           CLOSE LETTER-FILE.
      *
       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN INPUT RUN-DATE-FILE.
           IF WS-RUNDATE-STATUS = '00'
               MOVE 'N' TO EOF-STAT
               READ RUN-DATE-FILE
                   AT END MOVE 'Y' TO EOF-STAT
               END-READ
               IF NOT END-OF-FILE
                   AND RD-BUSINESS-DATE NUMERIC
                   AND RD-BUSINESS-DATE > ZERO
                   MOVE RD-BUSINESS-DATE TO WS-TODAY-DATE
               END-IF
               CLOSE RUN-DATE-FILE
               MOVE 'N' TO EOF-STAT
           END-IF.
      *
       PROCESS-RECORDS.
           IF RCV-LETTER-DATE NOT NUMERIC
               OR RCV-LETTER-DATE = ZERO
               PERFORM WRITE-ONE-LETTER
               MOVE WS-TODAY-DATE TO RCV-LETTER-DATE
               REWRITE CLAIM-RECOVERY-REC
           END-IF.
           READ RECOVERY-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
       WRITE-ONE-LETTER.
           ADD 1 TO TOT-LETTERS.
           WRITE LETTER-REC FROM LETTER-SEPARATOR-LINE.
           WRITE LETTER-REC FROM LETTER-HEADER-1.
           MOVE WS-TODAY-DATE   TO LD-DATE.
           WRITE LETTER-REC FROM LETTER-DATE-LINE.
           MOVE  SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE RCV-FIRST-NAME  TO LH-FIRST-NAME.
           MOVE RCV-LAST-NAME   TO LH-LAST-NAME.
           WRITE LETTER-REC FROM LETTER-NAME-LINE.
           MOVE RCV-POLICY-NO   TO LH-POLICY-NO.
           MOVE RCV-CHECK-NO    TO LH-CHECK-NO.
           WRITE LETTER-REC FROM LETTER-POLICY-LINE.
           MOVE  SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           WRITE LETTER-REC FROM LETTER-INTRO-LINE-1.
           WRITE LETTER-REC FROM LETTER-INTRO-LINE-2.
           MOVE  SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE 'AMOUNT PAID IN ERROR   :' TO LA-LABEL.
           MOVE RCV-ORIGINAL-AMT TO LA-AMOUNT.
           WRITE LETTER-REC FROM LETTER-AMOUNT-LINE.
      *    A payment may already have been kept back against it
      *    between the reversal and this letter.
           MOVE 'BALANCE NOW OWED       :' TO LA-LABEL.
           MOVE RCV-BALANCE      TO LA-AMOUNT.
           WRITE LETTER-REC FROM LETTER-AMOUNT-LINE.
           MOVE  SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           WRITE LETTER-REC FROM LETTER-REMIT-LINE-1.
           WRITE LETTER-REC FROM LETTER-REMIT-LINE-2.
           MOVE  SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           WRITE LETTER-REC FROM LETTER-CLOSING-LINE.
           MOVE  SPACES TO LETTER-REC.
           WRITE LETTER-REC.
