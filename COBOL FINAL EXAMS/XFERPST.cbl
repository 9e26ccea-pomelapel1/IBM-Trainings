       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERPST.
       AUTHOR. PRODUCTION SUPPORT.
      *
      **********     Final Project    ******************************
      *   XFERPST posts stock transfers between locations on the
      *   stock-balance file (STOCKBAL - keyed by Part-Number and
      *   location).  Each XFERTRN record carries the Part-Number,
      *   the location the stock leaves, the location it goes to,
      *   the transfer date and the quantity moved.  The source
      *   balance comes down and the destination balance goes up by
      *   the same quantity, so the part's total on hand never
      *   changes; a first transfer into a location creates that
      *   location's balance record.  A transfer is neither a
      *   receipt nor an issue, so the activity dates stand.
      *
      *   A transfer that names an unknown location, the same
      *   location at both ends, a zero quantity, a part with no
      *   stock at the source, or more than the source holds is
      *   reported and counted, never applied - unlike an issue it
      *   is not floored, since that would change the part's total.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE      ASSIGN TO XFERTRN.
           SELECT STOCK-BALANCE-FILE ASSIGN TO STOCKBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT TRANSFER-REPORT    ASSIGN TO XFERRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRANSFER-REC.
       01  TRANSFER-REC.
           05  XFR-PART-NUMBER            PIC X(23).
           05  XFR-FROM-LOCATION          PIC X(02).
           05  XFR-TO-LOCATION            PIC X(02).
           05  XFR-DATE                   PIC 9(08).
           05  XFR-QTY                    PIC 9(07).
           05  FILLER                     PIC X(08).
      *
       FD  STOCK-BALANCE-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS STOCK-BALANCE-REC.
       COPY STOCKBAL.
      *
       FD  TRANSFER-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRANSFER-REPORT-REC.
       01  TRANSFER-REPORT-REC            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-STOCK-STATUS              PIC X(02) VALUE SPACES.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-STOCK-FOUND-SW            PIC X     VALUE 'N'.
           88  STOCK-REC-FOUND          VALUE 'Y'.
      *
      *    Both ends of the transfer, blank defaulted to the main
      *    stockroom and each checked against STOCKBAL's locations.
       01  WS-FROM-LOCATION             PIC X(02) VALUE SPACES.
       01  WS-TO-LOCATION               PIC X(02) VALUE SPACES.
       01  WS-FROM-ON-HAND              PIC S9(07) VALUE ZERO.
       01  WS-TO-ON-HAND                PIC S9(07) VALUE ZERO.
       01  WS-DISPOSITION               PIC X(35) VALUE SPACES.
      *
       01  ACC-CTRS.
           05  TOT-TRANSFERS-READ       PIC 9(5)  VALUE ZERO.
           05  TOT-TRANSFERS-POSTED     PIC 9(5)  VALUE ZERO.
           05  TOT-TRANSFERS-REJECTED   PIC 9(5)  VALUE ZERO.
           05  TOT-QTY-TRANSFERRED      PIC 9(9)  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(45) VALUE
               'STOCK TRANSFER POSTING REPORT'.
       01  HEADING-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(25) VALUE 'PART NUMBER'.
           05  FILLER                   PIC X(08) VALUE 'FROM TO'.
           05  FILLER                   PIC X(10) VALUE 'MOVED'.
           05  FILLER                   PIC X(11) VALUE '      QTY'.
           05  FILLER                   PIC X(10) VALUE '  FROM OH'.
           05  FILLER                   PIC X(10) VALUE '    TO OH'.
           05  FILLER                   PIC X(30) VALUE 'DISPOSITION'.
      *
       01  DETAIL-LINE.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DL-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-FROM-LOCATION         PIC X(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-TO-LOCATION           PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-XFR-DATE              PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-XFR-QTY               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-FROM-ON-HAND          PIC ZZZ,ZZ9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-TO-ON-HAND            PIC ZZZ,ZZ9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DISPOSITION           PIC X(35).
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'TRANSFERS READ         : '.
           05  SL-READ                  PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'TRANSFERS POSTED       : '.
           05  SL-POSTED                PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'TRANSFERS REJECTED     : '.
           05  SL-REJECTED              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X     VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               'QUANTITY TRANSFERRED   : '.
           05  SL-QTY                   PIC ZZZ,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
           READ TRANSFER-FILE
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM POST-ONE-TRANSFER UNTIL END-OF-FILE.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  TRANSFER-FILE.
           OPEN I-O    STOCK-BALANCE-FILE.
           OPEN OUTPUT TRANSFER-REPORT.
      *
       CLOSE-FILES.
           CLOSE TRANSFER-FILE, STOCK-BALANCE-FILE, TRANSFER-REPORT.
      *
       POST-ONE-TRANSFER.
           ADD 1 TO TOT-TRANSFERS-READ.
           MOVE SPACES           TO DETAIL-LINE, WS-DISPOSITION.
           MOVE XFR-FROM-LOCATION TO WS-FROM-LOCATION.
           IF WS-FROM-LOCATION = SPACES
               MOVE 'MS' TO WS-FROM-LOCATION
           END-IF.
           MOVE XFR-TO-LOCATION  TO WS-TO-LOCATION.
           IF WS-TO-LOCATION = SPACES
               MOVE 'MS' TO WS-TO-LOCATION
           END-IF.
           MOVE XFR-PART-NUMBER  TO DL-PART-NUMBER.
           MOVE WS-FROM-LOCATION TO DL-FROM-LOCATION.
           MOVE WS-TO-LOCATION   TO DL-TO-LOCATION.
           MOVE XFR-DATE         TO DL-XFR-DATE.
           MOVE XFR-QTY          TO DL-XFR-QTY.
      *
           PERFORM EDIT-TRANSFER.
           IF WS-DISPOSITION = SPACES
               PERFORM APPLY-TRANSFER
           END-IF.
           IF WS-DISPOSITION = SPACES
               MOVE 'POSTED' TO DL-DISPOSITION
               MOVE WS-FROM-ON-HAND TO DL-FROM-ON-HAND
               MOVE WS-TO-ON-HAND   TO DL-TO-ON-HAND
               ADD 1 TO TOT-TRANSFERS-POSTED
               ADD XFR-QTY TO TOT-QTY-TRANSFERRED
           ELSE
               MOVE WS-DISPOSITION TO DL-DISPOSITION
               ADD 1 TO TOT-TRANSFERS-REJECTED
           END-IF.
           WRITE TRANSFER-REPORT-REC FROM DETAIL-LINE.
           READ TRANSFER-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
      *  Leaves the source balance record in the record area when
      *  the transfer is good.
       EDIT-TRANSFER.
           MOVE WS-TO-LOCATION TO SB-LOCATION.
           IF NOT SB-VALID-LOCATION
               MOVE 'UNKNOWN TO-LOCATION' TO WS-DISPOSITION
           END-IF.
           MOVE WS-FROM-LOCATION TO SB-LOCATION.
           IF NOT SB-VALID-LOCATION
               MOVE 'UNKNOWN FROM-LOCATION' TO WS-DISPOSITION
           END-IF.
           EVALUATE TRUE
               WHEN WS-DISPOSITION NOT = SPACES
                   CONTINUE
               WHEN WS-FROM-LOCATION = WS-TO-LOCATION
                   MOVE 'FROM AND TO LOCATION THE SAME'
                        TO WS-DISPOSITION
               WHEN XFR-QTY NOT NUMERIC OR XFR-QTY = ZERO
                   MOVE 'NO QUANTITY TO TRANSFER' TO WS-DISPOSITION
               WHEN OTHER
                   MOVE 'N' TO WS-STOCK-FOUND-SW
                   MOVE XFR-PART-NUMBER
                        TO PART-NUMBER IN STOCK-BALANCE-REC
                   MOVE WS-FROM-LOCATION TO SB-LOCATION
                   READ STOCK-BALANCE-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY SET STOCK-REC-FOUND TO TRUE
                   END-READ
                   IF NOT STOCK-REC-FOUND
                       MOVE 'NO STOCK AT FROM-LOCATION'
                            TO WS-DISPOSITION
                   ELSE
                       IF XFR-QTY > SB-ON-HAND
                           MOVE 'EXCEEDS ON-HAND AT FROM-LOCATION'
                                TO WS-DISPOSITION
                           MOVE SB-ON-HAND TO DL-FROM-ON-HAND
                       END-IF
                   END-IF
           END-EVALUATE.
      *
      *  Source first, then the destination (created on its first
      *  transfer in).
       APPLY-TRANSFER.
           SUBTRACT XFR-QTY FROM SB-ON-HAND.
           MOVE SB-ON-HAND TO WS-FROM-ON-HAND.
           REWRITE STOCK-BALANCE-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED - FROM-LOCATION'
                        TO WS-DISPOSITION
           END-REWRITE.
           IF WS-DISPOSITION = SPACES
               MOVE 'N' TO WS-STOCK-FOUND-SW
               MOVE XFR-PART-NUMBER
                    TO PART-NUMBER IN STOCK-BALANCE-REC
               MOVE WS-TO-LOCATION TO SB-LOCATION
               READ STOCK-BALANCE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET STOCK-REC-FOUND TO TRUE
               END-READ
               IF NOT STOCK-REC-FOUND
                   INITIALIZE STOCK-BALANCE-REC
                   MOVE XFR-PART-NUMBER
                        TO PART-NUMBER IN STOCK-BALANCE-REC
                   MOVE WS-TO-LOCATION TO SB-LOCATION
               END-IF
               ADD XFR-QTY TO SB-ON-HAND
               MOVE SB-ON-HAND TO WS-TO-ON-HAND
               IF STOCK-REC-FOUND
                   REWRITE STOCK-BALANCE-REC
                       INVALID KEY
                           MOVE 'REWRITE FAILED - TO-LOCATION'
                                TO WS-DISPOSITION
                   END-REWRITE
               ELSE
                   WRITE STOCK-BALANCE-REC
                       INVALID KEY
                           MOVE 'WRITE FAILED - TO-LOCATION'
                                TO WS-DISPOSITION
                   END-WRITE
               END-IF
           END-IF.
      *
       WRITE-HEADINGS.
           WRITE TRANSFER-REPORT-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO TRANSFER-REPORT-REC.
           WRITE TRANSFER-REPORT-REC.
           WRITE TRANSFER-REPORT-REC FROM HEADING-LINE-2.
           MOVE  SPACES TO TRANSFER-REPORT-REC.
           WRITE TRANSFER-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO TRANSFER-REPORT-REC.
           WRITE TRANSFER-REPORT-REC.
           MOVE  TOT-TRANSFERS-READ     TO SL-READ.
           WRITE TRANSFER-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-TRANSFERS-POSTED   TO SL-POSTED.
           WRITE TRANSFER-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-TRANSFERS-REJECTED TO SL-REJECTED.
           WRITE TRANSFER-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-QTY-TRANSFERRED    TO SL-QTY.
           WRITE TRANSFER-REPORT-REC FROM SUMMARY-LINE-4.
