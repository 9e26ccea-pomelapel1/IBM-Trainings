       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTCKO.
      *
      ********** Workshop 8.1   -   Production Support  ************
      *
      *   Instrument check-out / check-in.
      *   a)  Posts the day's movement transactions (INSTTRN)
      *       against the instrument asset register INSTRECV builds,
      *       by serial number:
      *         'O' checks an instrument out to a musician on an
      *             ARTIST-ACCT-NO for a tour - the account must be
      *             an active one on the Artist Master;
      *         'I' checks it back in;
      *         'S' records that it was serviced (checked-in
      *             instruments only - it has to be here to be
      *             worked on).
      *       The register is carried forward whole (INSTASET in,
      *       INSTASTO out, the LOANPOST master-out convention).
      *   b)  Every movement posted is appended to the INSTHIST
      *       history, so where an instrument has been - which
      *       musician, which tour - survives the next check-in.
      *
      *   A movement that doesn't fit the instrument's state (out
      *   when already out, in when already in, an unknown serial
      *   or account) is reported, never silently applied.
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-FILE     ASSIGN TO INSTTRN.
           SELECT ASSET-REGISTER    ASSIGN TO INSTASET.
           SELECT ASSET-REGISTER-OUT ASSIGN TO INSTASTO.
           SELECT MOVEMENT-HISTORY  ASSIGN TO INSTHIST
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARTIST-MASTER-FILE ASSIGN TO ARTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARTMSTR-ACCT-NO
               FILE STATUS IS WS-ARTM-STATUS.
           SELECT MOVEMENT-REPORT   ASSIGN TO INSTCRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MOVEMENT-REC.
       01  MOVEMENT-REC.
           05  MV-TRAN-TYPE                   PIC X(01).
               88  MV-CHECK-OUT               VALUE 'O'.
               88  MV-CHECK-IN                VALUE 'I'.
               88  MV-SERVICED                VALUE 'S'.
           05  MV-SERIAL-NO                   PIC X(12).
           05  MV-TRAN-DATE                   PIC 9(08).
           05  MV-ARTIST-ACCT-NO              PIC X(08).
           05  MV-MUSICIAN-LNAME              PIC X(15).
           05  MV-MUSICIAN-FNAME              PIC X(15).
           05  MV-TOUR-NAME                   PIC X(10).
           05  FILLER                         PIC X(11).
      *
       FD  ASSET-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INST-ASSET-REC.
           COPY INSTASET.
      *
       FD  ASSET-REGISTER-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASSET-REGISTER-OUT-REC.
       01  ASSET-REGISTER-OUT-REC             PIC X(120).
      *
      *     One record per movement posted - the transaction as
      *     applied, for the instrument's where-has-it-been trail.
       FD  MOVEMENT-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MOVEMENT-HISTORY-REC.
       01  MOVEMENT-HISTORY-REC               PIC X(80).
      *
       FD  ARTIST-MASTER-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS ARTIST-MASTER-REC.
       COPY ARTMSTR.
      *
       FD  MOVEMENT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MOVEMENT-REPORT-REC.
       01  MOVEMENT-REPORT-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  EOF-STAT                     PIC X     VALUE SPACE.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-HIST-STATUS               PIC X(02) VALUE SPACES.
       01  WS-ARTM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-ARTIST-FOUND-SW           PIC X     VALUE 'N'.
           88  WS-ARTIST-VALID          VALUE 'Y'.
       01  WS-POSTED-SW                 PIC X     VALUE 'N'.
           88  MOVEMENT-POSTED          VALUE 'Y'.
      *
      *    The asset register held whole for the run.
       01  WS-ASSET-TABLE.
           05  WS-AS-ENTRY OCCURS 500 TIMES
                   INDEXED BY AS-IDX.
               10  WS-AS-SERIAL-NO      PIC X(12).
               10  WS-AS-ASSET-IMAGE    PIC X(120).
       01  WS-AS-CTR                    PIC S9(4) COMP VALUE ZERO.
       01  WS-AS-MAX                    PIC S9(4) COMP VALUE 500.
      *
       01  ACC-CTRS.
           05  TOT-MOVEMENTS-READ       PIC 9(5)  VALUE ZERO.
           05  TOT-CHECKED-OUT          PIC 9(5)  VALUE ZERO.
           05  TOT-CHECKED-IN           PIC 9(5)  VALUE ZERO.
           05  TOT-SERVICED             PIC 9(5)  VALUE ZERO.
           05  TOT-REJECTED             PIC 9(5)  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                   PIC X(45) VALUE
               'INSTRUMENT CHECK-OUT / CHECK-IN REPORT'.
      *
       01  DETAIL-LINE.
           05  DL-TRAN-TYPE             PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-SERIAL-NO             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-TRAN-DATE             PIC XXXX/XX/XX.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-INSTR                 PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ACCT-NO               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-MUSICIAN              PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-TOUR                  PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-NOTE                  PIC X(40).
      *
       01  SUMMARY-LINE-1.
           05  FILLER                   PIC X(30) VALUE
               'MOVEMENTS READ         : '.
           05  SL-READ                  PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER                   PIC X(30) VALUE
               'CHECKED OUT            : '.
           05  SL-CHECKED-OUT           PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER                   PIC X(30) VALUE
               'CHECKED IN             : '.
           05  SL-CHECKED-IN            PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05  FILLER                   PIC X(30) VALUE
               'SERVICED               : '.
           05  SL-SERVICED              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05  FILLER                   PIC X(30) VALUE
               'MOVEMENTS REJECTED     : '.
           05  SL-REJECTED              PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES.
           PERFORM LOAD-ASSETS.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM WRITE-HEADINGS.
           MOVE 'N' TO EOF-STAT.
           READ MOVEMENT-FILE
               AT END MOVE 'Y' TO EOF-STAT.
           PERFORM POST-ONE-MOVEMENT UNTIL END-OF-FILE.
           PERFORM WRITE-ASSETS-OUT.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT  MOVEMENT-FILE, ASSET-REGISTER,
                       ARTIST-MASTER-FILE.
      *
      *  Not opened until the whole register is known to be in the
      *  table - INSTASTO is written from it.
       OPEN-OUTPUT-FILES.
           OPEN OUTPUT ASSET-REGISTER-OUT, MOVEMENT-REPORT.
           OPEN EXTEND MOVEMENT-HISTORY.
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT MOVEMENT-HISTORY
           END-IF.
      *
       CLOSE-FILES.
           CLOSE MOVEMENT-FILE, ASSET-REGISTER, ARTIST-MASTER-FILE,
                 ASSET-REGISTER-OUT, MOVEMENT-HISTORY,
                 MOVEMENT-REPORT.
      *
      *  The register is carried forward from this table, so one
      *  that will not fit stops the run - anything left out would
      *  be gone from INSTASTO.
       LOAD-ASSETS.
           MOVE 'N' TO EOF-STAT.
           READ ASSET-REGISTER AT END MOVE 'Y' TO EOF-STAT.
           PERFORM VARYING AS-IDX FROM 1 BY 1 UNTIL
                   AS-IDX > WS-AS-MAX OR END-OF-FILE
               ADD 1 TO WS-AS-CTR
               MOVE IA-SERIAL-NO   TO WS-AS-SERIAL-NO(AS-IDX)
               MOVE INST-ASSET-REC TO WS-AS-ASSET-IMAGE(AS-IDX)
               READ ASSET-REGISTER
                    AT END MOVE 'Y' TO EOF-STAT
               END-READ
           END-PERFORM.
           IF NOT END-OF-FILE
               DISPLAY 'INSTCKO: ASSET REGISTER HAS MORE THAN '
                       WS-AS-MAX ' INSTRUMENTS - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO EOF-STAT.
      *
       POST-ONE-MOVEMENT.
           ADD 1 TO TOT-MOVEMENTS-READ.
           MOVE 'N'               TO WS-POSTED-SW.
           MOVE SPACES            TO DETAIL-LINE.
           MOVE MV-TRAN-TYPE      TO DL-TRAN-TYPE.
           MOVE MV-SERIAL-NO      TO DL-SERIAL-NO.
           MOVE MV-TRAN-DATE      TO DL-TRAN-DATE.
           MOVE MV-ARTIST-ACCT-NO TO DL-ACCT-NO.
           MOVE MV-MUSICIAN-LNAME TO DL-MUSICIAN.
           MOVE MV-TOUR-NAME      TO DL-TOUR.
           SET AS-IDX TO 1.
           SEARCH WS-AS-ENTRY
               AT END
                   MOVE 'NO SUCH SERIAL NUMBER ON REGISTER'
                        TO DL-NOTE
               WHEN AS-IDX > WS-AS-CTR
                   MOVE 'NO SUCH SERIAL NUMBER ON REGISTER'
                        TO DL-NOTE
               WHEN WS-AS-SERIAL-NO(AS-IDX) = MV-SERIAL-NO
                   MOVE WS-AS-ASSET-IMAGE(AS-IDX) TO INST-ASSET-REC
                   MOVE IA-INSTRUMENT-TYPE TO DL-INSTR
                   EVALUATE TRUE
                       WHEN MV-CHECK-OUT
                           PERFORM CHECK-OUT-INSTRUMENT
                       WHEN MV-CHECK-IN
                           PERFORM CHECK-IN-INSTRUMENT
                       WHEN MV-SERVICED
                           PERFORM RECORD-SERVICE
                       WHEN OTHER
                           MOVE 'UNKNOWN TRANSACTION TYPE' TO DL-NOTE
                   END-EVALUATE
           END-SEARCH.
           IF MOVEMENT-POSTED
               MOVE INST-ASSET-REC TO WS-AS-ASSET-IMAGE(AS-IDX)
               WRITE MOVEMENT-HISTORY-REC FROM MOVEMENT-REC
           ELSE
               ADD 1 TO TOT-REJECTED
           END-IF.
           WRITE MOVEMENT-REPORT-REC FROM DETAIL-LINE.
           READ MOVEMENT-FILE
               AT END MOVE 'Y' TO EOF-STAT.
      *
      *  Out only from checked in, and only to an active account on
      *  the Artist Master with a musician named.
       CHECK-OUT-INSTRUMENT.
           PERFORM VALIDATE-ARTIST-ACCT.
           EVALUATE TRUE
               WHEN IA-CHECKED-OUT
                   MOVE 'ALREADY CHECKED OUT TO '   TO DL-NOTE
                   MOVE IA-ARTIST-ACCT-NO TO DL-NOTE(24:8)
               WHEN NOT WS-ARTIST-VALID
                   MOVE 'ARTIST ACCOUNT NOT ACTIVE ON MASTER'
                        TO DL-NOTE
               WHEN MV-MUSICIAN-LNAME = SPACES
                   MOVE 'NO MUSICIAN NAMED' TO DL-NOTE
               WHEN OTHER
                   MOVE 'O'               TO IA-STATUS
                   MOVE MV-ARTIST-ACCT-NO TO IA-ARTIST-ACCT-NO
                   MOVE MV-MUSICIAN-LNAME TO IA-MUSICIAN-LNAME
                   MOVE MV-MUSICIAN-FNAME TO IA-MUSICIAN-FNAME
                   MOVE MV-TOUR-NAME      TO IA-TOUR-NAME
                   MOVE MV-TRAN-DATE      TO IA-CHECKOUT-DATE
                   MOVE 'Y'               TO WS-POSTED-SW
                   ADD 1 TO TOT-CHECKED-OUT
                   MOVE 'CHECKED OUT'     TO DL-NOTE
           END-EVALUATE.
      *
      *  Back in clears who had it; the tour it went on stays on
      *  INSTHIST.
       CHECK-IN-INSTRUMENT.
           IF IA-CHECKED-OUT
               MOVE IA-ARTIST-ACCT-NO TO DL-ACCT-NO
               MOVE IA-MUSICIAN-LNAME TO DL-MUSICIAN
               MOVE IA-TOUR-NAME      TO DL-TOUR
               MOVE 'I'               TO IA-STATUS
               MOVE SPACES            TO IA-ARTIST-ACCT-NO
                                         IA-MUSICIAN-LNAME
                                         IA-MUSICIAN-FNAME
                                         IA-TOUR-NAME
               MOVE ZERO              TO IA-CHECKOUT-DATE
               MOVE 'Y'               TO WS-POSTED-SW
               ADD 1 TO TOT-CHECKED-IN
               MOVE 'CHECKED IN'      TO DL-NOTE
           ELSE
               MOVE 'NOT CHECKED OUT' TO DL-NOTE
           END-IF.
      *
       RECORD-SERVICE.
           IF IA-CHECKED-IN
               MOVE MV-TRAN-DATE      TO IA-LAST-SERVICE-DATE
               MOVE 'Y'               TO WS-POSTED-SW
               ADD 1 TO TOT-SERVICED
               MOVE 'SERVICED'        TO DL-NOTE
           ELSE
               MOVE 'CHECKED OUT - CHECK IN BEFORE SERVICE'
                    TO DL-NOTE
           END-IF.
      *
       VALIDATE-ARTIST-ACCT.
           MOVE 'N' TO WS-ARTIST-FOUND-SW.
           MOVE MV-ARTIST-ACCT-NO TO ARTMSTR-ACCT-NO.
           READ ARTIST-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ARTMSTR-ACTIVE
                       MOVE 'Y' TO WS-ARTIST-FOUND-SW
                   END-IF
           END-READ.
      *
       WRITE-ASSETS-OUT.
           PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > WS-AS-CTR
               WRITE ASSET-REGISTER-OUT-REC
                     FROM WS-AS-ASSET-IMAGE(AS-IDX)
           END-PERFORM.
      *
       WRITE-HEADINGS.
           WRITE MOVEMENT-REPORT-REC FROM HEADING-LINE-1.
           MOVE  SPACES TO MOVEMENT-REPORT-REC.
           WRITE MOVEMENT-REPORT-REC.
      *
       WRITE-SUMMARY.
           MOVE  SPACES TO MOVEMENT-REPORT-REC.
           WRITE MOVEMENT-REPORT-REC.
           MOVE  TOT-MOVEMENTS-READ TO SL-READ.
           WRITE MOVEMENT-REPORT-REC FROM SUMMARY-LINE-1.
           MOVE  TOT-CHECKED-OUT    TO SL-CHECKED-OUT.
           WRITE MOVEMENT-REPORT-REC FROM SUMMARY-LINE-2.
           MOVE  TOT-CHECKED-IN     TO SL-CHECKED-IN.
           WRITE MOVEMENT-REPORT-REC FROM SUMMARY-LINE-3.
           MOVE  TOT-SERVICED       TO SL-SERVICED.
           WRITE MOVEMENT-REPORT-REC FROM SUMMARY-LINE-4.
           MOVE  TOT-REJECTED       TO SL-REJECTED.
           WRITE MOVEMENT-REPORT-REC FROM SUMMARY-LINE-5.
