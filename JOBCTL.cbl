      *   names the first one that hasn't on the console.  A later
      *   clean stamp supersedes an earlier failed one, so a fixed
      *   and rerun predecessor clears its successors.
      *
      *   Each record carries an event code so the night can be
      *   reported on afterwards (OPSRPT): a check that clears the
      *   job to run stamps its start ('R'), a check that blocks it
      *   stamps the block ('B'), and a completion stamps 'C' with
      *   its return code.  Only completions - 'C', or blank on
      *   stamps written before the event code - satisfy a check.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RC-RUN-DATE              PIC 9(08).
           05  RC-RUN-TIME              PIC 9(06).
           05  RC-RETURN-CODE           PIC 9(04).
           05  RC-EVENT                 PIC X(01).
               88  RC-COMPLETION        VALUE 'C' ' '.
               88  RC-STARTED           VALUE 'R'.
               88  RC-BLOCKED           VALUE 'B'.
           05  FILLER                   PIC X(03).
      *
       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PRED-SUB                  PIC 9     VALUE ZERO.
       01  WS-PRED-CLEAN-SW             PIC X     VALUE 'N'.
           88  PRED-RAN-CLEAN           VALUE 'Y'.
       01  WS-EVENT                     PIC X     VALUE SPACE.
       01  WS-EVENT-RC                  PIC 9(04) VALUE ZERO.
      *
       LINKAGE SECTION.
       COPY JOBPARM.
           GOBACK.
      *
       STAMP-COMPLETION.
           MOVE 'C'              TO WS-EVENT.
           MOVE JC-RETURN-CODE   TO WS-EVENT-RC.
           PERFORM WRITE-EVENT.
      *
       CHECK-PREDECESSORS.
           PERFORM CHECK-ONE-PREDECESSOR
               VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > JC-PRED-COUNT
                  OR JC-BLOCKED.
           IF JC-BLOCKED
               MOVE 'B'          TO WS-EVENT
           ELSE
               MOVE 'R'          TO WS-EVENT
           END-IF.
           MOVE ZERO             TO WS-EVENT-RC.
           PERFORM WRITE-EVENT.
      *
       WRITE-EVENT.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               OPEN OUTPUT RUN-CONTROL-FILE
           MOVE JC-JOB-NAME      TO RC-JOB-NAME.
           MOVE JC-BUSINESS-DATE TO RC-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RC-RUN-TIME.
           MOVE WS-EVENT-RC      TO RC-RETURN-CODE.
           MOVE WS-EVENT         TO RC-EVENT.
           WRITE RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
      *
      *  One full scan per predecessor - the LAST stamp for the job
      *  and date decides, so a failed run followed by a clean
                       IF RC-JOB-NAME
                              = JC-PRED-NAME(WS-PRED-SUB)
                          AND RC-RUN-DATE = JC-BUSINESS-DATE
                          AND RC-COMPLETION
                           IF RC-RETURN-CODE = ZERO
                               SET PRED-RAN-CLEAN TO TRUE
                           ELSE
