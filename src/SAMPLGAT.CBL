       PROGRAM-ID.  SAMPLGAT.
      *****************************************************************
      * END-OF-NIGHT GATEKEEPER.  READS THE RUN-CONTROL FILE THE
      * NIGHT-STREAM STAGES WRITE THEIR COMPLETION/BALANCING RECORDS TO
      * AND VERIFIES, BEFORE THE TRANSMISSION JOBS RELEASE PRINTEXT,
      * PRINTEX2, ACCSEXT AND EDLVEXT TO THE VENDORS, THAT EVERY
      * EXPECTED STAGE IS PRESENT (SAMPLSPL, EVERY SAMPLEDR PARTITION,
      * SAMPLMRG, SAMPLHLD, SAMPLRCN FOR EACH PRINT VENDOR, SAMPLRCA,
      * SAMPLINV -- OR JUST SAMPLEDR, SAMPLHLD, BOTH SAMPLRCN RUNS,
      * SAMPLRCA, AND SAMPLINV ON AN UNPARTITIONED NIGHT), THAT THE
      * PARTITION DETAIL COUNTS ROLL UP TO THE SPLITTER'S TOTAL, AND
      * THAT EVERY STAGE BALANCED (SAMPLINV WRITES ITS RECORD UNBALANCED
      * WHEN AN INSERT IS SHORT FOR TONIGHT).  ANY FAILURE CLOSES THE
      * GATE WITH A NON-ZERO RETURN CODE THE TRANSMISSION STEPS KEY OFF.
      * AN OPERATOR OVERRIDE FILE WITH A REASON OPENS THE GATE ANYWAY,
      * WITH THE REASON LOGGED ON THE GATE REPORT -- SILENCE IS NOT
      * ACCEPTED.
      *****************************************************************
       01  WS-SPLITTER-TOTAL             PIC 9(09) VALUE 0.
       01  WS-PARTITION-TOTAL            PIC 9(09) VALUE 0.
       01  WS-PART-SUB                   PIC 9(02) VALUE 0.
      * SAMPLRCN RUNS ONCE PER PRINT VENDOR AND CARRIES THE VENDOR
      * ID IN THE RUN-CONTROL PARTITION FIELD; THE REPORT LINES SAY
      * VENDOR RATHER THAN PARTITION FOR IT.
       01  WS-VENDOR-SUB                 PIC 9(02) VALUE 0.
       01  WS-VENDOR-MAX                 PIC 9(02) VALUE 2.
       01  WS-QUALIFIER-LABEL            PIC X(10) VALUE SPACES.
       01  WS-COUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
           IF NOT STAGE-RECORD-FOUND
               PERFORM 7100-REPORT-MISSING-STAGE
           END-IF
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                   UNTIL WS-VENDOR-SUB IS GREATER THAN WS-VENDOR-MAX
               MOVE 'SAMPLRCN' TO WS-FIND-STAGE
               MOVE WS-VENDOR-SUB TO WS-FIND-PARTITION
               PERFORM 7000-FIND-STAGE-RECORD
               IF NOT STAGE-RECORD-FOUND
                   PERFORM 7100-REPORT-MISSING-STAGE
               END-IF
           END-PERFORM
           MOVE 'SAMPLRCA' TO WS-FIND-STAGE
           MOVE 0 TO WS-FIND-PARTITION
           PERFORM 7000-FIND-STAGE-RECORD
           IF NOT STAGE-RECORD-FOUND
               PERFORM 7100-REPORT-MISSING-STAGE
           END-IF
           MOVE 'SAMPLINV' TO WS-FIND-STAGE
           MOVE 0 TO WS-FIND-PARTITION
           PERFORM 7000-FIND-STAGE-RECORD
           IF NOT STAGE-RECORD-FOUND
                   UNTIL WS-STAGE-SUB IS GREATER THAN WS-STAGE-COUNT
               SET WS-STAGE-IX TO WS-STAGE-SUB
               IF WS-STAGE-BALANCED(WS-STAGE-IX) IS NOT EQUAL TO 'Y'
                   IF WS-STAGE-NAME(WS-STAGE-IX) IS EQUAL TO
                           'SAMPLRCN'
                       MOVE ' VENDOR' TO WS-QUALIFIER-LABEL
                   ELSE
                       MOVE ' PARTITION' TO WS-QUALIFIER-LABEL
                   END-IF
                   MOVE SPACES TO GATE-REPORT-LINE
                   STRING '** STAGE '          DELIMITED BY SIZE
                           WS-STAGE-NAME(WS-STAGE-IX)
                                               DELIMITED BY SIZE
                           WS-QUALIFIER-LABEL  DELIMITED BY '  '
                           ' '                 DELIMITED BY SIZE
                           WS-STAGE-PARTITION(WS-STAGE-IX)
                                               DELIMITED BY SIZE
                           ' DID NOT BALANCE'  DELIMITED BY SIZE
           .

       7100-REPORT-MISSING-STAGE.
           IF WS-FIND-STAGE IS EQUAL TO 'SAMPLRCN'
               MOVE ' VENDOR' TO WS-QUALIFIER-LABEL
           ELSE
               MOVE ' PARTITION' TO WS-QUALIFIER-LABEL
           END-IF
           MOVE SPACES TO GATE-REPORT-LINE
           STRING '** STAGE '             DELIMITED BY SIZE
                   WS-FIND-STAGE          DELIMITED BY SIZE
                   WS-QUALIFIER-LABEL     DELIMITED BY '  '
                   ' '                    DELIMITED BY SIZE
                   WS-FIND-PARTITION      DELIMITED BY SIZE
                   ' DID NOT COMPLETE'    DELIMITED BY SIZE
                   INTO GATE-REPORT-LINE
