       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLSEQ.
      *****************************************************************
      * FOLLOW-UP SEQUENCE DRIVER.  COLLECTIONS AND ACCOUNT SERVICING
      * RUN MULTI-STEP NOTICE SEQUENCES (FIRST NOTICE, SECOND NOTICE
      * SO MANY DAYS LATER, FINAL NOTICE ...) DEFINED ON THE SEQUENCE
      * RULE TABLE.  THE GENERATION OF A SEQUENCE'S FIRST STEP, SEEN
      * ON THE NIGHT'S AUDIT TRAIL, STARTS IT FOR THE CUSTOMER; EACH
      * LATER STEP IS QUEUED ON A TRANIN-FORMAT FEED THE NIGHT IT
      * COMES DUE AND ADVANCES THE SEQUENCE WHEN IT IS GENERATED.  A
      * CUSTOMER RESPONSE (PAYMENT RECEIVED, DOCUMENT RETURNED) ON
      * THE INBOUND RESPONSE FILE ENDS THE SEQUENCE BEFORE ANOTHER
      * STEP GOES OUT -- SAMPLSQW TAKES A STEP ALREADY QUEUED OFF THE
      * FEED BEFORE THE GENERATION, AND THIS RUN CLOSES THE SEQUENCE
      * FROM THE SAME RESPONSE FILE.  OPEN SEQUENCES ARE CARRIED
      * NIGHT TO NIGHT ON THEIR OWN FILE, AND THE STATUS REPORT LISTS
      * EVERY OPEN SEQUENCE WITH ITS CURRENT STEP AND EVERY SEQUENCE
      * CLOSED TONIGHT WITH THE REASON.  RUNS AFTER THE NIGHT'S
      * GENERATION (AND MERGE); NOT A GATED STAGE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQR-FILE ASSIGN TO 'SEQRULE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQR-STATUS.
           SELECT SEQT-IN-FILE ASSIGN TO 'SEQTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQT-IN-STATUS.
           SELECT SEQT-OUT-FILE ASSIGN TO 'SEQTOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQT-OUT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'AUDTRAIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           SELECT RSPN-FILE ASSIGN TO 'RSPNIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSPN-STATUS.
           SELECT SEQ-PARM-FILE ASSIGN TO 'SEQPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQP-STATUS.
           SELECT SEQ-TRAN-FILE ASSIGN TO 'SEQTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRN-STATUS.
           SELECT SEQ-REPORT-FILE ASSIGN TO 'SEQRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEQR-FILE.
           COPY SEQRFILE.
       FD  SEQT-IN-FILE.
           COPY SEQTFILE.
       FD  SEQT-OUT-FILE.
       01  SEQT-OUT-RECORD.
           05  SEQT-OUT-CUSTOMER-NUMBER PIC 9(09).
           05  SEQT-OUT-SEQUENCE-ID     PIC X(08).
           05  SEQT-OUT-CURRENT-STEP    PIC 9(02).
           05  SEQT-OUT-STEP-SENT-DATE  PIC 9(08).
           05  SEQT-OUT-STARTED-DATE    PIC 9(08).
           05  SEQT-OUT-NEXT-DUE-DATE   PIC 9(08).
           05  SEQT-OUT-SEQUENCE-STATUS PIC X(01).
           05  SEQT-OUT-QUEUED-DATE     PIC 9(08).
           05  SEQT-OUT-SUBMITTING-SYSTEM
                                        PIC X(08).
       FD  AUDIT-FILE.
           COPY AUDTFILE.
       FD  RSPN-FILE.
           COPY RSPNFILE.
       FD  SEQ-PARM-FILE.
           COPY SEQPARM.
       FD  SEQ-TRAN-FILE.
           COPY TRANFILE.
       FD  SEQ-REPORT-FILE.
       01  SEQ-REPORT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-SEQR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SEQT-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-SEQT-OUT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AUDT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RSPN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SEQP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-STRN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
      * A QUEUED STEP IS NORMALLY GENERATED THE VERY NEXT NIGHT; A FEW
      * NIGHTS' GRACE COVERS EXCEPTION REPAIR BEFORE THE SEQUENCE IS
      * GIVEN UP AND HANDED BACK TO THE DEPARTMENT.
       01  WS-STALL-DAYS                 PIC 9(03) VALUE 5.
       01  WS-SEQR-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-SEQR-FILE              VALUE 'Y'.
       01  WS-SEQT-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-SEQT-IN-FILE           VALUE 'Y'.
       01  WS-AUDT-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-AUDIT-FILE             VALUE 'Y'.
       01  WS-RSPN-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-RSPN-FILE              VALUE 'Y'.
      *****************************************************************
      * THE SEQUENCE RULES, HELD IN STORAGE AND SEARCHED BY SEQUENCE
      * AND STEP, OR BY THE MESSAGE TYPE THAT STARTS A SEQUENCE.
      *****************************************************************
       01  WS-RULE-MAX                   PIC 9(03) VALUE 500.
       01  WS-RULE-COUNT                 PIC 9(03) VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RULE-IX.
               10  WS-RULE-SEQUENCE-ID      PIC X(08).
               10  WS-RULE-STEP             PIC 9(02).
               10  WS-RULE-MESSAGE-TYPE     PIC X(15).
               10  WS-RULE-WAIT-DAYS        PIC 9(03).
       01  WS-RULE-SUB                   PIC 9(03) VALUE 0.
       01  WS-RULE-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  SEQUENCE-STEP-FOUND           VALUE 'Y'.
       01  WS-FIND-SEQUENCE-ID           PIC X(08) VALUE SPACES.
       01  WS-FIND-STEP                  PIC 9(02) VALUE 0.
       01  WS-FIND-TYPE                  PIC X(15) VALUE SPACES.
       01  WS-RULE-ERROR-TEXT            PIC X(30) VALUE SPACES.
      *****************************************************************
      * CUSTOMER SEQUENCES: LAST NIGHT'S OPEN ONES PLUS TONIGHT'S NEW
      * ONES.  A SEQUENCE CLOSED TONIGHT STAYS IN THE TABLE MARKED
      * CLOSED AND IS NOT CARRIED FORWARD.
      *****************************************************************
       01  WS-TRK-MAX                    PIC 9(05) VALUE 10000.
       01  WS-TRK-COUNT                  PIC 9(05) VALUE 0.
       01  WS-TRK-OVERFLOW-SWITCH        PIC X(01) VALUE 'N'.
           88  TRK-TABLE-OVERFLOWED          VALUE 'Y'.
       01  WS-TRK-TABLE.
           05  WS-TRK-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-TRK-IX.
               10  WS-TRK-CUSTOMER          PIC 9(09).
               10  WS-TRK-SEQUENCE-ID       PIC X(08).
               10  WS-TRK-STEP              PIC 9(02).
               10  WS-TRK-SENT              PIC 9(08).
               10  WS-TRK-STARTED           PIC 9(08).
               10  WS-TRK-DUE               PIC 9(08).
               10  WS-TRK-STATUS            PIC X(01).
                   88  TRK-WAITING              VALUE 'W'.
                   88  TRK-QUEUED               VALUE 'Q'.
                   88  TRK-CLOSED               VALUE 'X'.
               10  WS-TRK-QUEUED            PIC 9(08).
               10  WS-TRK-SUBMITTER         PIC X(08).
               10  WS-TRK-FEED-SWITCH       PIC X(01).
                   88  TRK-ON-FEED              VALUE 'Y'.
       01  WS-TRK-SUB                    PIC 9(05) VALUE 0.
       01  WS-ADVANCED-SEQUENCE-ID       PIC X(08) VALUE SPACES.
       01  WS-START-SEQUENCE-ID          PIC X(08) VALUE SPACES.
       01  WS-RESPONSE-USED-SWITCH       PIC X(01) VALUE 'N'.
           88  RESPONSE-USED                 VALUE 'Y'.
       01  WS-RESPONSE-DATE              PIC 9(08) VALUE 0.
       01  WS-CLOSE-REASON               PIC X(50) VALUE SPACES.
       01  WS-NIGHTS-WAITED              PIC S9(05) VALUE 0.
       01  WS-NIGHTS-TEXT                PIC 9(03) VALUE 0.
       01  WS-STEP-TOTAL                 PIC 9(02) VALUE 0.
       01  WS-STEP-TEXT.
           05  WS-STEP-TEXT-CURRENT      PIC Z9.
           05  FILLER                    PIC X(04) VALUE ' OF '.
           05  WS-STEP-TEXT-TOTAL        PIC Z9.
       01  WS-CURRENT-TYPE               PIC X(15) VALUE SPACES.
       01  WS-NEXT-TYPE                  PIC X(15) VALUE SPACES.
       01  WS-STATE-TEXT                 PIC X(24) VALUE SPACES.
       01  WS-FEED-SWITCH                PIC X(01) VALUE 'N'.
           88  FEED-COMPLETE                 VALUE 'Y'.
       01  WS-BATCH-SUBMITTER            PIC X(08) VALUE SPACES.
       01  WS-BATCH-COUNT                PIC 9(09) VALUE 0.
       01  WS-RULE-REJECT-COUNT          PIC 9(09) VALUE 0.
       01  WS-STARTED-COUNT              PIC 9(09) VALUE 0.
       01  WS-ADVANCED-COUNT             PIC 9(09) VALUE 0.
       01  WS-QUEUED-COUNT               PIC 9(09) VALUE 0.
       01  WS-COMPLETED-COUNT            PIC 9(09) VALUE 0.
       01  WS-RESPONSE-CLOSED-COUNT      PIC 9(09) VALUE 0.
       01  WS-STALLED-COUNT              PIC 9(09) VALUE 0.
       01  WS-OTHER-CLOSED-COUNT         PIC 9(09) VALUE 0.
       01  WS-UNMATCHED-RESPONSE-COUNT   PIC 9(09) VALUE 0.
       01  WS-CARRIED-COUNT              PIC 9(09) VALUE 0.
       01  WS-COUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-PRIOR-SEQUENCES
           PERFORM 3000-APPLY-GENERATED-MESSAGES
           PERFORM 4000-APPLY-RESPONSES
           PERFORM 5000-QUEUE-DUE-STEPS
           PERFORM 5500-WRITE-FOLLOW-UP-FEED
           PERFORM 6000-CARRY-OPEN-SEQUENCES
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-PARAMETERS
           OPEN INPUT AUDIT-FILE
           IF WS-AUDT-STATUS IS NOT EQUAL TO '00'
               MOVE 'AUDTRAIL' TO WS-ABORT-FILE-NAME
               MOVE WS-AUDT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT SEQT-OUT-FILE
           IF WS-SEQT-OUT-STATUS IS NOT EQUAL TO '00'
               MOVE 'SEQTOUT' TO WS-ABORT-FILE-NAME
               MOVE WS-SEQT-OUT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT SEQ-TRAN-FILE
           IF WS-STRN-STATUS IS NOT EQUAL TO '00'
               MOVE 'SEQTRAN' TO WS-ABORT-FILE-NAME
               MOVE WS-STRN-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT SEQ-REPORT-FILE
           IF WS-RPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'SEQRPT' TO WS-ABORT-FILE-NAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           MOVE SPACES TO SEQ-REPORT-LINE
           STRING 'FOLLOW-UP SEQUENCE STATUS REPORT FOR '
                                              DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           MOVE SPACES TO SEQ-REPORT-LINE
           WRITE SEQ-REPORT-LINE
           PERFORM 1200-LOAD-SEQUENCE-RULES
           MOVE SPACES TO SEQ-REPORT-LINE
           WRITE SEQ-REPORT-LINE
           MOVE 'SEQUENCES CLOSED TONIGHT' TO SEQ-REPORT-LINE
           WRITE SEQ-REPORT-LINE
           MOVE SPACES TO SEQ-REPORT-LINE
           STRING 'CUSTOMER  SEQUENCE STEP     '
                                              DELIMITED BY SIZE
                   'STARTED  LAST SENT REASON'
                                              DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           .

       1100-READ-PARAMETERS.
           OPEN INPUT SEQ-PARM-FILE
           IF WS-SEQP-STATUS IS EQUAL TO '00'
               READ SEQ-PARM-FILE
                   NOT AT END
                       IF SEQP-STALL-DAYS IS NUMERIC
                           MOVE SEQP-STALL-DAYS TO WS-STALL-DAYS
                       END-IF
               END-READ
               CLOSE SEQ-PARM-FILE
           ELSE
               DISPLAY 'SAMPLSEQ: SEQPARM NOT AVAILABLE -- A QUEUED '
                   'STEP IS GIVEN UP AFTER ' WS-STALL-DAYS ' NIGHTS'
           END-IF
           .

      *****************************************************************
      * THE RULE TABLE IS SMALL -- ONE CARD PER STEP -- SO IT IS HELD
      * IN STORAGE.  A CARD THAT CANNOT DEFINE A STEP, A SECOND CARD
      * FOR THE SAME SEQUENCE AND STEP, AND A FIRST STEP WHOSE
      * MESSAGE TYPE ALREADY STARTS ANOTHER SEQUENCE ARE REPORTED AND
      * LEFT OUT; THE FIRST CARD STANDS.  UNLIKE THE EVENT TRIGGER
      * RULES, A RUN WITHOUT THE TABLE WOULD END EVERY OPEN SEQUENCE,
      * SO A MISSING TABLE IS A HARD STOP.
      *****************************************************************
       1200-LOAD-SEQUENCE-RULES.
           OPEN INPUT SEQR-FILE
           IF WS-SEQR-STATUS IS NOT EQUAL TO '00'
               MOVE 'SEQRULE' TO WS-ABORT-FILE-NAME
               MOVE WS-SEQR-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           PERFORM 8000-READ-SEQR
           PERFORM 1210-LOAD-ONE-RULE
               UNTIL END-OF-SEQR-FILE
           CLOSE SEQR-FILE
           .

       1210-LOAD-ONE-RULE.
           MOVE 'N' TO WS-RULE-FOUND-SWITCH
           MOVE SPACES TO WS-RULE-ERROR-TEXT
           IF SEQR-SEQUENCE-ID IS EQUAL TO SPACES
                   OR SEQR-MESSAGE-TYPE IS EQUAL TO SPACES
                   OR SEQR-STEP-NUMBER IS NOT NUMERIC
                   OR SEQR-WAIT-DAYS IS NOT NUMERIC
               MOVE 'UNUSABLE RULE CARD:' TO WS-RULE-ERROR-TEXT
           ELSE
               IF SEQR-STEP-NUMBER IS EQUAL TO ZERO
                   MOVE 'UNUSABLE RULE CARD:' TO WS-RULE-ERROR-TEXT
               ELSE
                   MOVE SEQR-SEQUENCE-ID TO WS-FIND-SEQUENCE-ID
                   MOVE SEQR-STEP-NUMBER TO WS-FIND-STEP
                   PERFORM 7000-FIND-SEQUENCE-STEP
                   IF SEQUENCE-STEP-FOUND
                       MOVE 'DUPLICATE STEP IGNORED:'
                           TO WS-RULE-ERROR-TEXT
                   ELSE
                       IF SEQR-STEP-NUMBER IS EQUAL TO 1
                           MOVE SEQR-MESSAGE-TYPE TO WS-FIND-TYPE
                           PERFORM 7050-FIND-FIRST-STEP
                           IF SEQUENCE-STEP-FOUND
                               MOVE 'FIRST STEP TYPE ALREADY USED:'
                                   TO WS-RULE-ERROR-TEXT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-RULE-ERROR-TEXT IS NOT EQUAL TO SPACES
                   PERFORM 1220-REPORT-RULE-CARD
               WHEN WS-RULE-COUNT IS NOT LESS THAN WS-RULE-MAX
                   MOVE 'RULE TABLE FULL, IGNORED:'
                       TO WS-RULE-ERROR-TEXT
                   PERFORM 1220-REPORT-RULE-CARD
               WHEN OTHER
                   ADD 1 TO WS-RULE-COUNT
                   SET WS-RULE-IX TO WS-RULE-COUNT
                   MOVE SEQR-SEQUENCE-ID
                       TO WS-RULE-SEQUENCE-ID(WS-RULE-IX)
                   MOVE SEQR-STEP-NUMBER TO WS-RULE-STEP(WS-RULE-IX)
                   MOVE SEQR-MESSAGE-TYPE
                       TO WS-RULE-MESSAGE-TYPE(WS-RULE-IX)
                   MOVE SEQR-WAIT-DAYS TO WS-RULE-WAIT-DAYS(WS-RULE-IX)
           END-EVALUATE
           PERFORM 8000-READ-SEQR
           .

       1220-REPORT-RULE-CARD.
           ADD 1 TO WS-RULE-REJECT-COUNT
           MOVE SPACES TO SEQ-REPORT-LINE
           STRING WS-RULE-ERROR-TEXT        DELIMITED BY '  '
                   ' '                       DELIMITED BY SIZE
                   SEQR-SEQUENCE-ID          DELIMITED BY SIZE
                   ' '                       DELIMITED BY SIZE
                   SEQR-STEP-NUMBER          DELIMITED BY SIZE
                   ' '                       DELIMITED BY SIZE
                   SEQR-MESSAGE-TYPE         DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLSEQ: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *****************************************************************
      * LAST NIGHT'S OPEN SEQUENCES.  A MISSING FILE IS THE FIRST
      * NIGHT.
      *****************************************************************
       2000-LOAD-PRIOR-SEQUENCES.
           OPEN INPUT SEQT-IN-FILE
           IF WS-SEQT-IN-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLSEQ: SEQTIN NOT AVAILABLE -- NO OPEN '
                   'SEQUENCES CARRIED IN TONIGHT'
           ELSE
               PERFORM 8100-READ-SEQT-IN
               PERFORM 2100-TABLE-PRIOR-SEQUENCE
                   UNTIL END-OF-SEQT-IN-FILE
               CLOSE SEQT-IN-FILE
           END-IF
           .

       2100-TABLE-PRIOR-SEQUENCE.
           IF WS-TRK-COUNT IS LESS THAN WS-TRK-MAX
               ADD 1 TO WS-TRK-COUNT
               SET WS-TRK-IX TO WS-TRK-COUNT
               MOVE SEQT-CUSTOMER-NUMBER TO WS-TRK-CUSTOMER(WS-TRK-IX)
               MOVE SEQT-SEQUENCE-ID TO WS-TRK-SEQUENCE-ID(WS-TRK-IX)
               MOVE SEQT-CURRENT-STEP TO WS-TRK-STEP(WS-TRK-IX)
               MOVE SEQT-STEP-SENT-DATE TO WS-TRK-SENT(WS-TRK-IX)
               MOVE SEQT-STARTED-DATE TO WS-TRK-STARTED(WS-TRK-IX)
               MOVE SEQT-NEXT-DUE-DATE TO WS-TRK-DUE(WS-TRK-IX)
               MOVE SEQT-SEQUENCE-STATUS TO WS-TRK-STATUS(WS-TRK-IX)
               MOVE SEQT-QUEUED-DATE TO WS-TRK-QUEUED(WS-TRK-IX)
               MOVE SEQT-SUBMITTING-SYSTEM
                   TO WS-TRK-SUBMITTER(WS-TRK-IX)
               MOVE 'N' TO WS-TRK-FEED-SWITCH(WS-TRK-IX)
           ELSE
               PERFORM 7190-REPORT-TRACKING-OVERFLOW
           END-IF
           PERFORM 8100-READ-SEQT-IN
           .

      *****************************************************************
      * TONIGHT'S GENERATED MESSAGES.  A MESSAGE THAT IS THE NEXT STEP
      * OF A SEQUENCE OPEN FOR THE CUSTOMER ADVANCES IT -- WHETHER IT
      * CAME OFF OUR OWN FEED OR THE DEPARTMENT STILL SENT IT BY HAND
      * -- AND THE LAST STEP COMPLETES IT.  A MESSAGE THAT IS THE
      * FIRST STEP OF A SEQUENCE STARTS IT; ONE ALREADY OPEN FOR THE
      * CUSTOMER IS CLOSED AS RESTARTED.  THE FALLBACK PASS'S OWN
      * RECORDS (SUBMITTER SAMPLERC -- PAPER RE-SENDS OF A MESSAGE
      * ALREADY GENERATED ONCE) ARE NOT NEW STEPS.
      *****************************************************************
       3000-APPLY-GENERATED-MESSAGES.
           PERFORM 8200-READ-AUDIT
           PERFORM 3100-APPLY-ONE-MESSAGE
               UNTIL END-OF-AUDIT-FILE
           .

       3100-APPLY-ONE-MESSAGE.
           IF AUDT-SUBMITTING-SYSTEM IS NOT EQUAL TO 'SAMPLERC'
               MOVE SPACES TO WS-ADVANCED-SEQUENCE-ID
               PERFORM 3200-ADVANCE-ONE-SEQUENCE
                   VARYING WS-TRK-SUB FROM 1 BY 1
                   UNTIL WS-TRK-SUB IS GREATER THAN WS-TRK-COUNT
               MOVE AUDT-MESSAGE-TYPE TO WS-FIND-TYPE
               PERFORM 7050-FIND-FIRST-STEP
               IF SEQUENCE-STEP-FOUND
                   IF WS-RULE-SEQUENCE-ID(WS-RULE-IX) IS NOT EQUAL TO
                           WS-ADVANCED-SEQUENCE-ID
                       MOVE WS-RULE-SEQUENCE-ID(WS-RULE-IX)
                           TO WS-START-SEQUENCE-ID
                       PERFORM 3300-START-SEQUENCE
                   END-IF
               END-IF
           END-IF
           PERFORM 8200-READ-AUDIT
           .

       3200-ADVANCE-ONE-SEQUENCE.
           SET WS-TRK-IX TO WS-TRK-SUB
           IF NOT TRK-CLOSED(WS-TRK-IX)
                   AND WS-TRK-CUSTOMER(WS-TRK-IX) IS EQUAL TO
                       AUDT-CUSTOMER-NUMBER
               MOVE WS-TRK-SEQUENCE-ID(WS-TRK-IX)
                   TO WS-FIND-SEQUENCE-ID
               COMPUTE WS-FIND-STEP = WS-TRK-STEP(WS-TRK-IX) + 1
               PERFORM 7000-FIND-SEQUENCE-STEP
               IF SEQUENCE-STEP-FOUND
                   IF WS-RULE-MESSAGE-TYPE(WS-RULE-IX) IS EQUAL TO
                           AUDT-MESSAGE-TYPE
                       ADD 1 TO WS-ADVANCED-COUNT
                       MOVE WS-TRK-SEQUENCE-ID(WS-TRK-IX)
                           TO WS-ADVANCED-SEQUENCE-ID
                       MOVE WS-FIND-STEP TO WS-TRK-STEP(WS-TRK-IX)
                       MOVE AUDT-RUN-DATE TO WS-TRK-SENT(WS-TRK-IX)
                       MOVE 'W' TO WS-TRK-STATUS(WS-TRK-IX)
                       MOVE 0 TO WS-TRK-QUEUED(WS-TRK-IX)
                       MOVE 0 TO WS-TRK-DUE(WS-TRK-IX)
                       PERFORM 3250-CHECK-FINAL-STEP
                   END-IF
               END-IF
           END-IF
           .

       3250-CHECK-FINAL-STEP.
           MOVE WS-TRK-SEQUENCE-ID(WS-TRK-IX) TO WS-FIND-SEQUENCE-ID
           COMPUTE WS-FIND-STEP = WS-TRK-STEP(WS-TRK-IX) + 1
           PERFORM 7000-FIND-SEQUENCE-STEP
           IF NOT SEQUENCE-STEP-FOUND
               ADD 1 TO WS-COMPLETED-COUNT
               MOVE 'COMPLETED -- FINAL STEP SENT' TO WS-CLOSE-REASON
               PERFORM 6500-CLOSE-SEQUENCE
           END-IF
           .

       3300-START-SEQUENCE.
           MOVE 'RESTARTED BY A NEW FIRST STEP' TO WS-CLOSE-REASON
           PERFORM 3310-CLOSE-RESTARTED-SEQUENCE
               VARYING WS-TRK-SUB FROM 1 BY 1
               UNTIL WS-TRK-SUB IS GREATER THAN WS-TRK-COUNT
           IF WS-TRK-COUNT IS LESS THAN WS-TRK-MAX
               ADD 1 TO WS-TRK-COUNT
               ADD 1 TO WS-STARTED-COUNT
               SET WS-TRK-IX TO WS-TRK-COUNT
               MOVE AUDT-CUSTOMER-NUMBER TO WS-TRK-CUSTOMER(WS-TRK-IX)
               MOVE WS-START-SEQUENCE-ID
                   TO WS-TRK-SEQUENCE-ID(WS-TRK-IX)
               MOVE 1 TO WS-TRK-STEP(WS-TRK-IX)
               MOVE AUDT-RUN-DATE TO WS-TRK-SENT(WS-TRK-IX)
               MOVE AUDT-RUN-DATE TO WS-TRK-STARTED(WS-TRK-IX)
               MOVE 0 TO WS-TRK-DUE(WS-TRK-IX)
               MOVE 'W' TO WS-TRK-STATUS(WS-TRK-IX)
               MOVE 0 TO WS-TRK-QUEUED(WS-TRK-IX)
               IF AUDT-SUBMITTING-SYSTEM IS EQUAL TO SPACES
                   MOVE 'SEQUENCE' TO WS-TRK-SUBMITTER(WS-TRK-IX)
               ELSE
                   MOVE AUDT-SUBMITTING-SYSTEM
                       TO WS-TRK-SUBMITTER(WS-TRK-IX)
               END-IF
               MOVE 'N' TO WS-TRK-FEED-SWITCH(WS-TRK-IX)
               PERFORM 3250-CHECK-FINAL-STEP
           ELSE
               PERFORM 7190-REPORT-TRACKING-OVERFLOW
           END-IF
           .

       3310-CLOSE-RESTARTED-SEQUENCE.
           SET WS-TRK-IX TO WS-TRK-SUB
           IF NOT TRK-CLOSED(WS-TRK-IX)
                   AND WS-TRK-CUSTOMER(WS-TRK-IX) IS EQUAL TO
                       AUDT-CUSTOMER-NUMBER
                   AND WS-TRK-SEQUENCE-ID(WS-TRK-IX) IS EQUAL TO
                       WS-START-SEQUENCE-ID
               ADD 1 TO WS-OTHER-CLOSED-COUNT
               PERFORM 6500-CLOSE-SEQUENCE
           END-IF
           .

      *****************************************************************
      * TODAY'S CUSTOMER RESPONSES.  A RESPONSE ENDS THE CUSTOMER'S
      * OPEN SEQUENCES (OR ONLY THE ONE IT NAMES) THAT STARTED ON OR
      * BEFORE THE DAY IT WAS RECEIVED -- A PAYMENT THAT PREDATES A
      * NEW SEQUENCE DOES NOT ANSWER IT.  A RESPONSE WITHOUT A USABLE
      * DATE IS TAKEN AS RECEIVED TODAY.  A MISSING FILE MEANS NO
      * RESPONSES CAME IN.
      *****************************************************************
       4000-APPLY-RESPONSES.
           OPEN INPUT RSPN-FILE
           IF WS-RSPN-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLSEQ: RSPNIN NOT AVAILABLE -- NO '
                   'RESPONSES TO APPLY TONIGHT'
           ELSE
               PERFORM 8300-READ-RSPN
               PERFORM 4100-APPLY-ONE-RESPONSE
                   UNTIL END-OF-RSPN-FILE
               CLOSE RSPN-FILE
           END-IF
           .

       4100-APPLY-ONE-RESPONSE.
           MOVE 'N' TO WS-RESPONSE-USED-SWITCH
           IF RSPN-RESPONSE-DATE IS NUMERIC
                   AND RSPN-RESPONSE-DATE IS GREATER THAN ZERO
               MOVE RSPN-RESPONSE-DATE TO WS-RESPONSE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-RESPONSE-DATE
           END-IF
           MOVE SPACES TO WS-CLOSE-REASON
           EVALUATE TRUE
               WHEN RSPN-PAYMENT-RECEIVED
                   STRING 'PAYMENT RECEIVED '    DELIMITED BY SIZE
                           WS-RESPONSE-DATE      DELIMITED BY SIZE
                           ' '                   DELIMITED BY SIZE
                           RSPN-REFERENCE        DELIMITED BY SIZE
                           INTO WS-CLOSE-REASON
                   END-STRING
               WHEN RSPN-DOCUMENT-RETURNED
                   STRING 'DOCUMENT RETURNED '   DELIMITED BY SIZE
                           WS-RESPONSE-DATE      DELIMITED BY SIZE
                           ' '                   DELIMITED BY SIZE
                           RSPN-REFERENCE        DELIMITED BY SIZE
                           INTO WS-CLOSE-REASON
                   END-STRING
               WHEN OTHER
                   STRING 'RESPONSE CODE '       DELIMITED BY SIZE
                           RSPN-RESPONSE-CODE    DELIMITED BY SIZE
                           ' RECEIVED '          DELIMITED BY SIZE
                           WS-RESPONSE-DATE      DELIMITED BY SIZE
                           ' '                   DELIMITED BY SIZE
                           RSPN-REFERENCE        DELIMITED BY SIZE
                           INTO WS-CLOSE-REASON
                   END-STRING
           END-EVALUATE
           PERFORM 4200-CLOSE-ANSWERED-SEQUENCE
               VARYING WS-TRK-SUB FROM 1 BY 1
               UNTIL WS-TRK-SUB IS GREATER THAN WS-TRK-COUNT
           IF NOT RESPONSE-USED
               ADD 1 TO WS-UNMATCHED-RESPONSE-COUNT
           END-IF
           PERFORM 8300-READ-RSPN
           .

       4200-CLOSE-ANSWERED-SEQUENCE.
           SET WS-TRK-IX TO WS-TRK-SUB
           IF NOT TRK-CLOSED(WS-TRK-IX)
                   AND WS-TRK-CUSTOMER(WS-TRK-IX) IS EQUAL TO
                       RSPN-CUSTOMER-NUMBER
                   AND (RSPN-SEQUENCE-ID IS EQUAL TO SPACES
                        OR RSPN-SEQUENCE-ID IS EQUAL TO
                           WS-TRK-SEQUENCE-ID(WS-TRK-IX))
                   AND WS-TRK-STARTED(WS-TRK-IX) IS NOT GREATER THAN
                       WS-RESPONSE-DATE
               SET RESPONSE-USED TO TRUE
               ADD 1 TO WS-RESPONSE-CLOSED-COUNT
               PERFORM 6500-CLOSE-SEQUENCE
           END-IF
           .

      *****************************************************************
      * EVERY SEQUENCE STILL OPEN.  A WAITING SEQUENCE WHOSE NEXT STEP
      * IS DUE TONIGHT OR EARLIER IS QUEUED FOR THE FEED; A QUEUED
      * STEP STILL NOT GENERATED AFTER THE STALL LIMIT ENDS THE
      * SEQUENCE FOR THE DEPARTMENT TO WORK BY HAND; AND A SEQUENCE
      * WHOSE RULE NO LONGER HAS A NEXT STEP (THE TABLE WAS CHANGED)
      * IS ENDED.
      *****************************************************************
       5000-QUEUE-DUE-STEPS.
           PERFORM 5100-CHECK-ONE-SEQUENCE
               VARYING WS-TRK-SUB FROM 1 BY 1
               UNTIL WS-TRK-SUB IS GREATER THAN WS-TRK-COUNT
           .

       5100-CHECK-ONE-SEQUENCE.
           SET WS-TRK-IX TO WS-TRK-SUB
           IF NOT TRK-CLOSED(WS-TRK-IX)
               MOVE WS-TRK-SEQUENCE-ID(WS-TRK-IX)
                   TO WS-FIND-SEQUENCE-ID
               COMPUTE WS-FIND-STEP = WS-TRK-STEP(WS-TRK-IX) + 1
               PERFORM 7000-FIND-SEQUENCE-STEP
               EVALUATE TRUE
                   WHEN NOT SEQUENCE-STEP-FOUND
                       ADD 1 TO WS-OTHER-CLOSED-COUNT
                       MOVE 'SEQUENCE RULE HAS NO NEXT STEP'
                           TO WS-CLOSE-REASON
                       PERFORM 6500-CLOSE-SEQUENCE
                   WHEN TRK-QUEUED(WS-TRK-IX)
                       PERFORM 5200-CHECK-STALLED-STEP
                   WHEN OTHER
                       PERFORM 5300-CHECK-STEP-DUE
               END-EVALUATE
           END-IF
           .

       5200-CHECK-STALLED-STEP.
           COMPUTE WS-NIGHTS-WAITED =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TRK-QUEUED(WS-TRK-IX))
           IF WS-NIGHTS-WAITED IS GREATER THAN WS-STALL-DAYS
               ADD 1 TO WS-STALLED-COUNT
               MOVE WS-NIGHTS-WAITED TO WS-NIGHTS-TEXT
               MOVE SPACES TO WS-CLOSE-REASON
               STRING 'QUEUED STEP NOT GENERATED IN '
                                              DELIMITED BY SIZE
                       WS-NIGHTS-TEXT         DELIMITED BY SIZE
                       ' NIGHTS'              DELIMITED BY SIZE
                       INTO WS-CLOSE-REASON
               END-STRING
               PERFORM 6500-CLOSE-SEQUENCE
           END-IF
           .

      *****************************************************************
      * DUE DATE = THE NIGHT THE CURRENT STEP WAS SENT PLUS THE NEXT
      * STEP'S WAIT DAYS, WORKED OUT AFRESH EACH NIGHT SO A CHANGE TO
      * THE RULE TABLE APPLIES TO SEQUENCES ALREADY UNDER WAY.  THE
      * CALLER HAS THE NEXT STEP'S RULE FOUND.
      *****************************************************************
       5300-CHECK-STEP-DUE.
           COMPUTE WS-TRK-DUE(WS-TRK-IX) =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TRK-SENT(WS-TRK-IX))
                   + WS-RULE-WAIT-DAYS(WS-RULE-IX))
           IF WS-TRK-DUE(WS-TRK-IX) IS NOT GREATER THAN WS-RUN-DATE
               ADD 1 TO WS-QUEUED-COUNT
               MOVE 'Q' TO WS-TRK-STATUS(WS-TRK-IX)
               MOVE WS-RUN-DATE TO WS-TRK-QUEUED(WS-TRK-IX)
           END-IF
           .

      *****************************************************************
      * TONIGHT'S QUEUED STEPS GO ON THE FEED IN ONE HEADER/TRAILER
      * BATCH PER SUBMITTING SYSTEM -- THE SYSTEM THAT SENT STEP 1 --
      * SO THE FOLLOW-UPS ARE CHARGED BACK TO THE DEPARTMENT THAT
      * STARTED THE SEQUENCE.  THE NIGHTLY RUN TAKES ANY NUMBER OF
      * BATCHES ON A CONCATENATED TRANIN, AFTER SAMPLSQW HAS TAKEN OFF
      * ANY STEP THE NEXT DAY'S RESPONSES ANSWERED.  SEND DATE ZERO:
      * GENERATE ON THE NEXT NIGHTLY RUN.
      *****************************************************************
       5500-WRITE-FOLLOW-UP-FEED.
           MOVE 'N' TO WS-FEED-SWITCH
           PERFORM 5600-WRITE-ONE-BATCH
               UNTIL FEED-COMPLETE
           .

       5600-WRITE-ONE-BATCH.
           MOVE SPACES TO WS-BATCH-SUBMITTER
           PERFORM 5610-FIND-BATCH-SUBMITTER
               VARYING WS-TRK-SUB FROM 1 BY 1
               UNTIL WS-TRK-SUB IS GREATER THAN WS-TRK-COUNT
                   OR WS-BATCH-SUBMITTER IS NOT EQUAL TO SPACES
           IF WS-BATCH-SUBMITTER IS EQUAL TO SPACES
               SET FEED-COMPLETE TO TRUE
           ELSE
               MOVE SPACES TO TRAN-RECORD
               MOVE 'H' TO TRAN-RECORD-TYPE
               MOVE WS-BATCH-SUBMITTER TO TRAN-SUBMITTING-SYSTEM
               MOVE 0 TO TRAN-CONTROL-COUNT
               MOVE 0 TO TRAN-RECYCLE-AGE
               WRITE TRAN-RECORD
               MOVE 0 TO WS-BATCH-COUNT
               PERFORM 5620-WRITE-BATCH-DETAIL
                   VARYING WS-TRK-SUB FROM 1 BY 1
                   UNTIL WS-TRK-SUB IS GREATER THAN WS-TRK-COUNT
               MOVE SPACES TO TRAN-RECORD
               MOVE 'T' TO TRAN-RECORD-TYPE
               MOVE SPACES TO TRAN-SUBMITTING-SYSTEM
               MOVE WS-BATCH-COUNT TO TRAN-CONTROL-COUNT
               MOVE 0 TO TRAN-RECYCLE-AGE
               WRITE TRAN-RECORD
           END-IF
           .

       5610-FIND-BATCH-SUBMITTER.
           SET WS-TRK-IX TO WS-TRK-SUB
           IF TRK-QUEUED(WS-TRK-IX)
                   AND WS-TRK-QUEUED(WS-TRK-IX) IS EQUAL TO WS-RUN-DATE
                   AND NOT TRK-ON-FEED(WS-TRK-IX)
               MOVE WS-TRK-SUBMITTER(WS-TRK-IX) TO WS-BATCH-SUBMITTER
           END-IF
           .

       5620-WRITE-BATCH-DETAIL.
           SET WS-TRK-IX TO WS-TRK-SUB
           IF TRK-QUEUED(WS-TRK-IX)
                   AND WS-TRK-QUEUED(WS-TRK-IX) IS EQUAL TO WS-RUN-DATE
                   AND NOT TRK-ON-FEED(WS-TRK-IX)
                   AND WS-TRK-SUBMITTER(WS-TRK-IX) IS EQUAL TO
                       WS-BATCH-SUBMITTER
               MOVE WS-TRK-SEQUENCE-ID(WS-TRK-IX)
                   TO WS-FIND-SEQUENCE-ID
               COMPUTE WS-FIND-STEP = WS-TRK-STEP(WS-TRK-IX) + 1
               PERFORM 7000-FIND-SEQUENCE-STEP
               MOVE SPACES TO TRAN-RECORD
               MOVE 'D' TO TRAN-RECORD-TYPE
               MOVE WS-TRK-CUSTOMER(WS-TRK-IX) TO TRAN-CUSTOMER-NUMBER
               MOVE WS-RULE-MESSAGE-TYPE(WS-RULE-IX)
                   TO TRAN-MESSAGE-TYPE
               MOVE 0 TO TRAN-SEND-DATE
               MOVE 0 TO TRAN-RECYCLE-AGE
               WRITE TRAN-RECORD
               ADD 1 TO WS-BATCH-COUNT
               MOVE 'Y' TO WS-TRK-FEED-SWITCH(WS-TRK-IX)
           END-IF
           .

      *****************************************************************
      * WHAT IS STILL OPEN IS CARRIED TO THE NEXT NIGHT AND LISTED
      * WITH ITS CURRENT STEP AND WHAT COMES NEXT.
      *****************************************************************
       6000-CARRY-OPEN-SEQUENCES.
           MOVE SPACES TO SEQ-REPORT-LINE
           WRITE SEQ-REPORT-LINE
           MOVE 'OPEN SEQUENCES' TO SEQ-REPORT-LINE
           WRITE SEQ-REPORT-LINE
           MOVE SPACES TO SEQ-REPORT-LINE
           STRING 'CUSTOMER  SEQUENCE STEP     '
                                              DELIMITED BY SIZE
                   'SENT TYPE       SENT ON  '
                                              DELIMITED BY SIZE
                   'NEXT TYPE       DUE ON   STATE'
                                              DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           PERFORM 6100-CARRY-ONE-SEQUENCE
               VARYING WS-TRK-SUB FROM 1 BY 1
               UNTIL WS-TRK-SUB IS GREATER THAN WS-TRK-COUNT
           .

       6100-CARRY-ONE-SEQUENCE.
           SET WS-TRK-IX TO WS-TRK-SUB
           IF NOT TRK-CLOSED(WS-TRK-IX)
               MOVE WS-TRK-CUSTOMER(WS-TRK-IX)
                   TO SEQT-OUT-CUSTOMER-NUMBER
               MOVE WS-TRK-SEQUENCE-ID(WS-TRK-IX)
                   TO SEQT-OUT-SEQUENCE-ID
               MOVE WS-TRK-STEP(WS-TRK-IX) TO SEQT-OUT-CURRENT-STEP
               MOVE WS-TRK-SENT(WS-TRK-IX) TO SEQT-OUT-STEP-SENT-DATE
               MOVE WS-TRK-STARTED(WS-TRK-IX) TO SEQT-OUT-STARTED-DATE
               MOVE WS-TRK-DUE(WS-TRK-IX) TO SEQT-OUT-NEXT-DUE-DATE
               MOVE WS-TRK-STATUS(WS-TRK-IX)
                   TO SEQT-OUT-SEQUENCE-STATUS
               MOVE WS-TRK-QUEUED(WS-TRK-IX) TO SEQT-OUT-QUEUED-DATE
               MOVE WS-TRK-SUBMITTER(WS-TRK-IX)
                   TO SEQT-OUT-SUBMITTING-SYSTEM
               WRITE SEQT-OUT-RECORD
               ADD 1 TO WS-CARRIED-COUNT
               PERFORM 7100-FORMAT-STEP-TEXT
               MOVE WS-TRK-SEQUENCE-ID(WS-TRK-IX)
                   TO WS-FIND-SEQUENCE-ID
               MOVE WS-TRK-STEP(WS-TRK-IX) TO WS-FIND-STEP
               PERFORM 7000-FIND-SEQUENCE-STEP
               IF SEQUENCE-STEP-FOUND
                   MOVE WS-RULE-MESSAGE-TYPE(WS-RULE-IX)
                       TO WS-CURRENT-TYPE
               ELSE
                   MOVE SPACES TO WS-CURRENT-TYPE
               END-IF
               COMPUTE WS-FIND-STEP = WS-TRK-STEP(WS-TRK-IX) + 1
               PERFORM 7000-FIND-SEQUENCE-STEP
               MOVE WS-RULE-MESSAGE-TYPE(WS-RULE-IX) TO WS-NEXT-TYPE
               MOVE SPACES TO WS-STATE-TEXT
               IF TRK-QUEUED(WS-TRK-IX)
                   STRING 'QUEUED '                DELIMITED BY SIZE
                           WS-TRK-QUEUED(WS-TRK-IX)
                                                   DELIMITED BY SIZE
                           INTO WS-STATE-TEXT
                   END-STRING
               ELSE
                   MOVE 'WAITING' TO WS-STATE-TEXT
               END-IF
               MOVE SPACES TO SEQ-REPORT-LINE
               STRING WS-TRK-CUSTOMER(WS-TRK-IX)  DELIMITED BY SIZE
                       ' '                        DELIMITED BY SIZE
                       WS-TRK-SEQUENCE-ID(WS-TRK-IX)
                                                  DELIMITED BY SIZE
                       ' '                        DELIMITED BY SIZE
                       WS-STEP-TEXT               DELIMITED BY SIZE
                       ' '                        DELIMITED BY SIZE
                       WS-CURRENT-TYPE            DELIMITED BY SIZE
                       ' '                        DELIMITED BY SIZE
                       WS-TRK-SENT(WS-TRK-IX)     DELIMITED BY SIZE
                       ' '                        DELIMITED BY SIZE
                       WS-NEXT-TYPE               DELIMITED BY SIZE
                       ' '                        DELIMITED BY SIZE
                       WS-TRK-DUE(WS-TRK-IX)      DELIMITED BY SIZE
                       ' '                        DELIMITED BY SIZE
                       WS-STATE-TEXT              DELIMITED BY SIZE
                       INTO SEQ-REPORT-LINE
               END-STRING
               WRITE SEQ-REPORT-LINE
           END-IF
           .

      *****************************************************************
      * CLOSE THE SEQUENCE AT WS-TRK-IX FOR THE REASON IN
      * WS-CLOSE-REASON AND LIST IT.  THE CALLER COUNTS IT.
      *****************************************************************
       6500-CLOSE-SEQUENCE.
           PERFORM 7100-FORMAT-STEP-TEXT
           MOVE SPACES TO SEQ-REPORT-LINE
           STRING WS-TRK-CUSTOMER(WS-TRK-IX)  DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-TRK-SEQUENCE-ID(WS-TRK-IX)
                                              DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-STEP-TEXT               DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-TRK-STARTED(WS-TRK-IX)  DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-TRK-SENT(WS-TRK-IX)     DELIMITED BY SIZE
                   '  '                       DELIMITED BY SIZE
                   WS-CLOSE-REASON            DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           MOVE 'X' TO WS-TRK-STATUS(WS-TRK-IX)
           .

       7000-FIND-SEQUENCE-STEP.
           MOVE 'N' TO WS-RULE-FOUND-SWITCH
           IF WS-RULE-COUNT IS GREATER THAN ZERO
               SET WS-RULE-IX TO 1
               SEARCH WS-RULE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RULE-IX IS GREATER THAN WS-RULE-COUNT
                       CONTINUE
                   WHEN WS-RULE-SEQUENCE-ID(WS-RULE-IX) IS EQUAL TO
                           WS-FIND-SEQUENCE-ID
                       AND WS-RULE-STEP(WS-RULE-IX) IS EQUAL TO
                           WS-FIND-STEP
                       SET SEQUENCE-STEP-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

       7050-FIND-FIRST-STEP.
           MOVE 'N' TO WS-RULE-FOUND-SWITCH
           IF WS-RULE-COUNT IS GREATER THAN ZERO
               SET WS-RULE-IX TO 1
               SEARCH WS-RULE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RULE-IX IS GREATER THAN WS-RULE-COUNT
                       CONTINUE
                   WHEN WS-RULE-STEP(WS-RULE-IX) IS EQUAL TO 1
                       AND WS-RULE-MESSAGE-TYPE(WS-RULE-IX) IS EQUAL TO
                           WS-FIND-TYPE
                       SET SEQUENCE-STEP-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

      *****************************************************************
      * 'N OF M' FOR THE SEQUENCE AT WS-TRK-IX, M BEING THE HIGHEST
      * STEP ON THE RULE TABLE FOR ITS SEQUENCE.
      *****************************************************************
       7100-FORMAT-STEP-TEXT.
           MOVE 0 TO WS-STEP-TOTAL
           PERFORM 7110-COUNT-ONE-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB IS GREATER THAN WS-RULE-COUNT
           MOVE WS-TRK-STEP(WS-TRK-IX) TO WS-STEP-TEXT-CURRENT
           MOVE WS-STEP-TOTAL TO WS-STEP-TEXT-TOTAL
           .

       7110-COUNT-ONE-RULE.
           SET WS-RULE-IX TO WS-RULE-SUB
           IF WS-RULE-SEQUENCE-ID(WS-RULE-IX) IS EQUAL TO
                   WS-TRK-SEQUENCE-ID(WS-TRK-IX)
                   AND WS-RULE-STEP(WS-RULE-IX) IS GREATER THAN
                       WS-STEP-TOTAL
               MOVE WS-RULE-STEP(WS-RULE-IX) TO WS-STEP-TOTAL
           END-IF
           .

       7190-REPORT-TRACKING-OVERFLOW.
           IF NOT TRK-TABLE-OVERFLOWED
               DISPLAY 'SAMPLSEQ: MORE THAN ' WS-TRK-MAX
                   ' SEQUENCES OPEN -- EXCESS NOT TRACKED, '
                   'RAISE THE TABLE SIZE'
               SET TRK-TABLE-OVERFLOWED TO TRUE
           END-IF
           .

       8000-READ-SEQR.
           READ SEQR-FILE
               AT END
                   SET END-OF-SEQR-FILE TO TRUE
           END-READ
           .

       8100-READ-SEQT-IN.
           READ SEQT-IN-FILE
               AT END
                   SET END-OF-SEQT-IN-FILE TO TRUE
           END-READ
           .

       8200-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE
           END-READ
           .

       8300-READ-RSPN.
           READ RSPN-FILE
               AT END
                   SET END-OF-RSPN-FILE TO TRUE
           END-READ
           .

       9000-TERMINATE.
           MOVE SPACES TO SEQ-REPORT-LINE
           WRITE SEQ-REPORT-LINE
           MOVE WS-RULE-REJECT-COUNT TO WS-COUNT-EDIT
           STRING 'RULE CARDS REFUSED:       '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           MOVE WS-STARTED-COUNT TO WS-COUNT-EDIT
           STRING 'SEQUENCES STARTED:        '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           MOVE WS-ADVANCED-COUNT TO WS-COUNT-EDIT
           STRING 'FOLLOW-UP STEPS SENT:     '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           MOVE WS-QUEUED-COUNT TO WS-COUNT-EDIT
           STRING 'FOLLOW-UPS QUEUED:        '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           MOVE WS-COMPLETED-COUNT TO WS-COUNT-EDIT
           STRING 'COMPLETED:                '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           MOVE WS-RESPONSE-CLOSED-COUNT TO WS-COUNT-EDIT
           STRING 'ENDED BY RESPONSE:        '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           MOVE WS-STALLED-COUNT TO WS-COUNT-EDIT
           STRING 'ENDED, STEP NOT GENERATED:'      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           MOVE WS-OTHER-CLOSED-COUNT TO WS-COUNT-EDIT
           STRING 'ENDED, RESTART OR RULE:   '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           MOVE WS-UNMATCHED-RESPONSE-COUNT TO WS-COUNT-EDIT
           STRING 'RESPONSES, NO SEQUENCE:   '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           MOVE WS-CARRIED-COUNT TO WS-COUNT-EDIT
           STRING 'OPEN CARRIED FORWARD:     '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           CLOSE AUDIT-FILE
           CLOSE SEQT-OUT-FILE
           CLOSE SEQ-TRAN-FILE
           CLOSE SEQ-REPORT-FILE
           IF WS-STALLED-COUNT IS GREATER THAN ZERO
                   OR WS-RULE-REJECT-COUNT IS GREATER THAN ZERO
                   OR TRK-TABLE-OVERFLOWED
               MOVE 04 TO RETURN-CODE
           END-IF
           .
