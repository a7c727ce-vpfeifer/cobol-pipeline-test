       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLSQW.
      *****************************************************************
      * FOLLOW-UP FEED WITHDRAWAL.  SAMPLSEQ QUEUES EACH FOLLOW-UP
      * STEP ON SEQTRAN THE NIGHT IT COMES DUE, BUT THE STEP IS NOT
      * GENERATED UNTIL THE NEXT NIGHT'S RUN -- AND A CUSTOMER WHO
      * PAYS OR RETURNS THE DOCUMENT IN BETWEEN MUST NOT GET IT.  RUNS
      * JUST BEFORE THE NIGHTLY GENERATION: TAKES THE DAY'S RESPONSES
      * AGAINST THE STEPS QUEUED LAST NIGHT, USING THE SAME TEST
      * SAMPLSEQ USES TO END A SEQUENCE, AND COPIES SEQTRAN TO THE
      * FEED THE GENERATION READS WITHOUT THE ANSWERED STEPS, EACH
      * BATCH TRAILER RE-COUNTED.  THE WITHDRAWN STEPS ARE LISTED.
      * SAMPLSEQ CLOSES THE ANSWERED SEQUENCES FROM THE SAME RESPONSE
      * FILE AFTER THE GENERATION.  NOT A GATED STAGE.
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
           SELECT RSPN-FILE ASSIGN TO 'RSPNIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSPN-STATUS.
           SELECT SEQ-TRAN-FILE ASSIGN TO 'SEQTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRN-STATUS.
           SELECT SEQ-FEED-FILE ASSIGN TO 'SEQFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT SEQ-REPORT-FILE ASSIGN TO 'SEQWRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEQR-FILE.
           COPY SEQRFILE.
       FD  SEQT-IN-FILE.
           COPY SEQTFILE.
       FD  RSPN-FILE.
           COPY RSPNFILE.
       FD  SEQ-TRAN-FILE.
           COPY TRANFILE.
       FD  SEQ-FEED-FILE.
       01  SEQ-FEED-RECORD              PIC X(35).
       FD  SEQ-REPORT-FILE.
       01  SEQ-REPORT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-SEQR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SEQT-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RSPN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-STRN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-FEED-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-SEQR-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-SEQR-FILE              VALUE 'Y'.
       01  WS-SEQT-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-SEQT-IN-FILE           VALUE 'Y'.
       01  WS-RSPN-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-RSPN-FILE              VALUE 'Y'.
       01  WS-STRN-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-SEQ-TRAN-FILE          VALUE 'Y'.
      *****************************************************************
      * THE SEQUENCE RULES, HELD IN STORAGE AND SEARCHED BY SEQUENCE
      * AND STEP FOR THE MESSAGE TYPE OF A QUEUED STEP.  SAMPLSEQ
      * REPORTS THE CARDS IT REFUSES; HERE THEY ARE SIMPLY LEFT OUT.
      *****************************************************************
       01  WS-RULE-MAX                   PIC 9(03) VALUE 500.
       01  WS-RULE-COUNT                 PIC 9(03) VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RULE-IX.
               10  WS-RULE-SEQUENCE-ID      PIC X(08).
               10  WS-RULE-STEP             PIC 9(02).
               10  WS-RULE-MESSAGE-TYPE     PIC X(15).
       01  WS-RULE-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  SEQUENCE-STEP-FOUND           VALUE 'Y'.
       01  WS-FIND-SEQUENCE-ID           PIC X(08) VALUE SPACES.
       01  WS-FIND-STEP                  PIC 9(02) VALUE 0.
      *****************************************************************
      * THE STEPS LAST NIGHT'S SAMPLSEQ RUN QUEUED -- ONE ENTRY PER
      * SEQUENCE WAITING ON THE FEED, WITH THE MESSAGE TYPE ITS NEXT
      * STEP WENT OUT AS.  A RESPONSE MARKS THE ENTRY ANSWERED; EACH
      * ANSWERED ENTRY WITHDRAWS ONE MATCHING DETAIL FROM THE FEED.
      *****************************************************************
       01  WS-QUE-MAX                    PIC 9(05) VALUE 10000.
       01  WS-QUE-COUNT                  PIC 9(05) VALUE 0.
       01  WS-QUE-OVERFLOW-SWITCH        PIC X(01) VALUE 'N'.
           88  QUE-TABLE-OVERFLOWED          VALUE 'Y'.
       01  WS-QUE-TABLE.
           05  WS-QUE-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-QUE-IX.
               10  WS-QUE-CUSTOMER          PIC 9(09).
               10  WS-QUE-SEQUENCE-ID       PIC X(08).
               10  WS-QUE-NEXT-STEP         PIC 9(02).
               10  WS-QUE-MESSAGE-TYPE      PIC X(15).
               10  WS-QUE-STARTED           PIC 9(08).
               10  WS-QUE-STATE             PIC X(01).
                   88  QUE-OUTSTANDING          VALUE 'O'.
                   88  QUE-ANSWERED             VALUE 'A'.
                   88  QUE-WITHDRAWN            VALUE 'W'.
               10  WS-QUE-REASON            PIC X(50).
       01  WS-QUE-SUB                    PIC 9(05) VALUE 0.
       01  WS-QUE-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  ANSWERED-STEP-FOUND           VALUE 'Y'.
       01  WS-RESPONSE-DATE              PIC 9(08) VALUE 0.
       01  WS-CLOSE-REASON               PIC X(50) VALUE SPACES.
       01  WS-BATCH-COUNT                PIC 9(09) VALUE 0.
       01  WS-QUEUED-COUNT               PIC 9(09) VALUE 0.
       01  WS-ANSWERED-COUNT             PIC 9(09) VALUE 0.
       01  WS-DETAIL-READ-COUNT          PIC 9(09) VALUE 0.
       01  WS-WITHDRAWN-COUNT            PIC 9(09) VALUE 0.
       01  WS-PASSED-COUNT               PIC 9(09) VALUE 0.
       01  WS-COUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-QUEUED-STEPS
           PERFORM 3000-APPLY-RESPONSES
           PERFORM 4000-COPY-FOLLOW-UP-FEED
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT SEQ-FEED-FILE
           IF WS-FEED-STATUS IS NOT EQUAL TO '00'
               MOVE 'SEQFEED' TO WS-ABORT-FILE-NAME
               MOVE WS-FEED-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT SEQ-REPORT-FILE
           IF WS-RPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'SEQWRPT' TO WS-ABORT-FILE-NAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           MOVE SPACES TO SEQ-REPORT-LINE
           STRING 'FOLLOW-UP STEPS WITHDRAWN BEFORE GENERATION FOR '
                                              DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           MOVE SPACES TO SEQ-REPORT-LINE
           WRITE SEQ-REPORT-LINE
           MOVE SPACES TO SEQ-REPORT-LINE
           STRING 'CUSTOMER  SEQUENCE STEP '  DELIMITED BY SIZE
                   'MESSAGE TYPE    REASON'   DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           PERFORM 1200-LOAD-SEQUENCE-RULES
           .

      *****************************************************************
      * THE SAME RULE TABLE SAMPLSEQ QUEUED THE STEPS FROM.  WITHOUT
      * IT A QUEUED STEP CANNOT BE TIED TO ITS DETAIL ON THE FEED, SO
      * A MISSING TABLE IS A HARD STOP, AS IT IS IN SAMPLSEQ.
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
           IF SEQR-SEQUENCE-ID IS NOT EQUAL TO SPACES
                   AND SEQR-MESSAGE-TYPE IS NOT EQUAL TO SPACES
                   AND SEQR-STEP-NUMBER IS NUMERIC
                   AND SEQR-STEP-NUMBER IS GREATER THAN ZERO
                   AND WS-RULE-COUNT IS LESS THAN WS-RULE-MAX
               MOVE SEQR-SEQUENCE-ID TO WS-FIND-SEQUENCE-ID
               MOVE SEQR-STEP-NUMBER TO WS-FIND-STEP
               PERFORM 7000-FIND-SEQUENCE-STEP
               IF NOT SEQUENCE-STEP-FOUND
                   ADD 1 TO WS-RULE-COUNT
                   SET WS-RULE-IX TO WS-RULE-COUNT
                   MOVE SEQR-SEQUENCE-ID
                       TO WS-RULE-SEQUENCE-ID(WS-RULE-IX)
                   MOVE SEQR-STEP-NUMBER TO WS-RULE-STEP(WS-RULE-IX)
                   MOVE SEQR-MESSAGE-TYPE
                       TO WS-RULE-MESSAGE-TYPE(WS-RULE-IX)
               END-IF
           END-IF
           PERFORM 8000-READ-SEQR
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLSQW: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *****************************************************************
      * THE OPEN SEQUENCES SAMPLSEQ CARRIED OUT OF LAST NIGHT'S RUN.
      * ONLY THOSE WHOSE NEXT STEP IS QUEUED HAVE ANYTHING ON THE
      * FEED.  A MISSING FILE MEANS NOTHING IS QUEUED, AND THE FEED IS
      * COPIED AS IT STANDS.
      *****************************************************************
       2000-LOAD-QUEUED-STEPS.
           OPEN INPUT SEQT-IN-FILE
           IF WS-SEQT-IN-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLSQW: SEQTIN NOT AVAILABLE -- NO QUEUED '
                   'STEPS WITHDRAWN TONIGHT'
           ELSE
               PERFORM 8100-READ-SEQT-IN
               PERFORM 2100-TABLE-QUEUED-STEP
                   UNTIL END-OF-SEQT-IN-FILE
               CLOSE SEQT-IN-FILE
           END-IF
           .

       2100-TABLE-QUEUED-STEP.
           IF SEQT-QUEUED
               MOVE SEQT-SEQUENCE-ID TO WS-FIND-SEQUENCE-ID
               COMPUTE WS-FIND-STEP = SEQT-CURRENT-STEP + 1
               PERFORM 7000-FIND-SEQUENCE-STEP
               IF SEQUENCE-STEP-FOUND
                   IF WS-QUE-COUNT IS LESS THAN WS-QUE-MAX
                       ADD 1 TO WS-QUE-COUNT
                       ADD 1 TO WS-QUEUED-COUNT
                       SET WS-QUE-IX TO WS-QUE-COUNT
                       MOVE SEQT-CUSTOMER-NUMBER
                           TO WS-QUE-CUSTOMER(WS-QUE-IX)
                       MOVE SEQT-SEQUENCE-ID
                           TO WS-QUE-SEQUENCE-ID(WS-QUE-IX)
                       MOVE WS-FIND-STEP TO WS-QUE-NEXT-STEP(WS-QUE-IX)
                       MOVE WS-RULE-MESSAGE-TYPE(WS-RULE-IX)
                           TO WS-QUE-MESSAGE-TYPE(WS-QUE-IX)
                       MOVE SEQT-STARTED-DATE
                           TO WS-QUE-STARTED(WS-QUE-IX)
                       MOVE 'O' TO WS-QUE-STATE(WS-QUE-IX)
                       MOVE SPACES TO WS-QUE-REASON(WS-QUE-IX)
                   ELSE
                       PERFORM 7190-REPORT-QUEUE-OVERFLOW
                   END-IF
               END-IF
           END-IF
           PERFORM 8100-READ-SEQT-IN
           .

      *****************************************************************
      * TODAY'S CUSTOMER RESPONSES, TESTED EXACTLY AS SAMPLSEQ TESTS
      * THEM: A RESPONSE ANSWERS THE CUSTOMER'S QUEUED STEPS (OR ONLY
      * THE SEQUENCE IT NAMES) WHOSE SEQUENCE STARTED ON OR BEFORE THE
      * DAY IT WAS RECEIVED, AND ONE WITHOUT A USABLE DATE IS TAKEN
      * AS RECEIVED TODAY.  A MISSING FILE MEANS NO RESPONSES CAME IN.
      *****************************************************************
       3000-APPLY-RESPONSES.
           OPEN INPUT RSPN-FILE
           IF WS-RSPN-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLSQW: RSPNIN NOT AVAILABLE -- NO QUEUED '
                   'STEPS WITHDRAWN TONIGHT'
           ELSE
               PERFORM 8300-READ-RSPN
               PERFORM 3100-APPLY-ONE-RESPONSE
                   UNTIL END-OF-RSPN-FILE
               CLOSE RSPN-FILE
           END-IF
           .

       3100-APPLY-ONE-RESPONSE.
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
           PERFORM 3200-MARK-ANSWERED-STEP
               VARYING WS-QUE-SUB FROM 1 BY 1
               UNTIL WS-QUE-SUB IS GREATER THAN WS-QUE-COUNT
           PERFORM 8300-READ-RSPN
           .

       3200-MARK-ANSWERED-STEP.
           SET WS-QUE-IX TO WS-QUE-SUB
           IF QUE-OUTSTANDING(WS-QUE-IX)
                   AND WS-QUE-CUSTOMER(WS-QUE-IX) IS EQUAL TO
                       RSPN-CUSTOMER-NUMBER
                   AND (RSPN-SEQUENCE-ID IS EQUAL TO SPACES
                        OR RSPN-SEQUENCE-ID IS EQUAL TO
                           WS-QUE-SEQUENCE-ID(WS-QUE-IX))
                   AND WS-QUE-STARTED(WS-QUE-IX) IS NOT GREATER THAN
                       WS-RESPONSE-DATE
               ADD 1 TO WS-ANSWERED-COUNT
               MOVE 'A' TO WS-QUE-STATE(WS-QUE-IX)
               MOVE WS-CLOSE-REASON TO WS-QUE-REASON(WS-QUE-IX)
           END-IF
           .

      *****************************************************************
      * COPY LAST NIGHT'S FEED TO TONIGHT'S GENERATION INPUT.  EACH
      * ANSWERED STEP TAKES ONE DETAIL FOR ITS CUSTOMER AND MESSAGE
      * TYPE OFF THE FEED; HEADERS PASS AS THEY ARE AND EACH TRAILER
      * CARRIES THE COUNT OF DETAILS ACTUALLY PASSED IN ITS BATCH, SO
      * THE BATCH STILL BALANCES.  A MISSING FEED MEANS NOTHING WAS
      * QUEUED LAST NIGHT; THE OUTPUT IS LEFT EMPTY.
      *****************************************************************
       4000-COPY-FOLLOW-UP-FEED.
           OPEN INPUT SEQ-TRAN-FILE
           IF WS-STRN-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLSQW: SEQTRAN NOT AVAILABLE -- NO '
                   'FOLLOW-UP STEPS PASSED TONIGHT'
           ELSE
               MOVE 0 TO WS-BATCH-COUNT
               PERFORM 8400-READ-SEQ-TRAN
               PERFORM 4100-COPY-ONE-RECORD
                   UNTIL END-OF-SEQ-TRAN-FILE
               CLOSE SEQ-TRAN-FILE
           END-IF
           .

       4100-COPY-ONE-RECORD.
           EVALUATE TRUE
               WHEN TRAN-HEADER-RECORD
                   MOVE 0 TO WS-BATCH-COUNT
                   WRITE SEQ-FEED-RECORD FROM TRAN-RECORD
               WHEN TRAN-TRAILER-RECORD
                   MOVE WS-BATCH-COUNT TO TRAN-CONTROL-COUNT
                   WRITE SEQ-FEED-RECORD FROM TRAN-RECORD
               WHEN TRAN-DETAIL-RECORD
                   ADD 1 TO WS-DETAIL-READ-COUNT
                   PERFORM 4200-FIND-ANSWERED-STEP
                   IF ANSWERED-STEP-FOUND
                       PERFORM 4300-WITHDRAW-DETAIL
                   ELSE
                       ADD 1 TO WS-BATCH-COUNT
                       ADD 1 TO WS-PASSED-COUNT
                       WRITE SEQ-FEED-RECORD FROM TRAN-RECORD
                   END-IF
               WHEN OTHER
                   WRITE SEQ-FEED-RECORD FROM TRAN-RECORD
           END-EVALUATE
           PERFORM 8400-READ-SEQ-TRAN
           .

       4200-FIND-ANSWERED-STEP.
           MOVE 'N' TO WS-QUE-FOUND-SWITCH
           IF WS-QUE-COUNT IS GREATER THAN ZERO
               SET WS-QUE-IX TO 1
               SEARCH WS-QUE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-QUE-IX IS GREATER THAN WS-QUE-COUNT
                       CONTINUE
                   WHEN QUE-ANSWERED(WS-QUE-IX)
                       AND WS-QUE-CUSTOMER(WS-QUE-IX) IS EQUAL TO
                           TRAN-CUSTOMER-NUMBER
                       AND WS-QUE-MESSAGE-TYPE(WS-QUE-IX) IS EQUAL TO
                           TRAN-MESSAGE-TYPE
                       SET ANSWERED-STEP-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

       4300-WITHDRAW-DETAIL.
           ADD 1 TO WS-WITHDRAWN-COUNT
           MOVE 'W' TO WS-QUE-STATE(WS-QUE-IX)
           MOVE SPACES TO SEQ-REPORT-LINE
           STRING WS-QUE-CUSTOMER(WS-QUE-IX)  DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-QUE-SEQUENCE-ID(WS-QUE-IX)
                                              DELIMITED BY SIZE
                   '  '                       DELIMITED BY SIZE
                   WS-QUE-NEXT-STEP(WS-QUE-IX)
                                              DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-QUE-MESSAGE-TYPE(WS-QUE-IX)
                                              DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-QUE-REASON(WS-QUE-IX)   DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
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

       7190-REPORT-QUEUE-OVERFLOW.
           IF NOT QUE-TABLE-OVERFLOWED
               DISPLAY 'SAMPLSQW: MORE THAN ' WS-QUE-MAX
                   ' STEPS QUEUED -- EXCESS CANNOT BE WITHDRAWN, '
                   'RAISE THE TABLE SIZE'
               SET QUE-TABLE-OVERFLOWED TO TRUE
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

       8300-READ-RSPN.
           READ RSPN-FILE
               AT END
                   SET END-OF-RSPN-FILE TO TRUE
           END-READ
           .

       8400-READ-SEQ-TRAN.
           READ SEQ-TRAN-FILE
               AT END
                   SET END-OF-SEQ-TRAN-FILE TO TRUE
           END-READ
           .

       9000-TERMINATE.
           MOVE SPACES TO SEQ-REPORT-LINE
           WRITE SEQ-REPORT-LINE
           MOVE WS-QUEUED-COUNT TO WS-COUNT-EDIT
           STRING 'STEPS QUEUED LAST NIGHT:  '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           MOVE WS-ANSWERED-COUNT TO WS-COUNT-EDIT
           STRING 'ANSWERED BY A RESPONSE:   '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           MOVE WS-DETAIL-READ-COUNT TO WS-COUNT-EDIT
           STRING 'FEED DETAILS READ:        '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           MOVE WS-WITHDRAWN-COUNT TO WS-COUNT-EDIT
           STRING 'WITHDRAWN:                '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           MOVE WS-PASSED-COUNT TO WS-COUNT-EDIT
           STRING 'PASSED TO GENERATION:     '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO SEQ-REPORT-LINE
           END-STRING
           WRITE SEQ-REPORT-LINE
           CLOSE SEQ-FEED-FILE
           CLOSE SEQ-REPORT-FILE
           IF QUE-TABLE-OVERFLOWED
               MOVE 04 TO RETURN-CODE
           END-IF
           .
