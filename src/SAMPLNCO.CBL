       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLNCO.
      *****************************************************************
      * NCOA RETURN PROCESSING.  READS THE NCOA VENDOR'S MATCH FILE
      * FOR THE QUARTERLY SAMPLNCX EXTRACT AND ACTS ON EACH MOVE
      * BEFORE THE POST OFFICE STARTS RETURNING OUR LETTERS:
      *   - A FORWARDABLE MOVE BECOMES A CUSTOMER-MASTER UPDATE
      *     REQUEST (CUSTTRAN LAYOUT, THE MASTER RECORD WITH THE NEW
      *     ADDRESS) SUBMITTED UNDER THE 'NCOA' SUBMITTER ID.  IT GOES
      *     THROUGH THE SAMPLAPV APPROVAL PASS AND THEN SAMPLCST'S
      *     NORMAL VALIDATION AND CUSTCHLG LOGGING LIKE ANY CLERK'S
      *     REQUEST, EXCEPT THAT SAMPLCST TAKES ONLY THE MAILING
      *     ADDRESS FROM IT.  THE ADDRESS-CHANGE CONFIRMATION LETTER
      *     IS QUEUED BY SAMPLCST WHEN IT APPLIES THE CHANGE, SO A
      *     LATE OR REFUSED APPROVAL NEVER SENDS ONE.
      *   - A MOVE WITH NO FORWARDING ADDRESS SETS THE UNDELIVERABLE
      *     FLAG ON THE CUSTOMER MASTER STRAIGHT AWAY, AS SAMPLRET
      *     DOES FOR A RETURNED PIECE, SO PAPER STOPS GOING OUT NOW.
      * EVERY CHANGE IS LISTED, OLD ADDRESS AND NEW, ON A REPORT FOR
      * CUSTOMER SERVICE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCOA-MATCH-FILE ASSIGN TO 'NCOAMTCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NCOM-STATUS.
           SELECT CUST-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CUST-SUBM-FILE ASSIGN TO 'NCOASUBM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUT-STATUS.
           SELECT NCOA-REPORT-FILE ASSIGN TO 'NCOARPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NCOA-MATCH-FILE.
           COPY NCOMFILE.
       FD  CUST-FILE.
           COPY CUSTFILE.
       FD  CUST-SUBM-FILE.
           COPY CUSTTRAN.
       FD  NCOA-REPORT-FILE.
       01  NCOA-REPORT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-NCOM-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CUT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-NCOA-SUBMITTER-ID          PIC X(08) VALUE 'NCOA'.
       01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
           88  END-OF-NCOA-MATCH-FILE        VALUE 'Y'.
       01  WS-CUST-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  CUSTOMER-ON-MASTER            VALUE 'Y'.
       01  WS-RESULT-TEXT                PIC X(50) VALUE SPACES.
       01  WS-REPORT-ADDRESS.
           05  WS-RPT-ADDRESS-LINE-1    PIC X(30).
           05  WS-RPT-ADDRESS-LINE-2    PIC X(30).
           05  WS-RPT-ADDRESS-LINE-3    PIC X(30).
           05  WS-RPT-CITY              PIC X(20).
           05  WS-RPT-STATE             PIC X(02).
           05  WS-RPT-ZIP-CODE          PIC X(10).
       01  WS-ADDRESS-LABEL              PIC X(10) VALUE SPACES.
       01  WS-READ-COUNT                 PIC 9(07) VALUE 0.
       01  WS-SUBMITTED-COUNT            PIC 9(07) VALUE 0.
       01  WS-FLAGGED-COUNT              PIC 9(07) VALUE 0.
       01  WS-ALREADY-CURRENT-COUNT      PIC 9(07) VALUE 0.
       01  WS-ALREADY-FLAGGED-COUNT      PIC 9(07) VALUE 0.
       01  WS-NOT-ON-MASTER-COUNT        PIC 9(07) VALUE 0.
       01  WS-REFUSED-COUNT              PIC 9(07) VALUE 0.
       01  WS-OTHER-MATCH-COUNT          PIC 9(07) VALUE 0.
       01  WS-COUNT-EDIT                 PIC Z,ZZZ,ZZ9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-MATCH
               UNTIL END-OF-NCOA-MATCH-FILE
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT NCOA-MATCH-FILE
           IF WS-NCOM-STATUS IS NOT EQUAL TO '00'
               MOVE 'NCOAMTCH' TO WS-ABORT-FILE-NAME
               MOVE WS-NCOM-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN I-O CUST-FILE
           IF WS-CUST-STATUS IS NOT EQUAL TO '00'
               MOVE 'CUSTMAST' TO WS-ABORT-FILE-NAME
               MOVE WS-CUST-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT CUST-SUBM-FILE
           IF WS-CUT-STATUS IS NOT EQUAL TO '00'
               MOVE 'NCOASUBM' TO WS-ABORT-FILE-NAME
               MOVE WS-CUT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT NCOA-REPORT-FILE
           IF WS-RPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'NCOARPT' TO WS-ABORT-FILE-NAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           MOVE SPACES TO NCOA-REPORT-LINE
           STRING 'NCOA CHANGE-OF-ADDRESS REPORT FOR CUSTOMER '
                                        DELIMITED BY SIZE
                   'SERVICE -- '        DELIMITED BY SIZE
                   WS-RUN-DATE          DELIMITED BY SIZE
                   INTO NCOA-REPORT-LINE
           END-STRING
           WRITE NCOA-REPORT-LINE
           PERFORM 8000-READ-NCOA-MATCH
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLNCO: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       2000-APPLY-MATCH.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2400-READ-CUSTOMER-MASTER
           EVALUATE TRUE
               WHEN NOT NCOM-MOVE-FORWARDABLE
                       AND NOT NCOM-MOVE-NO-FORWARD
                   ADD 1 TO WS-OTHER-MATCH-COUNT
               WHEN NOT CUSTOMER-ON-MASTER
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
                   MOVE 'NOT ON CUSTOMER MASTER -- NO ACTION'
                       TO WS-RESULT-TEXT
                   PERFORM 6000-WRITE-REPORT-HEADLINE
               WHEN NCOM-MOVE-FORWARDABLE
                   PERFORM 2100-SUBMIT-NEW-ADDRESS
               WHEN OTHER
                   PERFORM 2200-FLAG-UNDELIVERABLE
           END-EVALUATE
           PERFORM 8000-READ-NCOA-MATCH
           .

      *****************************************************************
      * FORWARDABLE MOVE: THE UPDATE REQUEST IS THE CUSTOMER'S MASTER
      * RECORD AS IT STANDS WITH THE MAILING ADDRESS REPLACED, SO IT
      * PASSES SAMPLCST'S FULL-IMAGE EDITS.  SAMPLCST APPLIES ONLY THE
      * ADDRESS FROM AN 'NCOA' REQUEST, SO ANY OTHER CHANGE APPROVED
      * IN THE MEANTIME IS NOT REVERTED.
      *****************************************************************
       2100-SUBMIT-NEW-ADDRESS.
           EVALUATE TRUE
               WHEN NCOM-ADDRESS-LINE-1 IS EQUAL TO SPACES
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE 'NO NEW ADDRESS ON FORWARDABLE MOVE'
                       TO WS-RESULT-TEXT
                   PERFORM 6000-WRITE-REPORT-HEADLINE
               WHEN NCOM-NEW-ADDRESS IS EQUAL TO CUST-MAILING-ADDRESS
                   ADD 1 TO WS-ALREADY-CURRENT-COUNT
               WHEN OTHER
                   MOVE SPACES TO CUT-RECORD
                   MOVE 'U' TO CUT-ACTION-CODE
                   MOVE CUST-CUSTOMER-NUMBER TO CUT-CUSTOMER-NUMBER
                   MOVE CUST-CUSTOMER-NAME TO CUT-CUSTOMER-NAME
                   MOVE CUST-ACCOUNT-NUMBER TO CUT-ACCOUNT-NUMBER
                   MOVE CUST-LANGUAGE-CODE TO CUT-LANGUAGE-CODE
                   MOVE NCOM-NEW-ADDRESS TO CUT-MAILING-ADDRESS
                   MOVE CUST-DELIVERY-CHANNEL TO CUT-DELIVERY-CHANNEL
                   MOVE CUST-EMAIL-KEY TO CUT-EMAIL-KEY
                   MOVE CUST-ACCESSIBLE-FORMAT
                       TO CUT-ACCESSIBLE-FORMAT
                   MOVE WS-NCOA-SUBMITTER-ID TO CUT-SUBMITTER-ID
                   MOVE SPACES TO CUT-APPROVER-ID
                   WRITE CUT-RECORD
                   ADD 1 TO WS-SUBMITTED-COUNT
                   MOVE 'ADDRESS UPDATE SUBMITTED FOR APPROVAL'
                       TO WS-RESULT-TEXT
                   PERFORM 6000-WRITE-REPORT-HEADLINE
                   MOVE CUST-MAILING-ADDRESS TO WS-REPORT-ADDRESS
                   MOVE '    FROM: ' TO WS-ADDRESS-LABEL
                   PERFORM 6100-WRITE-REPORT-ADDRESS
                   MOVE NCOM-NEW-ADDRESS TO WS-REPORT-ADDRESS
                   MOVE '    TO:   ' TO WS-ADDRESS-LABEL
                   PERFORM 6100-WRITE-REPORT-ADDRESS
           END-EVALUATE
           .

      *****************************************************************
      * MOVED, LEFT NO FORWARDING ADDRESS.  A CUSTOMER ALREADY
      * FLAGGED KEEPS THE ORIGINAL DATE, AS IN SAMPLRET.
      *****************************************************************
       2200-FLAG-UNDELIVERABLE.
           IF CUST-ADDRESS-UNDELIVERABLE
               ADD 1 TO WS-ALREADY-FLAGGED-COUNT
           ELSE
               SET CUST-ADDRESS-UNDELIVERABLE TO TRUE
               IF NCOM-MOVE-DATE IS NUMERIC
                       AND NCOM-MOVE-DATE IS GREATER THAN ZERO
                       AND NCOM-MOVE-DATE IS NOT GREATER THAN
                           WS-RUN-DATE
                   MOVE NCOM-MOVE-DATE TO CUST-UNDELIV-DATE
               ELSE
                   MOVE WS-RUN-DATE TO CUST-UNDELIV-DATE
               END-IF
               REWRITE CUST-RECORD
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE 'NO FORWARDING ADDRESS, FLAGGED UNDELIVERABLE'
                   TO WS-RESULT-TEXT
               PERFORM 6000-WRITE-REPORT-HEADLINE
               MOVE CUST-MAILING-ADDRESS TO WS-REPORT-ADDRESS
               MOVE '    FROM: ' TO WS-ADDRESS-LABEL
               PERFORM 6100-WRITE-REPORT-ADDRESS
           END-IF
           .

       2400-READ-CUSTOMER-MASTER.
           MOVE NCOM-CUSTOMER-NUMBER TO CUST-CUSTOMER-NUMBER
           MOVE 'N' TO WS-CUST-FOUND-SWITCH
           READ CUST-FILE
               INVALID KEY
                   MOVE SPACES TO CUST-CUSTOMER-NAME
               NOT INVALID KEY
                   SET CUSTOMER-ON-MASTER TO TRUE
           END-READ
           .

       6000-WRITE-REPORT-HEADLINE.
           MOVE SPACES TO NCOA-REPORT-LINE
           WRITE NCOA-REPORT-LINE
           STRING 'CUSTOMER '           DELIMITED BY SIZE
                   NCOM-CUSTOMER-NUMBER DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   CUST-CUSTOMER-NAME   DELIMITED BY SIZE
                   ' MOVE DATE '        DELIMITED BY SIZE
                   NCOM-MOVE-DATE       DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   WS-RESULT-TEXT       DELIMITED BY SIZE
                   INTO NCOA-REPORT-LINE
           END-STRING
           WRITE NCOA-REPORT-LINE
           .

       6100-WRITE-REPORT-ADDRESS.
           MOVE SPACES TO NCOA-REPORT-LINE
           STRING WS-ADDRESS-LABEL          DELIMITED BY SIZE
                   WS-RPT-ADDRESS-LINE-1    DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WS-RPT-ADDRESS-LINE-2    DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WS-RPT-CITY              DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WS-RPT-STATE             DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WS-RPT-ZIP-CODE          DELIMITED BY SIZE
                   INTO NCOA-REPORT-LINE
           END-STRING
           WRITE NCOA-REPORT-LINE
           IF WS-RPT-ADDRESS-LINE-3 IS NOT EQUAL TO SPACES
               MOVE SPACES TO NCOA-REPORT-LINE
               MOVE WS-RPT-ADDRESS-LINE-3 TO NCOA-REPORT-LINE(11:30)
               WRITE NCOA-REPORT-LINE
           END-IF
           .

       8000-READ-NCOA-MATCH.
           READ NCOA-MATCH-FILE
               AT END
                   SET END-OF-NCOA-MATCH-FILE TO TRUE
           END-READ
           .

       9000-TERMINATE.
           MOVE SPACES TO NCOA-REPORT-LINE
           WRITE NCOA-REPORT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           STRING 'MATCH RECORDS READ:      ' DELIMITED BY SIZE
                   WS-COUNT-EDIT              DELIMITED BY SIZE
                   INTO NCOA-REPORT-LINE
           END-STRING
           WRITE NCOA-REPORT-LINE
           MOVE WS-SUBMITTED-COUNT TO WS-COUNT-EDIT
           STRING 'ADDRESS UPDATES SUBMITTED:' DELIMITED BY SIZE
                   WS-COUNT-EDIT              DELIMITED BY SIZE
                   INTO NCOA-REPORT-LINE
           END-STRING
           WRITE NCOA-REPORT-LINE
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT
           STRING 'FLAGGED UNDELIVERABLE:   ' DELIMITED BY SIZE
                   WS-COUNT-EDIT              DELIMITED BY SIZE
                   INTO NCOA-REPORT-LINE
           END-STRING
           WRITE NCOA-REPORT-LINE
           MOVE WS-ALREADY-FLAGGED-COUNT TO WS-COUNT-EDIT
           STRING 'ALREADY FLAGGED:         ' DELIMITED BY SIZE
                   WS-COUNT-EDIT              DELIMITED BY SIZE
                   INTO NCOA-REPORT-LINE
           END-STRING
           WRITE NCOA-REPORT-LINE
           MOVE WS-ALREADY-CURRENT-COUNT TO WS-COUNT-EDIT
           STRING 'ADDRESS ALREADY CURRENT: ' DELIMITED BY SIZE
                   WS-COUNT-EDIT              DELIMITED BY SIZE
                   INTO NCOA-REPORT-LINE
           END-STRING
           WRITE NCOA-REPORT-LINE
           MOVE WS-OTHER-MATCH-COUNT TO WS-COUNT-EDIT
           STRING 'OTHER MATCH CODES:       ' DELIMITED BY SIZE
                   WS-COUNT-EDIT              DELIMITED BY SIZE
                   INTO NCOA-REPORT-LINE
           END-STRING
           WRITE NCOA-REPORT-LINE
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-COUNT-EDIT
           STRING 'NOT ON MASTER:           ' DELIMITED BY SIZE
                   WS-COUNT-EDIT              DELIMITED BY SIZE
                   INTO NCOA-REPORT-LINE
           END-STRING
           WRITE NCOA-REPORT-LINE
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
           STRING 'NO NEW ADDRESS SUPPLIED: ' DELIMITED BY SIZE
                   WS-COUNT-EDIT              DELIMITED BY SIZE
                   INTO NCOA-REPORT-LINE
           END-STRING
           WRITE NCOA-REPORT-LINE
           CLOSE NCOA-MATCH-FILE
           CLOSE CUST-FILE
           CLOSE CUST-SUBM-FILE
           CLOSE NCOA-REPORT-FILE
           IF WS-NOT-ON-MASTER-COUNT IS GREATER THAN ZERO
                   OR WS-REFUSED-COUNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE
           END-IF
           .
