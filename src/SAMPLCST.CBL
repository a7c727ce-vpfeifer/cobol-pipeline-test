      * CUSTOMER-MASTER MAINTENANCE.  READS A TRANSACTION FILE OF
      * ADD/UPDATE/DELETE REQUESTS AGAINST THE CUSTOMER NUMBER,
      * VALIDATES EACH ONE FIELD BY FIELD (DELIVERY CHANNEL, E-MAIL
      * KEY, ACCESSIBLE FORMAT, ZIP FORMAT, LANGUAGE AGAINST THE
      * MESSAGE CATALOG) BEFORE
      * APPLYING IT TO THE INDEXED CUSTOMER MASTER, WRITES A
      * BEFORE/AFTER CHANGE LOG OF EVERY CHANGE APPLIED, AND PRINTS A
      * REJECTS REPORT FOR THE REQUESTS IT REFUSED.  REPLACES THE
      * AD-HOC FILE UTILITIES THAT PUT BLANK NAMES AND INVALID
      * CHANNELS ON THE MASTER IN THE FIRST PLACE.
      * EVERY REQUEST MUST HAVE BEEN RELEASED BY THE SAMPLAPV
      * APPROVAL PASS: ONE THAT DOES NOT CARRY BOTH A SUBMITTER ID AND
      * A DIFFERENT APPROVER ID IS REFUSED, AND BOTH IDS ARE CARRIED
      * ONTO THE CHANGE LOG.
      * AN UPDATE SUBMITTED BY ANOTHER SYSTEM RATHER THAN A CLERK
      * CHANGES ONLY THE FIELDS THAT SYSTEM OWNS, SO IT CANNOT UNDO A
      * CHANGE APPROVED SINCE ITS SNAPSHOT OF THE MASTER WAS TAKEN:
      *   - 'NCOA' (SAMPLNCO) -- THE MAILING ADDRESS ONLY.  WHEN THE
      *     ADDRESS ACTUALLY CHANGES, AN ADDRESS-CHANGE CONFIRMATION
      *     LETTER IS QUEUED ON A TRANIN-FORMAT FEED (NCOATRAN,
      *     SUBMITTING SYSTEM 'NCOA') FOR THE NEXT NIGHTLY RUN.
      *   - 'DIGIBANK' (SAMPLDBP) -- DELIVERY CHANNEL, E-MAIL KEY, AND
      *     LANGUAGE ONLY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REJECT-REPORT-FILE ASSIGN TO 'CSTREJRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJRPT-STATUS.
           SELECT NCOA-PARM-FILE ASSIGN TO 'NCOAPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NCOP-STATUS.
           SELECT NCOA-TRAN-FILE ASSIGN TO 'NCOATRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-TRAN-FILE.
           COPY CUSTCHLG.
       FD  REJECT-REPORT-FILE.
       01  REJECT-REPORT-LINE            PIC X(132).
       FD  NCOA-PARM-FILE.
           COPY NCOPARM.
       FD  NCOA-TRAN-FILE.
           COPY TRANFILE.
       WORKING-STORAGE SECTION.
       01  WS-CUT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-MSGCAT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CULG-STATUS                PIC X(02) VALUE SPACES.
       01  WS-REJRPT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-NCOP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NTRN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NCOA-SUBMITTER-ID          PIC X(08) VALUE 'NCOA'.
       01  WS-DBP-SUBMITTER-ID           PIC X(08) VALUE 'DIGIBANK'.
       01  WS-CONFIRM-MSG-TYPE           PIC X(15)
               VALUE 'ADDRCHGCONFIRM'.
       01  WS-ADDRESS-CHANGE-SWITCH      PIC X(01) VALUE 'N'.
           88  ADDRESS-CHANGED               VALUE 'Y'.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-RUN-TIME                   PIC 9(06) VALUE 0.
       01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
       01  WS-REJECT-SWITCH              PIC X(01) VALUE 'N'.
           88  REQUEST-REJECTED              VALUE 'Y'.
       01  WS-REJECT-REASON              PIC X(40) VALUE SPACES.
       01  WS-BEFORE-IMAGE               PIC X(205) VALUE SPACES.
       01  WS-MSGCAT-AVAIL-SWITCH        PIC X(01) VALUE 'N'.
           88  MSGCAT-AVAILABLE              VALUE 'Y'.
       01  WS-MSGCAT-EOF-SWITCH          PIC X(01) VALUE 'N'.
       01  WS-READ-COUNT                 PIC 9(07) VALUE 0.
       01  WS-APPLIED-COUNT              PIC 9(07) VALUE 0.
       01  WS-REJECTED-COUNT             PIC 9(07) VALUE 0.
       01  WS-LETTER-COUNT               PIC 9(07) VALUE 0.
       01  WS-COUNT-EDIT                 PIC Z,ZZZ,ZZ9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
               MOVE WS-REJRPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT NCOA-TRAN-FILE
           IF WS-NTRN-STATUS IS NOT EQUAL TO '00'
               MOVE 'NCOATRAN' TO WS-ABORT-FILE-NAME
               MOVE WS-NTRN-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           MOVE SPACES TO TRAN-RECORD
           MOVE 'H' TO TRAN-RECORD-TYPE
           MOVE WS-NCOA-SUBMITTER-ID TO TRAN-SUBMITTING-SYSTEM
           MOVE 0 TO TRAN-CONTROL-COUNT
           MOVE 0 TO TRAN-RECYCLE-AGE
           WRITE TRAN-RECORD
           PERFORM 1100-READ-NCOA-PARAMETERS
           MOVE 'CUSTOMER-MASTER MAINTENANCE REJECTS REPORT'
               TO REJECT-REPORT-LINE
           WRITE REJECT-REPORT-LINE
           PERFORM 8000-READ-CUST-TRAN
           .

       1100-READ-NCOA-PARAMETERS.
           OPEN INPUT NCOA-PARM-FILE
           IF WS-NCOP-STATUS IS EQUAL TO '00'
               READ NCOA-PARM-FILE
                   NOT AT END
                       IF NCOP-CONFIRM-MSG-TYPE IS NOT EQUAL TO SPACES
                           MOVE NCOP-CONFIRM-MSG-TYPE
                               TO WS-CONFIRM-MSG-TYPE
                       END-IF
               END-READ
               CLOSE NCOA-PARM-FILE
           ELSE
               DISPLAY 'SAMPLCST: NCOAPARM NOT AVAILABLE -- NCOA '
                   'CONFIRMATIONS QUEUED AS ' WS-CONFIRM-MSG-TYPE
           END-IF
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLCST: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
               MOVE 'ACTION CODE NOT A, U, OR D' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND (CUT-SUBMITTER-ID IS EQUAL TO SPACES
                       OR CUT-APPROVER-ID IS EQUAL TO SPACES)
               MOVE 'SUBMITTER OR APPROVER ID MISSING'
                   TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND CUT-APPROVER-ID IS EQUAL TO CUT-SUBMITTER-ID
               MOVE 'APPROVER SAME AS SUBMITTER' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND (CUT-CUSTOMER-NUMBER IS NOT NUMERIC
                       OR CUT-CUSTOMER-NUMBER IS EQUAL TO ZERO)
                   TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
      * A BLANK FORMAT IS STANDARD PRINT.  THE FORMAT ONLY APPLIES TO
      * PAPER LETTERS, SO IT IS KEPT ACROSS A CHANGE TO ELECTRONIC
      * DELIVERY AND TAKES EFFECT AGAIN IF THE CUSTOMER GOES BACK.
           IF NOT REQUEST-REJECTED
                   AND CUT-ACCESSIBLE-FORMAT IS NOT EQUAL TO SPACE
                   AND CUT-ACCESSIBLE-FORMAT IS NOT EQUAL TO 'L'
                   AND CUT-ACCESSIBLE-FORMAT IS NOT EQUAL TO 'B'
               MOVE 'ACCESSIBLE FORMAT NOT L OR B'
                   TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
               PERFORM 3150-VALIDATE-ZIP-CODE
               IF NOT ZIP-FORMAT-VALID
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-KEY-FOUND TO TRUE
                   MOVE CUST-RECORD(10:205) TO WS-BEFORE-IMAGE
           END-READ
           .

      * SAMPLRET SET, SO HELD PAPER CORRESPONDENCE STARTS FLOWING
      * AGAIN THE NIGHT AFTER THE FIX.  AN UPDATE THAT LEAVES THE
      * ADDRESS UNTOUCHED LEAVES THE FLAG ALONE.
           MOVE 'N' TO WS-ADDRESS-CHANGE-SWITCH
           IF CUT-SUBMITTER-ID IS NOT EQUAL TO WS-DBP-SUBMITTER-ID
                   AND CUT-MAILING-ADDRESS IS NOT EQUAL TO
                       CUST-MAILING-ADDRESS
               SET ADDRESS-CHANGED TO TRUE
               IF CUST-ADDRESS-UNDELIVERABLE
                   MOVE SPACE TO CUST-UNDELIV-FLAG
                   MOVE 0 TO CUST-UNDELIV-DATE
               END-IF
           END-IF
           EVALUATE CUT-SUBMITTER-ID
               WHEN WS-NCOA-SUBMITTER-ID
                   MOVE CUT-MAILING-ADDRESS TO CUST-MAILING-ADDRESS
               WHEN WS-DBP-SUBMITTER-ID
                   MOVE CUT-LANGUAGE-CODE TO CUST-LANGUAGE-CODE
                   MOVE CUT-DELIVERY-CHANNEL TO CUST-DELIVERY-CHANNEL
                   MOVE CUT-EMAIL-KEY TO CUST-EMAIL-KEY
               WHEN OTHER
                   PERFORM 5100-MOVE-TRAN-TO-MASTER
           END-EVALUATE
           REWRITE CUST-RECORD
               INVALID KEY
                   MOVE 'KEY NOT ON MASTER FOR UPDATE'
                   PERFORM 6000-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 5000-WRITE-CHANGE-LOG
                   IF CUT-SUBMITTER-ID IS EQUAL TO WS-NCOA-SUBMITTER-ID
                           AND ADDRESS-CHANGED
                       PERFORM 4150-QUEUE-NCOA-CONFIRMATION
                   END-IF
           END-REWRITE
           .

      *****************************************************************
      * THE NCOA ADDRESS IS NOW ON THE MASTER, SO THE CONFIRMATION
      * GOES OUT TO THE NEW ADDRESS ON THE NEXT NIGHTLY RUN (SEND
      * DATE ZERO).
      *****************************************************************
       4150-QUEUE-NCOA-CONFIRMATION.
           MOVE SPACES TO TRAN-RECORD
           MOVE 'D' TO TRAN-RECORD-TYPE
           MOVE CUT-CUSTOMER-NUMBER TO TRAN-CUSTOMER-NUMBER
           MOVE WS-CONFIRM-MSG-TYPE TO TRAN-MESSAGE-TYPE
           MOVE 0 TO TRAN-SEND-DATE
           MOVE 0 TO TRAN-RECYCLE-AGE
           WRITE TRAN-RECORD
           ADD 1 TO WS-LETTER-COUNT
           .

       4200-APPLY-DELETE.
           MOVE CUT-CUSTOMER-NUMBER TO CUST-CUSTOMER-NUMBER
           DELETE CUST-FILE
           IF CUT-ACTION-DELETE
               MOVE SPACES TO CULG-AFTER-IMAGE
           ELSE
               MOVE CUST-RECORD(10:205) TO CULG-AFTER-IMAGE
           END-IF
           MOVE WS-RUN-DATE TO CULG-CHANGE-DATE
           MOVE WS-RUN-TIME TO CULG-CHANGE-TIME
           MOVE CUT-SUBMITTER-ID TO CULG-SUBMITTER-ID
           MOVE CUT-APPROVER-ID TO CULG-APPROVER-ID
           WRITE CULG-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .
           MOVE CUT-ZIP-CODE TO CUST-ZIP-CODE
           MOVE CUT-DELIVERY-CHANNEL TO CUST-DELIVERY-CHANNEL
           MOVE CUT-EMAIL-KEY TO CUST-EMAIL-KEY
           MOVE CUT-ACCESSIBLE-FORMAT TO CUST-ACCESSIBLE-FORMAT
           .

       6000-WRITE-REJECT-LINE.
           .

       9000-TERMINATE.
           MOVE SPACES TO TRAN-RECORD
           MOVE 'T' TO TRAN-RECORD-TYPE
           MOVE SPACES TO TRAN-SUBMITTING-SYSTEM
           MOVE WS-LETTER-COUNT TO TRAN-CONTROL-COUNT
           MOVE 0 TO TRAN-RECYCLE-AGE
           WRITE TRAN-RECORD
           MOVE SPACES TO REJECT-REPORT-LINE
           WRITE REJECT-REPORT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
                   INTO REJECT-REPORT-LINE
           END-STRING
           WRITE REJECT-REPORT-LINE
           MOVE WS-LETTER-COUNT TO WS-COUNT-EDIT
           STRING 'NCOA LETTERS:      ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO REJECT-REPORT-LINE
           END-STRING
           WRITE REJECT-REPORT-LINE
           CLOSE CUST-TRAN-FILE
           CLOSE CUST-FILE
           CLOSE CHANGE-LOG-FILE
           CLOSE REJECT-REPORT-FILE
           CLOSE NCOA-TRAN-FILE
           IF WS-REJECTED-COUNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE
           END-IF
