       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLOPM.
      *****************************************************************
      * CATEGORY OPT-OUT MAINTENANCE.  READS A TRANSACTION FILE OF
      * ADD/UPDATE/DELETE REQUESTS AGAINST THE CUSTOMER CATEGORY
      * OPT-OUT FILE, VALIDATES EACH ONE BEFORE APPLYING IT TO THE
      * INDEXED OPTOUT FILE, WRITES A BEFORE/AFTER CHANGE LOG OF EVERY
      * CHANGE APPLIED, AND PRINTS A REJECTS REPORT FOR THE REQUESTS
      * IT REFUSED.  A CUSTOMER MAY OPT OUT OF SERVICING OR MARKETING
      * CORRESPONDENCE; A REQUEST TO OPT OUT OF REGULATORY NOTICES IS
      * REFUSED, SINCE THOSE MUST GO WHATEVER THE CUSTOMER PREFERS.
      * EVERY REQUEST MUST HAVE BEEN RELEASED BY THE SAMPLAPV
      * APPROVAL PASS: ONE THAT DOES NOT CARRY BOTH A SUBMITTER ID AND
      * A DIFFERENT APPROVER ID IS REFUSED, AND BOTH IDS ARE CARRIED
      * ONTO THE CHANGE LOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPT-TRAN-FILE ASSIGN TO 'OPTTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPTT-STATUS.
           SELECT OPTO-FILE ASSIGN TO 'OPTOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPTO-KEY
               FILE STATUS IS WS-OPTO-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO 'OPTCHLG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLOG-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO 'OPTREJRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPT-TRAN-FILE.
           COPY OPTTRAN.
       FD  OPTO-FILE.
           COPY OPTOFILE.
       FD  CHANGE-LOG-FILE.
           COPY OPTCHLG.
       FD  REJECT-REPORT-FILE.
       01  REJECT-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-OPTT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-OPTO-STATUS                PIC X(02) VALUE SPACES.
       01  WS-OLOG-STATUS                PIC X(02) VALUE SPACES.
       01  WS-REJRPT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-RUN-TIME                   PIC 9(06) VALUE 0.
       01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
           88  END-OF-OPT-TRAN-FILE          VALUE 'Y'.
       01  WS-KEY-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  OPT-OUT-KEY-FOUND             VALUE 'Y'.
       01  WS-REJECT-SWITCH              PIC X(01) VALUE 'N'.
           88  REQUEST-REJECTED              VALUE 'Y'.
       01  WS-REJECT-REASON              PIC X(40) VALUE SPACES.
       01  WS-BEFORE-OPT-OUT.
           05  WS-OLD-EFF-DATE          PIC 9(08) VALUE 0.
           05  WS-OLD-EXP-DATE          PIC 9(08) VALUE 0.
       01  WS-READ-COUNT                 PIC 9(07) VALUE 0.
       01  WS-APPLIED-COUNT              PIC 9(07) VALUE 0.
       01  WS-REJECTED-COUNT             PIC 9(07) VALUE 0.
       01  WS-COUNT-EDIT                 PIC Z,ZZZ,ZZ9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST
               UNTIL END-OF-OPT-TRAN-FILE
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT OPT-TRAN-FILE
           IF WS-OPTT-STATUS IS NOT EQUAL TO '00'
               MOVE 'OPTTRAN' TO WS-ABORT-FILE-NAME
               MOVE WS-OPTT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN I-O OPTO-FILE
      * FILE STATUS 35 MEANS THE FILE DOES NOT EXIST YET (FIRST-EVER
      * MAINTENANCE RUN) -- CREATE IT AND REOPEN FOR UPDATE, AS
      * SAMPLDNM DOES FOR THE DO-NOT-CONTACT LIST.
           IF WS-OPTO-STATUS IS EQUAL TO '35'
               OPEN OUTPUT OPTO-FILE
               IF WS-OPTO-STATUS IS EQUAL TO '00'
                   CLOSE OPTO-FILE
                   OPEN I-O OPTO-FILE
               END-IF
           END-IF
           IF WS-OPTO-STATUS IS NOT EQUAL TO '00'
               MOVE 'OPTOUT' TO WS-ABORT-FILE-NAME
               MOVE WS-OPTO-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT CHANGE-LOG-FILE
           IF WS-OLOG-STATUS IS NOT EQUAL TO '00'
               MOVE 'OPTCHLG' TO WS-ABORT-FILE-NAME
               MOVE WS-OLOG-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT REJECT-REPORT-FILE
           IF WS-REJRPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'OPTREJRP' TO WS-ABORT-FILE-NAME
               MOVE WS-REJRPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           MOVE 'CATEGORY OPT-OUT MAINTENANCE REJECTS REPORT'
               TO REJECT-REPORT-LINE
           WRITE REJECT-REPORT-LINE
           MOVE 'ACT CUSTOMER  CAT REASON'
               TO REJECT-REPORT-LINE
           WRITE REJECT-REPORT-LINE
           PERFORM 8000-READ-OPT-TRAN
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLOPM: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       2000-PROCESS-REQUEST.
           ADD 1 TO WS-READ-COUNT
           MOVE 'N' TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 3000-VALIDATE-REQUEST
           IF REQUEST-REJECTED
               PERFORM 6000-WRITE-REJECT-LINE
           ELSE
               EVALUATE TRUE
                   WHEN OPTT-ACTION-ADD
                       PERFORM 4000-APPLY-ADD
                   WHEN OPTT-ACTION-UPDATE
                       PERFORM 4100-APPLY-UPDATE
                   WHEN OPTT-ACTION-DELETE
                       PERFORM 4200-APPLY-DELETE
               END-EVALUATE
           END-IF
           PERFORM 8000-READ-OPT-TRAN
           .

       3000-VALIDATE-REQUEST.
           IF NOT OPTT-ACTION-VALID
               MOVE 'ACTION CODE NOT A, U, OR D' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND (OPTT-SUBMITTER-ID IS EQUAL TO SPACES
                       OR OPTT-APPROVER-ID IS EQUAL TO SPACES)
               MOVE 'SUBMITTER OR APPROVER ID MISSING'
                   TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND OPTT-APPROVER-ID IS EQUAL TO OPTT-SUBMITTER-ID
               MOVE 'APPROVER SAME AS SUBMITTER' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND (OPTT-CUSTOMER-NUMBER IS NOT NUMERIC
                       OR OPTT-CUSTOMER-NUMBER IS EQUAL TO ZERO)
               MOVE 'CUSTOMER NUMBER NOT VALID' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
      * REGULATORY NOTICES MUST GO WHATEVER THE CUSTOMER PREFERS, SO
      * AN OPT-OUT OF THEM IS NEVER RECORDED.
           IF NOT REQUEST-REJECTED
                   AND OPTT-CATEGORY IS EQUAL TO 'R'
               MOVE 'REGULATORY NOTICES CANNOT BE OPTED OUT'
                   TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND OPTT-CATEGORY IS NOT EQUAL TO 'S'
                   AND OPTT-CATEGORY IS NOT EQUAL TO 'M'
               MOVE 'CATEGORY NOT S OR M' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND (OPTT-ACTION-ADD OR OPTT-ACTION-UPDATE)
                   AND (OPTT-EFFECTIVE-DATE IS NOT NUMERIC
                       OR OPTT-EFFECTIVE-DATE IS EQUAL TO ZERO)
               MOVE 'EFFECTIVE DATE NOT VALID' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND (OPTT-ACTION-ADD OR OPTT-ACTION-UPDATE)
                   AND (OPTT-EXPIRY-DATE IS NOT NUMERIC
                       OR (OPTT-EXPIRY-DATE IS NOT EQUAL TO ZERO
                           AND OPTT-EXPIRY-DATE IS LESS THAN
                               OPTT-EFFECTIVE-DATE))
               MOVE 'EXPIRY DATE BEFORE EFFECTIVE DATE'
                   TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
               PERFORM 3200-READ-OPT-OUT-KEY
               EVALUATE TRUE
                   WHEN OPTT-ACTION-ADD AND OPT-OUT-KEY-FOUND
                       MOVE 'CUSTOMER ALREADY OPTED OUT'
                           TO WS-REJECT-REASON
                       SET REQUEST-REJECTED TO TRUE
                   WHEN OPTT-ACTION-UPDATE AND NOT OPT-OUT-KEY-FOUND
                       MOVE 'NO OPT-OUT ON FILE FOR UPDATE'
                           TO WS-REJECT-REASON
                       SET REQUEST-REJECTED TO TRUE
                   WHEN OPTT-ACTION-DELETE AND NOT OPT-OUT-KEY-FOUND
                       MOVE 'NO OPT-OUT ON FILE FOR DELETE'
                           TO WS-REJECT-REASON
                       SET REQUEST-REJECTED TO TRUE
               END-EVALUATE
           END-IF
           .

       3200-READ-OPT-OUT-KEY.
           MOVE OPTT-CUSTOMER-NUMBER TO OPTO-CUSTOMER-NUMBER
           MOVE OPTT-CATEGORY TO OPTO-CATEGORY
           MOVE 'N' TO WS-KEY-FOUND-SWITCH
           MOVE 0 TO WS-OLD-EFF-DATE
           MOVE 0 TO WS-OLD-EXP-DATE
           READ OPTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OPT-OUT-KEY-FOUND TO TRUE
                   MOVE OPTO-EFFECTIVE-DATE TO WS-OLD-EFF-DATE
                   MOVE OPTO-EXPIRY-DATE TO WS-OLD-EXP-DATE
           END-READ
           .

       4000-APPLY-ADD.
           PERFORM 5100-MOVE-TRAN-TO-OPT-OUT
           WRITE OPTO-RECORD
               INVALID KEY
                   MOVE 'CUSTOMER ALREADY OPTED OUT'
                       TO WS-REJECT-REASON
                   SET REQUEST-REJECTED TO TRUE
                   PERFORM 6000-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 5000-WRITE-CHANGE-LOG
           END-WRITE
           .

       4100-APPLY-UPDATE.
           PERFORM 5100-MOVE-TRAN-TO-OPT-OUT
           REWRITE OPTO-RECORD
               INVALID KEY
                   MOVE 'NO OPT-OUT ON FILE FOR UPDATE'
                       TO WS-REJECT-REASON
                   SET REQUEST-REJECTED TO TRUE
                   PERFORM 6000-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 5000-WRITE-CHANGE-LOG
           END-REWRITE
           .

       4200-APPLY-DELETE.
           MOVE OPTT-CUSTOMER-NUMBER TO OPTO-CUSTOMER-NUMBER
           MOVE OPTT-CATEGORY TO OPTO-CATEGORY
           DELETE OPTO-FILE
               INVALID KEY
                   MOVE 'NO OPT-OUT ON FILE FOR DELETE'
                       TO WS-REJECT-REASON
                   SET REQUEST-REJECTED TO TRUE
                   PERFORM 6000-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 5000-WRITE-CHANGE-LOG
           END-DELETE
           .

       5000-WRITE-CHANGE-LOG.
           MOVE OPTT-ACTION-CODE TO OLOG-ACTION-CODE
           MOVE OPTT-CUSTOMER-NUMBER TO OLOG-CUSTOMER-NUMBER
           MOVE OPTT-CATEGORY TO OLOG-CATEGORY
           MOVE WS-OLD-EFF-DATE TO OLOG-OLD-EFF-DATE
           MOVE WS-OLD-EXP-DATE TO OLOG-OLD-EXP-DATE
           IF OPTT-ACTION-DELETE
               MOVE 0 TO OLOG-NEW-EFF-DATE
               MOVE 0 TO OLOG-NEW-EXP-DATE
           ELSE
               MOVE OPTT-EFFECTIVE-DATE TO OLOG-NEW-EFF-DATE
               MOVE OPTT-EXPIRY-DATE TO OLOG-NEW-EXP-DATE
           END-IF
           MOVE WS-RUN-DATE TO OLOG-CHANGE-DATE
           MOVE WS-RUN-TIME TO OLOG-CHANGE-TIME
           MOVE OPTT-SUBMITTER-ID TO OLOG-SUBMITTER-ID
           MOVE OPTT-APPROVER-ID TO OLOG-APPROVER-ID
           WRITE OLOG-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .

       5100-MOVE-TRAN-TO-OPT-OUT.
           MOVE OPTT-CUSTOMER-NUMBER TO OPTO-CUSTOMER-NUMBER
           MOVE OPTT-CATEGORY TO OPTO-CATEGORY
           MOVE OPTT-EFFECTIVE-DATE TO OPTO-EFFECTIVE-DATE
           MOVE OPTT-EXPIRY-DATE TO OPTO-EXPIRY-DATE
           .

       6000-WRITE-REJECT-LINE.
           MOVE SPACES TO REJECT-REPORT-LINE
           STRING OPTT-ACTION-CODE      DELIMITED BY SIZE
                   '   '                DELIMITED BY SIZE
                   OPTT-CUSTOMER-NUMBER DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   OPTT-CATEGORY        DELIMITED BY SIZE
                   '   '                DELIMITED BY SIZE
                   WS-REJECT-REASON     DELIMITED BY SIZE
                   INTO REJECT-REPORT-LINE
           END-STRING
           WRITE REJECT-REPORT-LINE
           ADD 1 TO WS-REJECTED-COUNT
           .

       8000-READ-OPT-TRAN.
           READ OPT-TRAN-FILE
               AT END
                   SET END-OF-OPT-TRAN-FILE TO TRUE
           END-READ
           .

       9000-TERMINATE.
           MOVE SPACES TO REJECT-REPORT-LINE
           WRITE REJECT-REPORT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           STRING 'REQUESTS READ:     ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO REJECT-REPORT-LINE
           END-STRING
           WRITE REJECT-REPORT-LINE
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
           STRING 'REQUESTS APPLIED:  ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO REJECT-REPORT-LINE
           END-STRING
           WRITE REJECT-REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           STRING 'REQUESTS REJECTED: ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO REJECT-REPORT-LINE
           END-STRING
           WRITE REJECT-REPORT-LINE
           CLOSE OPT-TRAN-FILE
           CLOSE OPTO-FILE
           CLOSE CHANGE-LOG-FILE
           CLOSE REJECT-REPORT-FILE
           IF WS-REJECTED-COUNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE
           END-IF
           .
