      * ONE BEFORE APPLYING IT TO THE INDEXED MSGCAT FILE, WRITES A
      * BEFORE/AFTER CHANGE LOG OF EVERY CHANGE APPLIED, AND PRINTS A
      * REJECTS REPORT FOR THE REQUESTS IT REFUSED.
      * EVERY REQUEST MUST HAVE BEEN RELEASED BY THE SAMPLAPV
      * APPROVAL PASS: ONE THAT DOES NOT CARRY BOTH A SUBMITTER ID AND
      * A DIFFERENT APPROVER ID IS REFUSED, AND BOTH IDS ARE CARRIED
      * ONTO THE CHANGE LOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               MOVE 'ACTION CODE NOT A, U, OR D' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND (CMT-SUBMITTER-ID IS EQUAL TO SPACES
                       OR CMT-APPROVER-ID IS EQUAL TO SPACES)
               MOVE 'SUBMITTER OR APPROVER ID MISSING'
                   TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND CMT-APPROVER-ID IS EQUAL TO CMT-SUBMITTER-ID
               MOVE 'APPROVER SAME AS SUBMITTER' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND CMT-MESSAGE-TYPE IS EQUAL TO SPACES
               MOVE 'MESSAGE TYPE IS BLANK' TO WS-REJECT-REASON
           END-IF
           MOVE WS-RUN-DATE TO CLOG-CHANGE-DATE
           MOVE WS-RUN-TIME TO CLOG-CHANGE-TIME
           MOVE CMT-SUBMITTER-ID TO CLOG-SUBMITTER-ID
           MOVE CMT-APPROVER-ID TO CLOG-APPROVER-ID
           WRITE CLOG-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .
