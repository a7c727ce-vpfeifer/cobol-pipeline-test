      * RECORD), AND PRINTS A REJECTS REPORT FOR THE REQUESTS IT
      * REFUSED.  THIS REPLACES THE STICKY NOTE ON THE OPERATIONS
      * DESK.
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
                   AND (DNT-SUBMITTER-ID IS EQUAL TO SPACES
                       OR DNT-APPROVER-ID IS EQUAL TO SPACES)
               MOVE 'SUBMITTER OR APPROVER ID MISSING'
                   TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND DNT-APPROVER-ID IS EQUAL TO DNT-SUBMITTER-ID
               MOVE 'APPROVER SAME AS SUBMITTER' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND (DNT-CUSTOMER-NUMBER IS NOT NUMERIC
                       OR DNT-CUSTOMER-NUMBER IS EQUAL TO ZERO)
           END-IF
           MOVE WS-RUN-DATE TO DLOG-CHANGE-DATE
           MOVE WS-RUN-TIME TO DLOG-CHANGE-TIME
           MOVE DNT-SUBMITTER-ID TO DLOG-SUBMITTER-ID
           MOVE DNT-APPROVER-ID TO DLOG-APPROVER-ID
           WRITE DLOG-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .
