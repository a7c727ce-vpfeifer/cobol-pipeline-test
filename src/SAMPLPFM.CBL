      * CHANGE APPLIED, AND PRINTS A REJECTS REPORT FOR THE REQUESTS
      * IT REFUSED -- THE SAME SHAPE AS SAMPLMNT FOR THE MESSAGE
      * CATALOG.
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
                   AND (PFT-SUBMITTER-ID IS EQUAL TO SPACES
                       OR PFT-APPROVER-ID IS EQUAL TO SPACES)
               MOVE 'SUBMITTER OR APPROVER ID MISSING'
                   TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND PFT-APPROVER-ID IS EQUAL TO PFT-SUBMITTER-ID
               MOVE 'APPROVER SAME AS SUBMITTER' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND PFT-MESSAGE-TYPE IS EQUAL TO SPACES
               MOVE 'MESSAGE TYPE IS BLANK' TO WS-REJECT-REASON
           END-IF
           MOVE WS-RUN-DATE TO FLOG-CHANGE-DATE
           MOVE WS-RUN-TIME TO FLOG-CHANGE-TIME
           MOVE PFT-SUBMITTER-ID TO FLOG-SUBMITTER-ID
           MOVE PFT-APPROVER-ID TO FLOG-APPROVER-ID
           WRITE FLOG-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .
