      * SENDING, AND AGES UNCONFIRMED ITEMS ACROSS NIGHTS SO A LETTER
      * MISSING FOR MORE THAN THE OPERATOR-SET NUMBER OF DAYS IS
      * ESCALATED INSTEAD OF WAITING FOR A CUSTOMER COMPLAINT.
      * RUN ONCE PER PRINT VENDOR, WITH THE DD NAMES POINTING AT THAT
      * VENDOR'S EXTRACT, CONFIRMATIONS, AND CARRY-FORWARD FILES.  THE
      * VENDOR IS TAKEN FROM THE EXTRACT'S MANIFEST GRAND TOTAL, SO
      * THE COMPLETION RECORD FOR THE GATEKEEPER NAMES THE RIGHT ONE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-MATCH-DATE                 PIC 9(08) VALUE 0.
       01  WS-AGED-DAYS                  PIC 9(03) VALUE 0.
       01  WS-MANIFEST-LETTERS           PIC 9(07) VALUE 0.
       01  WS-VENDOR-ID                  PIC 9(01) VALUE 1.
       01  WS-MANIFEST-FOUND-SWITCH      PIC X(01) VALUE 'N'.
           88  MANIFEST-TOTAL-FOUND          VALUE 'Y'.
       01  WS-MANIFEST-MISMATCH-SWITCH   PIC X(01) VALUE 'N'.
      * PHANTOM UNCONFIRMED ITEM ON THE CARRY-FORWARD FILE.
      * THE GRAND-TOTAL MANIFEST RECORD CARRIES WHAT THE NIGHTLY RUN
      * SAYS IT TRANSMITTED -- KEPT FOR THE BALANCING CHECK BELOW.
      * IT ALSO NAMES THE PRINT VENDOR THE EXTRACT WAS ROUTED TO.
           IF PRTX-MANIFEST-RECORD
                   AND PRTX-MAN-GROUP IS EQUAL TO '***'
               SET MANIFEST-TOTAL-FOUND TO TRUE
               MOVE PRTX-MAN-LETTERS TO WS-MANIFEST-LETTERS
               IF PRTX-MAN-SECOND-VENDOR
                   MOVE 2 TO WS-VENDOR-ID
               ELSE
                   MOVE 1 TO WS-VENDOR-ID
               END-IF
           END-IF
           IF PRTX-LETTER-HEADER AND NOT PRTX-REPRINT
               ADD 1 TO WS-SENT-COUNT
       9000-TERMINATE.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           STRING 'PRINT VENDOR:             '      DELIMITED BY SIZE
                   WS-VENDOR-ID                     DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE WS-SENT-COUNT TO WS-COUNT-EDIT
           STRING 'LETTERS SENT TONIGHT:     '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE

      *****************************************************************
      * COMPLETION RECORD FOR THE END-OF-NIGHT GATEKEEPER: THE
      * RECONCILIATION RAN TO COMPLETION OVER THIS MANY OF THIS
      * VENDOR'S LETTERS, THE VENDOR IN THE PARTITION FIELD.  A
      * MISSING RECORD IS HOW SAMPLGAT KNOWS IT NEVER FINISHED, SO
      * FAILURE TO WRITE IT ONLY GETS A CONSOLE NOTE.
      *****************************************************************
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE 'SAMPLRCN' TO RUNC-STAGE-NAME
               MOVE WS-VENDOR-ID TO RUNC-PARTITION-ID
               MOVE WS-RUN-DATE TO RUNC-RUN-DATE
               MOVE WS-RUN-TIME TO RUNC-RUN-TIME
               MOVE WS-SENT-COUNT TO RUNC-DETAIL-COUNT
