           MOVE WS-RUN-DATE TO AUDT-RUN-DATE
           MOVE WS-RUN-TIME TO AUDT-RUN-TIME
           MOVE 'P' TO AUDT-DELIVERY-CHANNEL
           MOVE 'SAMPLERC' TO AUDT-SUBMITTING-SYSTEM
           MOVE WS-RUN-DATE TO AUDT-DATE-RECEIVED
           WRITE AUDT-RECORD
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'BOUNCED:   CUSTOMER '   DELIMITED BY SIZE
