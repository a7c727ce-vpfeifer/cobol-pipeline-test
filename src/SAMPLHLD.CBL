           05  AHST-RUN-DATE            PIC 9(08).
           05  AHST-RUN-TIME            PIC 9(06).
           05  AHST-DELIVERY-CHANNEL    PIC X(01).
           05  AHST-SUBMITTING-SYSTEM   PIC X(08).
           05  AHST-DATE-RECEIVED       PIC 9(08).
       WORKING-STORAGE SECTION.
       01  WS-RUNC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-AHST-STATUS                PIC X(02) VALUE SPACES.
           MOVE AUDT-RUN-DATE TO AHST-RUN-DATE
           MOVE AUDT-RUN-TIME TO AHST-RUN-TIME
           MOVE AUDT-DELIVERY-CHANNEL TO AHST-DELIVERY-CHANNEL
           MOVE AUDT-SUBMITTING-SYSTEM TO AHST-SUBMITTING-SYSTEM
           MOVE AUDT-DATE-RECEIVED TO AHST-DATE-RECEIVED
           WRITE AHST-RECORD
           .

