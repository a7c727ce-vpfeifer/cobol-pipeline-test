               10  WS-PART-DETAIL-COUNT     PIC 9(09).
               10  WS-PART-HEADED-SWITCH    PIC X(01).
                   88  PARTITION-HEADED         VALUE 'Y'.
               10  WS-PART-SUBMITTER        PIC X(08).
       01  WS-PART-SUB                   PIC 9(02) VALUE 0.
       01  WS-ROUTED-SWITCH              PIC X(01) VALUE 'N'.
           88  DETAIL-ROUTED                 VALUE 'Y'.
               MOVE SPLT-CUST-RANGE-HIGH TO WS-PART-HIGH(WS-PART-IX)
               MOVE 0 TO WS-PART-DETAIL-COUNT(WS-PART-IX)
               MOVE 'N' TO WS-PART-HEADED-SWITCH(WS-PART-IX)
               MOVE SPACES TO WS-PART-SUBMITTER(WS-PART-IX)
               PERFORM 8100-READ-SPLT-PARM
           END-PERFORM
           CLOSE SPLT-PARM-FILE
           .

       2200-WRITE-TO-PARTITION.
      * A CONCATENATED TRANIN CHANGES SUBMITTING SYSTEM PART-WAY
      * THROUGH -- A FRESH HEADER GOES TO THE PARTITION WHENEVER ITS
      * NEXT DETAIL COMES FROM A DIFFERENT SYSTEM THAN ITS LAST, SO
      * THE PARTITION RUN CHARGES EVERY MESSAGE TO THE SYSTEM THAT
      * SENT IT.  THE PARTITION TRAILER STILL COVERS ALL ITS DETAILS.
           IF NOT PARTITION-HEADED(WS-PART-IX)
                   OR WS-SUBMITTING-SYSTEM IS NOT EQUAL TO
                       WS-PART-SUBMITTER(WS-PART-IX)
               MOVE 'Y' TO WS-PART-HEADED-SWITCH(WS-PART-IX)
               MOVE WS-SUBMITTING-SYSTEM
                   TO WS-PART-SUBMITTER(WS-PART-IX)
               MOVE SPACES TO WS-WORK-RECORD
               MOVE 'H' TO WS-WORK-RECORD-TYPE
               MOVE WS-SUBMITTING-SYSTEM TO WS-WORK-SUBMITTER
