      * SEQPARM.CPY
      *****************************************************************
      * OPERATOR CONTROL PARAMETER FOR THE FOLLOW-UP SEQUENCE RUN.  A
      * STEP QUEUED ON THE FOLLOW-UP FEED BUT STILL NOT GENERATED
      * AFTER SEQP-STALL-DAYS NIGHTS (REJECTED, SUPPRESSED, OR HELD)
      * ENDS ITS SEQUENCE AND IS REPORTED FOR FOLLOW-UP BY HAND.
      *****************************************************************
       01  SEQP-RECORD.
           05  SEQP-STALL-DAYS          PIC 9(03).
