      * NCOPARM.CPY
      *****************************************************************
      * OPERATOR CONTROL PARAMETERS FOR NCOA ADDRESS CHANGES.  THE
      * ADDRESS-CHANGE CONFIRMATION LETTER SAMPLCST QUEUES WHEN IT
      * APPLIES AN NCOA ADDRESS TO THE CUSTOMER MASTER IS REQUESTED
      * UNDER NCOP-CONFIRM-MSG-TYPE.  THE LAST THREE BYTES ARE UNUSED.
      *****************************************************************
       01  NCOP-RECORD.
           05  NCOP-CONFIRM-MSG-TYPE    PIC X(15).
           05  FILLER                   PIC X(03).
