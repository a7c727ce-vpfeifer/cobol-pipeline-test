      * DBPPARM.CPY
      *****************************************************************
      * OPERATOR CONTROL PARAMETERS FOR DIGITAL-BANKING PREFERENCE-
      * CHANGE PROCESSING.  THE CONFIRMATION LETTER IS REQUESTED UNDER
      * DBPP-CONFIRM-MSG-TYPE.
      *****************************************************************
       01  DBPP-RECORD.
           05  DBPP-CONFIRM-MSG-TYPE    PIC X(15).
