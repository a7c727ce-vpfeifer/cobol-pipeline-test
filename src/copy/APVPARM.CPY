      * APVPARM.CPY
      *****************************************************************
      * OPERATOR CONTROL PARAMETER FOR THE MAINTENANCE APPROVAL PASS.
      * A REQUEST STILL AWAITING APPROVAL AFTER MORE THAN
      * APVP-OVERDUE-DAYS NIGHTS IS FLAGGED OVERDUE ON THE
      * OUTSTANDING-APPROVALS REPORT.
      *****************************************************************
       01  APVP-RECORD.
           05  APVP-OVERDUE-DAYS        PIC 9(03).
