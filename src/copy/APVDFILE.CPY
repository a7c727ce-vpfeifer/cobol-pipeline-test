      * APVDFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE MAINTENANCE APPROVAL DECISION FILE.  ONE
      * RECORD PER DECISION KEYED BY AN APPROVER AGAINST A REQUEST ID
      * FROM THE OUTSTANDING-APPROVALS REPORT.  THE APPROVER MUST NOT
      * BE THE PERSON WHO SUBMITTED THE REQUEST.
      *****************************************************************
       01  APVD-RECORD.
           05  APVD-REQUEST-ID.
               10  APVD-SUBMIT-DATE     PIC 9(08).
               10  APVD-SUBMIT-TIME     PIC 9(06).
               10  APVD-SEQUENCE        PIC 9(04).
           05  APVD-DECISION            PIC X(01).
               88  APVD-APPROVE             VALUE 'A'.
               88  APVD-REJECT              VALUE 'R'.
               88  APVD-DECISION-VALID      VALUES 'A' 'R'.
           05  APVD-APPROVER-ID         PIC X(08).
           05  APVD-REASON              PIC X(30).
