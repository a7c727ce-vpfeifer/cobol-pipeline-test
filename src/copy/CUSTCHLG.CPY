       01  CULG-RECORD.
           05  CULG-ACTION-CODE         PIC X(01).
           05  CULG-CUSTOMER-NUMBER     PIC 9(09).
           05  CULG-BEFORE-IMAGE        PIC X(205).
           05  CULG-AFTER-IMAGE         PIC X(205).
           05  CULG-CHANGE-DATE         PIC 9(08).
           05  CULG-CHANGE-TIME         PIC 9(06).
      * THE CLERK WHO KEYED THE REQUEST AND THE SECOND PERSON WHO
      * RELEASED IT FOR APPLICATION.
           05  CULG-SUBMITTER-ID        PIC X(08).
           05  CULG-APPROVER-ID         PIC X(08).
