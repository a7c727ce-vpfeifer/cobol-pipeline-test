           05  CLOG-AFTER-TEXT          PIC X(60).
           05  CLOG-CHANGE-DATE         PIC 9(08).
           05  CLOG-CHANGE-TIME         PIC 9(06).
      * THE CLERK WHO KEYED THE REQUEST AND THE SECOND PERSON WHO
      * RELEASED IT FOR APPLICATION.
           05  CLOG-SUBMITTER-ID        PIC X(08).
           05  CLOG-APPROVER-ID         PIC X(08).
