               10  FLOG-NEW-INSERTS     PIC X(10).
           05  FLOG-CHANGE-DATE         PIC 9(08).
           05  FLOG-CHANGE-TIME         PIC 9(06).
      * THE CLERK WHO KEYED THE REQUEST AND THE SECOND PERSON WHO
      * RELEASED IT FOR APPLICATION.
           05  FLOG-SUBMITTER-ID        PIC X(08).
           05  FLOG-APPROVER-ID         PIC X(08).
