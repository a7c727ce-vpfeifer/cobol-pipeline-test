               10  DLOG-NEW-EXP-DATE    PIC 9(08).
           05  DLOG-CHANGE-DATE         PIC 9(08).
           05  DLOG-CHANGE-TIME         PIC 9(06).
      * THE CLERK WHO KEYED THE REQUEST AND THE SECOND PERSON WHO
      * RELEASED IT FOR APPLICATION.
           05  DLOG-SUBMITTER-ID        PIC X(08).
           05  DLOG-APPROVER-ID         PIC X(08).
