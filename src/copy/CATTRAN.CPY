      * CONTINUATION LINES IT MUST BE ZERO (SEE MSGCAT).
           05  CMT-EXPIRY-DATE          PIC 9(08).
           05  CMT-MESSAGE-TEXT         PIC X(60).
      * WHO KEYED THE REQUEST, AND WHO RELEASED IT ON THE SAMPLAPV
      * APPROVAL PASS.  THE MAINTENANCE PROGRAM REFUSES A REQUEST
      * MISSING EITHER ONE, OR CARRYING THE SAME ID IN BOTH.
           05  CMT-SUBMITTER-ID         PIC X(08).
           05  CMT-APPROVER-ID          PIC X(08).
