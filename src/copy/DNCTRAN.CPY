           05  DNT-REASON-CODE          PIC X(02).
           05  DNT-EFFECTIVE-DATE       PIC 9(08).
           05  DNT-EXPIRY-DATE          PIC 9(08).
      * WHO KEYED THE REQUEST, AND WHO RELEASED IT ON THE SAMPLAPV
      * APPROVAL PASS.  THE MAINTENANCE PROGRAM REFUSES A REQUEST
      * MISSING EITHER ONE, OR CARRYING THE SAME ID IN BOTH.
           05  DNT-SUBMITTER-ID         PIC X(08).
           05  DNT-APPROVER-ID          PIC X(08).
