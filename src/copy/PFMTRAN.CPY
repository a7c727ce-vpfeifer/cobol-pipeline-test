           05  PFT-INSERT-CODES.
               10  PFT-INSERT-CODE OCCURS 5 TIMES
                                        PIC X(02).
      * WHO KEYED THE REQUEST, AND WHO RELEASED IT ON THE SAMPLAPV
      * APPROVAL PASS.  THE MAINTENANCE PROGRAM REFUSES A REQUEST
      * MISSING EITHER ONE, OR CARRYING THE SAME ID IN BOTH.
           05  PFT-SUBMITTER-ID         PIC X(08).
           05  PFT-APPROVER-ID          PIC X(08).
