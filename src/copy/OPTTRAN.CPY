      * OPTTRAN.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE CATEGORY OPT-OUT MAINTENANCE TRANSACTION
      * FILE.  ONE ADD/UPDATE/DELETE REQUEST PER RECORD AGAINST ONE
      * CUSTOMER'S OPT-OUT OF ONE MESSAGE CATEGORY, APPLIED BY THE
      * SAMPLOPM MAINTENANCE PROGRAM AFTER VALIDATION.  EVERY APPLIED
      * REQUEST IS LOGGED ON OPTCHLG.
      *****************************************************************
       01  OPTT-RECORD.
           05  OPTT-ACTION-CODE         PIC X(01).
               88  OPTT-ACTION-ADD          VALUE 'A'.
               88  OPTT-ACTION-UPDATE       VALUE 'U'.
               88  OPTT-ACTION-DELETE       VALUE 'D'.
               88  OPTT-ACTION-VALID        VALUES 'A' 'U' 'D'.
           05  OPTT-CUSTOMER-NUMBER     PIC 9(09).
           05  OPTT-CATEGORY            PIC X(01).
           05  OPTT-EFFECTIVE-DATE      PIC 9(08).
           05  OPTT-EXPIRY-DATE         PIC 9(08).
      * WHO KEYED THE REQUEST, AND WHO RELEASED IT ON THE SAMPLAPV
      * APPROVAL PASS.  THE MAINTENANCE PROGRAM REFUSES A REQUEST
      * MISSING EITHER ONE, OR CARRYING THE SAME ID IN BOTH.
           05  OPTT-SUBMITTER-ID        PIC X(08).
           05  OPTT-APPROVER-ID         PIC X(08).
