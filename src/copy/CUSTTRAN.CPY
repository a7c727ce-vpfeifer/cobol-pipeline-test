      * CUSTOMER NUMBER, APPLIED BY THE SAMPLCST MAINTENANCE PROGRAM
      * AFTER FIELD-BY-FIELD VALIDATION.  AN ADD OR UPDATE CARRIES THE
      * FULL REPLACEMENT IMAGE OF THE MASTER DATA; A DELETE NEEDS ONLY
      * THE CUSTOMER NUMBER.  AN UPDATE SUBMITTED AS 'NCOA' IS APPLIED
      * FOR THE MAILING ADDRESS ONLY, ONE SUBMITTED AS 'DIGIBANK' FOR
      * THE DELIVERY CHANNEL, E-MAIL KEY, AND LANGUAGE ONLY.
      *****************************************************************
       01  CUT-RECORD.
           05  CUT-ACTION-CODE          PIC X(01).
               10  CUT-ZIP-CODE         PIC X(10).
           05  CUT-DELIVERY-CHANNEL     PIC X(01).
           05  CUT-EMAIL-KEY            PIC X(30).
      * BLANK (STANDARD PRINT), 'L' LARGE PRINT, OR 'B' BRAILLE.
           05  CUT-ACCESSIBLE-FORMAT    PIC X(01).
      * WHO KEYED THE REQUEST, AND WHO RELEASED IT ON THE SAMPLAPV
      * APPROVAL PASS.  THE MAINTENANCE PROGRAM REFUSES A REQUEST
      * MISSING EITHER ONE, OR CARRYING THE SAME ID IN BOTH.
           05  CUT-SUBMITTER-ID         PIC X(08).
           05  CUT-APPROVER-ID          PIC X(08).
