      * INVNFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE INSERT STOCK INVENTORY MASTER, KEYED BY
      * VENDOR AND INSERT CODE (THE SAME TWO-CHARACTER CODES PRNTPROF
      * NAMES ON A PROFILE).  EACH VENDOR STUFFS FROM ITS OWN STOCK,
      * SO AN INSERT USED BY MORE THAN ONE VENDOR HAS A RECORD FOR
      * EACH.  CARRIES WHAT THE VENDOR HOLDS OF THE INSERT, THE LEVEL
      * AT WHICH MORE MUST BE ORDERED, AND HOW LONG THE VENDOR TAKES
      * TO RESTOCK.  RECEIPTS AND PHYSICAL COUNTS ARE APPLIED THROUGH
      * SAMPLINM; THE NIGHTLY SAMPLINV STEP DEPLETES THE ON-HAND
      * QUANTITY BY THE INSERT TOTALS ON THAT VENDOR'S MANIFEST.
      *****************************************************************
       01  INVN-RECORD.
      * 1 IS THE PRIMARY PRINT VENDOR (PRINTEXT), 2 THE SECOND PRINT
      * VENDOR (PRINTEX2), A THE SPECIALTY VENDOR THAT PRODUCES THE
      * LARGE-PRINT AND BRAILLE LETTERS (ACCSEXT).
           05  INVN-KEY.
               10  INVN-VENDOR-ID       PIC X(01).
                   88  INVN-VENDOR-VALID    VALUES '1' '2' 'A'.
               10  INVN-INSERT-CODE     PIC X(02).
           05  INVN-DESCRIPTION         PIC X(30).
           05  INVN-ON-HAND             PIC 9(07).
           05  INVN-REORDER-POINT       PIC 9(07).
           05  INVN-LEAD-TIME-DAYS      PIC 9(03).
           05  INVN-LAST-RECEIPT-DATE   PIC 9(08).
           05  INVN-LAST-COUNT-DATE     PIC 9(08).
      * RUN DATE AND QUANTITY OF THE LAST NIGHTLY DEPLETION, SO A
      * RERUN OF SAMPLINV AGAINST THE SAME MANIFEST DOES NOT TAKE
      * THE STOCK DOWN TWICE AND STILL SEES TONIGHT'S SHORTAGE.
           05  INVN-LAST-DEPLETE-DATE   PIC 9(08).
           05  INVN-LAST-DEPLETE-QTY    PIC 9(07).
