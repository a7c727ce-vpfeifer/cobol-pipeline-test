      * DOSREQ.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE CORRESPONDENCE DOSSIER REQUEST FILE.
      * ONE RECORD PER CUSTOMER LEGAL OR COMPLIANCE NEEDS A DOSSIER
      * FOR: THE CUSTOMER NUMBER, THE PERIOD TO COVER, AND THE CASE
      * REFERENCE (SUBPOENA, COMPLAINT, OR MATTER NUMBER) PRINTED ON
      * EVERY PAGE OF THAT CUSTOMER'S DOSSIER.  A ZERO FROM-DATE
      * MEANS FROM THE EARLIEST RECORD HELD; A ZERO TO-DATE MEANS
      * THROUGH THE DATE OF THE RUN.  READ BY SAMPLDOS.
      *****************************************************************
       01  DOSR-RECORD.
           05  DOSR-CUSTOMER-NUMBER     PIC 9(09).
           05  DOSR-FROM-DATE           PIC 9(08).
           05  DOSR-TO-DATE             PIC 9(08).
           05  DOSR-CASE-REFERENCE      PIC X(20).
