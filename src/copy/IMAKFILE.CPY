      * IMAKFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE DOCUMENT-IMAGING SYSTEM'S NIGHTLY LOAD
      * ACKNOWLEDGMENT FILE.  ONE RECORD PER DOCUMENT THE IMAGING
      * SYSTEM LOADED, CARRYING THE DOCUMENT KEY AND CHANNEL FROM THE
      * IMAGING EXTRACT'S INDEX RECORD AND THE DATE IT WAS LOADED.
      * MATCHED BY SAMPLRCI AGAINST WHAT THE NIGHTLY RUN EXTRACTED.
      *****************************************************************
       01  IMAK-RECORD.
           05  IMAK-DOCUMENT-KEY.
               10  IMAK-CUSTOMER-NUMBER PIC 9(09).
               10  IMAK-RUN-DATE        PIC 9(08).
               10  IMAK-RUN-TIME        PIC 9(06).
               10  IMAK-MESSAGE-TYPE    PIC X(15).
           05  IMAK-DELIVERY-CHANNEL    PIC X(01).
           05  IMAK-LOAD-DATE           PIC 9(08).
