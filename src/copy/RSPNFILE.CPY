      * RSPNFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE INBOUND CUSTOMER-RESPONSE FILE.  ONE
      * RECORD PER RESPONSE RECEIVED TODAY THAT ENDS A FOLLOW-UP
      * SEQUENCE -- A PAYMENT POSTED BY COLLECTIONS, A REQUESTED
      * DOCUMENT LOGGED IN BY ACCOUNT SERVICING.  A BLANK SEQUENCE ID
      * ENDS EVERY SEQUENCE OPEN FOR THE CUSTOMER; OTHERWISE ONLY THE
      * ONE NAMED.  READ BY SAMPLSQW BEFORE THE NIGHTLY GENERATION AND
      * BY SAMPLSEQ AFTER IT.
      *****************************************************************
       01  RSPN-RECORD.
           05  RSPN-CUSTOMER-NUMBER     PIC 9(09).
           05  RSPN-RESPONSE-CODE       PIC X(01).
               88  RSPN-PAYMENT-RECEIVED    VALUE 'P'.
               88  RSPN-DOCUMENT-RETURNED   VALUE 'D'.
           05  RSPN-RESPONSE-DATE       PIC 9(08).
           05  RSPN-SEQUENCE-ID         PIC X(08).
           05  RSPN-REFERENCE           PIC X(20).
