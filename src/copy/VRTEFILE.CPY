      * VRTEFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE PRINT-VENDOR ROUTING TABLE.  ONE CARD
      * PER ROUTE: A PRESORT GROUP (THE FIRST THREE ZIP DIGITS) AND A
      * FORM CODE, AND THE PRINT VENDOR THAT MAILS LETTERS MATCHING
      * THEM -- 1 FOR THE PRIMARY VENDOR (PRINTEXT), 2 FOR THE
      * SECOND VENDOR (PRINTEX2).  A BLANK GROUP OR FORM MATCHES ANY.
      * THE MOST SPECIFIC CARD WINS: GROUP AND FORM, THEN GROUP FOR
      * ANY FORM, THEN FORM FOR ANY GROUP.  A LETTER NO CARD MATCHES
      * GOES TO THE PRIMARY VENDOR.  MAINTAINED BY OPERATIONS AS A
      * CARD-IMAGE TABLE LIKE THE EVENT TRIGGER RULES; READ BY
      * SAMPLEDR AT CONSOLIDATION.
      *****************************************************************
       01  VRTE-RECORD.
           05  VRTE-PRESORT-GROUP       PIC X(03).
           05  VRTE-FORM-CODE           PIC X(04).
           05  VRTE-VENDOR-ID           PIC X(01).
           05  VRTE-DESCRIPTION         PIC X(20).
