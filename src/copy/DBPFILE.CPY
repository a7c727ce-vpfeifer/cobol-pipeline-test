      * DBPFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE DIGITAL-BANKING NIGHTLY PREFERENCE-
      * CHANGE FILE.  ONE RECORD PER CHANGE A CUSTOMER MADE IN ONLINE
      * BANKING, IN CUSTOMER NUMBER AND CHANGE DATE/TIME ORDER.  EACH
      * RECORD CARRIES THE CUSTOMER'S FULL PREFERENCE SET AS ONLINE
      * BANKING HOLDS IT AFTER THE CHANGE -- DELIVERY CHANNEL, E-MAIL
      * ADDRESS, AND LANGUAGE -- NOT JUST THE FIELD CHANGED; A BLANK
      * FIELD MEANS ONLINE BANKING HOLDS NO VALUE AND THE CUSTOMER
      * MASTER'S IS KEPT.  APPLIED BY SAMPLDBP.
      *****************************************************************
       01  DBP-RECORD.
           05  DBP-CUSTOMER-NUMBER      PIC 9(09).
           05  DBP-CHANGE-DATE          PIC 9(08).
           05  DBP-CHANGE-TIME          PIC 9(06).
           05  DBP-DELIVERY-CHANNEL     PIC X(01).
           05  DBP-EMAIL-KEY            PIC X(30).
           05  DBP-LANGUAGE-CODE        PIC X(02).
