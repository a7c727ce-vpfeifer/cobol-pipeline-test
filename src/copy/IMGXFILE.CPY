      * IMGXFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE DOCUMENT-IMAGING ARCHIVE EXTRACT.  SENT
      * NIGHTLY TO THE ENTERPRISE DOCUMENT-IMAGING SYSTEM SO THE CALL
      * CENTER CAN VIEW THE ACTUAL LETTER RATHER THAN THE 60-BYTE
      * SYNOPSIS ON THE CORRESPONDENCE HISTORY.  EVERY DOCUMENT THE
      * NIGHTLY RUN SENT IS ON IT: EACH CONSOLIDATED PAPER LETTER
      * (STANDARD OR ACCESSIBLE-FORMAT VENDOR) EXACTLY AS IT WAS
      * BUILT FOR THE VENDOR, AND EACH ELECTRONIC MESSAGE EXACTLY AS
      * IT WENT TO THE E-NOTIFICATION GATEWAY.  A DOCUMENT IS AN
      * INDEX RECORD FOLLOWED BY ONE DETAIL RECORD PER BODY LINE.
      *****************************************************************
      * THE DOCUMENT KEY HAS THE SHAPE OF HIST-KEY ON THE HISTORY
      * MASTER: CUSTOMER, RUN DATE/TIME, AND MESSAGE TYPE (FOR A
      * CONSOLIDATED LETTER, ITS FIRST MESSAGE -- THE ONE WHOSE TYPE
      * THE VENDOR HEADER CARRIES), SO AN IMAGE AND A SAMPLHX HISTORY
      * LINE CROSS-REFERENCE DIRECTLY.  A CUSTOMER ON CHANNEL B GETS
      * TWO DOCUMENTS UNDER ONE KEY, TOLD APART BY THE CHANNEL.  THE
      * IMAGING SYSTEM ACKNOWLEDGES EACH DOCUMENT BY KEY AND CHANNEL
      * (IMAKFILE) AND SAMPLRCI RECONCILES THE ACKNOWLEDGMENTS.
       01  IMGX-RECORD.
           05  IMGX-RECORD-TYPE         PIC X(01).
               88  IMGX-INDEX-RECORD        VALUE 'H'.
               88  IMGX-TEXT-DETAIL         VALUE 'D'.
           05  IMGX-INDEX-DATA.
               10  IMGX-DOCUMENT-KEY.
                   15  IMGX-CUSTOMER-NUMBER
                                        PIC 9(09).
                   15  IMGX-RUN-DATE    PIC 9(08).
                   15  IMGX-RUN-TIME    PIC 9(06).
                   15  IMGX-MESSAGE-TYPE
                                        PIC X(15).
      * P = PAPER LETTER, E = ELECTRONIC MESSAGE.
               10  IMGX-DELIVERY-CHANNEL
                                        PIC X(01).
                   88  IMGX-PAPER           VALUE 'P'.
                   88  IMGX-ELECTRONIC      VALUE 'E'.
               10  IMGX-ACCOUNT-NUMBER  PIC 9(10).
               10  IMGX-LANGUAGE-CODE   PIC X(02).
      * THE PRINT PROFILE'S FORM CODE FOR A STANDARD PAPER LETTER;
      * BLANK FOR AN ELECTRONIC MESSAGE OR AN ACCESSIBLE-FORMAT
      * LETTER, WHICH CARRIES ITS FORMAT ('L' LARGE PRINT, 'B'
      * BRAILLE) INSTEAD.
               10  IMGX-FORM-CODE       PIC X(04).
               10  IMGX-ACCESSIBLE-FORMAT
                                        PIC X(01).
               10  IMGX-LINE-COUNT      PIC 9(03).
               10  FILLER               PIC X(04).
           05  IMGX-DETAIL-DATA REDEFINES IMGX-INDEX-DATA.
               10  IMGX-LINE-NUMBER     PIC 9(03).
               10  IMGX-MESSAGE-TEXT    PIC X(60).
