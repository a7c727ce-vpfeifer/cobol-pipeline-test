      * IMUNFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE UNACKNOWLEDGED-IMAGE CARRY-FORWARD FILE.
      * ONE RECORD PER DOCUMENT SENT TO THE IMAGING SYSTEM BUT NOT YET
      * ON A LOAD ACKNOWLEDGMENT.  SAMPLRCI READS THE PRIOR NIGHT'S
      * FILE, DROPS ITEMS THE IMAGING SYSTEM HAS NOW ACKNOWLEDGED,
      * AGES THE REST BY ONE NIGHT, AND WRITES THE NEW FILE FOR THE
      * NEXT RUN, THE WAY SAMPLRCN CARRIES UNCONFIRMED LETTERS.
      *****************************************************************
       01  IMUN-RECORD.
           05  IMUN-DOCUMENT-KEY.
               10  IMUN-CUSTOMER-NUMBER PIC 9(09).
               10  IMUN-RUN-DATE        PIC 9(08).
               10  IMUN-RUN-TIME        PIC 9(06).
               10  IMUN-MESSAGE-TYPE    PIC X(15).
           05  IMUN-DELIVERY-CHANNEL    PIC X(01).
           05  IMUN-DAYS-UNACKNOWLEDGED PIC 9(03).
