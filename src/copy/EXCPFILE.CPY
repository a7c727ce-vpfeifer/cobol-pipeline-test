      *   10  SEND DATE NOT NUMERIC
      *   11  ADDRESS FLAGGED UNDELIVERABLE
      *   12  CUSTOMER ON DO-NOT-CONTACT LIST
      *   13  CUSTOMER OPTED OUT OF THE MESSAGE TYPE'S CATEGORY
      *****************************************************************
       01  EXCP-RECORD.
           05  EXCP-CUSTOMER-NUMBER     PIC 9(09).
