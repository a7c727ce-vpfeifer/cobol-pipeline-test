               88  CUST-ADDRESS-UNDELIVERABLE
                                            VALUE 'U'.
           05  CUST-UNDELIV-DATE        PIC 9(08).
      * ACCESSIBLE-FORMAT PREFERENCE FOR PAPER CORRESPONDENCE.  A
      * LARGE-PRINT OR BRAILLE CUSTOMER'S LETTERS ARE ROUTED BY THE
      * NIGHTLY RUN TO THE SPECIALTY VENDOR'S EXTRACT (ACCSEXT) IN
      * PLACE OF THE STANDARD PRINTEXT.  BLANK IS STANDARD PRINT.
           05  CUST-ACCESSIBLE-FORMAT   PIC X(01).
               88  CUST-FORMAT-STANDARD     VALUE SPACE.
               88  CUST-FORMAT-LARGE-PRINT  VALUE 'L'.
               88  CUST-FORMAT-BRAILLE      VALUE 'B'.
               88  CUST-FORMAT-ACCESSIBLE   VALUES 'L' 'B'.
