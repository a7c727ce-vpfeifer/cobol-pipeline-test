      * MLSTFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE MAIL-STATUS FILE, KEYED BY CUSTOMER
      * NUMBER.  REBUILT EACH NIGHT BY SAMPLCPL FROM THE CARRY-FORWARD
      * FILES THE BATCH STREAM KEEPS ONLY AS FLAT FILES -- THE
      * E-DELIVERY BOUNCE COUNT (EBNCOUT), THE ITEMS PARKED ON THE
      * PENDING-RELEASE FILE (PENDOUT), AND THE LETTERS THE PRINT
      * VENDOR HAS NOT CONFIRMED (UNCFOUT) -- SO THE SAMPLCPX TELLER
      * INQUIRY CAN READ THEM BY KEY.  ONLY CUSTOMERS WITH SOMETHING
      * ON ONE OF THOSE FILES HAVE A RECORD.  THE RECORD WITH
      * CUSTOMER NUMBER ZERO CARRIES ONLY THE DATE OF THE LOAD, SO
      * THE INQUIRY CAN SAY HOW CURRENT THE FIGURES ARE.
      *****************************************************************
       01  MLST-RECORD.
           05  MLST-CUSTOMER-NUMBER     PIC 9(09).
           05  MLST-LOAD-DATE           PIC 9(08).
           05  MLST-BOUNCE-COUNT        PIC 9(03).
      * UNCONFIRMED LETTERS: HOW MANY, AND THE PRINT DATE AND AGE OF
      * THE MOST RECENT ONE.
           05  MLST-UNCF-COUNT          PIC 9(03).
           05  MLST-UNCF-PRINT-DATE     PIC 9(08).
           05  MLST-UNCF-DAYS           PIC 9(03).
      * PARKED ITEMS: HOW MANY, AND THE EARLIEST SIX BY SEND DATE.
           05  MLST-PEND-COUNT          PIC 9(03).
           05  MLST-PEND-ENTRY OCCURS 6 TIMES.
               10  MLST-PEND-SEND-DATE  PIC 9(08).
               10  MLST-PEND-MESSAGE-TYPE
                                        PIC X(15).
