      * INVCHLG.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE INSERT INVENTORY CHANGE LOG.  ONE
      * RECORD PER MAINTENANCE REQUEST ACTUALLY APPLIED TO THE
      * INVENTORY MASTER, CARRYING THE STOCK FIGURES BEFORE AND
      * AFTER THE CHANGE SO A MIS-KEYED RECEIPT OR COUNT CAN BE
      * TRACED AND BACKED OUT.
      *****************************************************************
       01  ILOG-RECORD.
           05  ILOG-ACTION-CODE         PIC X(01).
           05  ILOG-INSERT-CODE         PIC X(02).
           05  ILOG-TRAN-QUANTITY       PIC 9(07).
           05  ILOG-BEFORE-STOCK.
               10  ILOG-OLD-ON-HAND     PIC 9(07).
               10  ILOG-OLD-REORDER-POINT
                                        PIC 9(07).
               10  ILOG-OLD-LEAD-TIME   PIC 9(03).
           05  ILOG-AFTER-STOCK.
               10  ILOG-NEW-ON-HAND     PIC 9(07).
               10  ILOG-NEW-REORDER-POINT
                                        PIC 9(07).
               10  ILOG-NEW-LEAD-TIME   PIC 9(03).
           05  ILOG-CHANGE-DATE         PIC 9(08).
           05  ILOG-CHANGE-TIME         PIC 9(06).
           05  ILOG-VENDOR-ID           PIC X(01).
