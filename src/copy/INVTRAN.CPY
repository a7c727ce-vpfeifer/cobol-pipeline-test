      * INVTRAN.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE INSERT INVENTORY MAINTENANCE
      * TRANSACTION FILE.  ONE REQUEST PER RECORD AGAINST ONE
      * VENDOR'S STOCK OF AN INSERT CODE, APPLIED BY THE SAMPLINM
      * MAINTENANCE PROGRAM AFTER VALIDATION:
      *   A - ADD A NEW INSERT (QUANTITY IS THE OPENING STOCK)
      *   R - RECEIPT FROM THE VENDOR (QUANTITY IS ADDED TO ON-HAND)
      *   C - PHYSICAL COUNT (QUANTITY REPLACES ON-HAND)
      *   U - UPDATE REORDER POINT AND LEAD TIME (AND DESCRIPTION,
      *       WHEN ONE IS SUPPLIED)
      *   D - DELETE AN INSERT NO LONGER STOCKED
      *****************************************************************
       01  INVT-RECORD.
           05  INVT-ACTION-CODE         PIC X(01).
               88  INVT-ACTION-ADD          VALUE 'A'.
               88  INVT-ACTION-RECEIPT      VALUE 'R'.
               88  INVT-ACTION-COUNT        VALUE 'C'.
               88  INVT-ACTION-UPDATE       VALUE 'U'.
               88  INVT-ACTION-DELETE       VALUE 'D'.
               88  INVT-ACTION-VALID        VALUES 'A' 'R' 'C' 'U'
                                                   'D'.
           05  INVT-INSERT-CODE         PIC X(02).
           05  INVT-DESCRIPTION         PIC X(30).
           05  INVT-QUANTITY            PIC 9(07).
           05  INVT-REORDER-POINT       PIC 9(07).
           05  INVT-LEAD-TIME-DAYS      PIC 9(03).
      * VENDOR HOLDING THE STOCK, AS ON INVNFILE.CPY.  BLANK MEANS
      * THE PRIMARY PRINT VENDOR.
           05  INVT-VENDOR-ID           PIC X(01).
               88  INVT-VENDOR-VALID        VALUES '1' '2' 'A' SPACE.
