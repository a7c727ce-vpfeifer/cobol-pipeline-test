      * SLATFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE SLA TRACKING CARRY-FORWARD FILE.  ONE
      * RECORD PER REGULATED ITEM RECEIVED BUT NOT YET PROVEN SENT:
      * STILL IN TRANEXCP REPAIR, PARKED ON THE PENDING-RELEASE FILE,
      * OR GENERATED AND AWAITING THE PRINT VENDOR'S CONFIRMATION.
      * SAMPLSLA READS THE PRIOR NIGHT'S FILE, CLOSES THE ITEMS THAT
      * HAVE NOW BEEN SENT (OR ABANDONED OR WITHDRAWN), ADDS TONIGHT'S
      * NEW ONES, AND WRITES THE NEW FILE FOR THE NEXT RUN.  THE DATE
      * RECEIVED IS THE EARLIEST THE ITEM WAS SEEN, SO A REPAIRED OR
      * RE-PARKED ITEM KEEPS ITS ORIGINAL CLOCK.
      *****************************************************************
       01  SLAT-RECORD.
           05  SLAT-CUSTOMER-NUMBER     PIC 9(09).
           05  SLAT-MESSAGE-TYPE        PIC X(15).
           05  SLAT-DATE-RECEIVED       PIC 9(08).
           05  SLAT-DEADLINE-DATE       PIC 9(08).
           05  SLAT-ITEM-STATUS         PIC X(01).
               88  SLAT-IN-REPAIR           VALUE 'R'.
               88  SLAT-PARKED              VALUE 'P'.
               88  SLAT-AWAITING-CONFIRM    VALUE 'G'.
           05  SLAT-GENERATED-DATE      PIC 9(08).
