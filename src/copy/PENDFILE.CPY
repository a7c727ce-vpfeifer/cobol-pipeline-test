               10  PEND-VAR-ENTRY OCCURS 5 TIMES.
                   15  PEND-VAR-LABEL   PIC X(10).
                   15  PEND-VAR-VALUE   PIC X(22).
      * SUBMITTING SYSTEM FROM THE TRANIN HEADER THE ITEM ARRIVED
      * UNDER, SO THE LETTER IS STILL BILLED TO THE RIGHT DEPARTMENT
      * THE NIGHT IT RELEASES.  BLANK ON AN ITEM PARKED BEFORE IT
      * WAS CARRIED.
           05  PEND-SUBMITTING-SYSTEM   PIC X(08).
