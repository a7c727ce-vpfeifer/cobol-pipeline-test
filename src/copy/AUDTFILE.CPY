      * CHANNEL THE MESSAGE WENT OUT ON: P = PAPER EXTRACT,
      * E = ELECTRONIC EXTRACT, B = BOTH.
           05  AUDT-DELIVERY-CHANNEL    PIC X(01).
      * SYSTEM THAT SUBMITTED THE REQUEST (TRAN-SUBMITTING-SYSTEM ON
      * ITS TRANIN HEADER, CARRIED ON THE PENDING FILE FOR A PARKED
      * ITEM) -- THE DEPARTMENT THE MONTHLY CHARGEBACK BILLS.
           05  AUDT-SUBMITTING-SYSTEM   PIC X(08).
      * DATE THE REQUEST REACHED US -- THE RUN DATE OF THE TRANIN IT
      * ARRIVED ON, OR THE PARKED ITEM'S DATE RECEIVED -- SO THE SLA
      * MONITOR CAN MEASURE A REGULATED LETTER FROM RECEIPT.
           05  AUDT-DATE-RECEIVED       PIC 9(08).
