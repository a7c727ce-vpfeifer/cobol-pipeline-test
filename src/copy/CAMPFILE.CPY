      * CAMPFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE CAMPAIGN CONTROL FILE, KEYED BY MESSAGE
      * TYPE.  ONE RECORD PER MARKETING CAMPAIGN, LOADED BY OPERATIONS
      * FROM MARKETING'S CAMPAIGN SCHEDULE AHEAD OF THE DROP.  FROM
      * THE START DATE THROUGH THE END DATE (ZERO END DATE = OPEN-
      * ENDED) THE NIGHTLY RUN GENERATES NO MORE THAN THE NIGHTLY CAP
      * OF THE MESSAGE TYPE AND PARKS THE OVERFLOW ON THE PENDING-
      * RELEASE FILE, WHERE IT RELEASES ON THE FOLLOWING NIGHTS
      * EARLIEST RECEIVED FIRST.  DETAILS THAT ARRIVE BEFORE THE START
      * DATE PARK UNTIL IT; AFTER THE END DATE THE CAP NO LONGER
      * APPLIES.  A ZERO CAP HOLDS THE WHOLE CAMPAIGN.  THE CAP IS PER
      * SAMPLEDR EXECUTION -- ON A PARTITIONED NIGHT EACH PARTITION
      * METERS ITS OWN CUSTOMERS AGAINST IT, SO SET IT TO THE
      * PARTITION'S SHARE OF THE NIGHT'S CAPACITY.
      *****************************************************************
       01  CAMP-RECORD.
           05  CAMP-MESSAGE-TYPE        PIC X(15).
           05  CAMP-CAMPAIGN-ID         PIC X(10).
           05  CAMP-NIGHTLY-CAP         PIC 9(07).
           05  CAMP-START-DATE          PIC 9(08).
           05  CAMP-END-DATE            PIC 9(08).
