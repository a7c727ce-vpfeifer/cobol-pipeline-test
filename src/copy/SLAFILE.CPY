      * SLAFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE REGULATORY TIMELINESS (SLA) TABLE, KEYED
      * BY MESSAGE TYPE.  ONE RECORD PER MESSAGE TYPE THAT MUST BE IN
      * THE MAIL WITHIN A SET NUMBER OF DAYS OF THE TRIGGERING EVENT
      * (ADVERSE-ACTION, PRIVACY, RATE-CHANGE NOTICES AND THE LIKE),
      * LOADED BY OPERATIONS FROM COMPLIANCE'S SCHEDULE.  THE CLOCK
      * STARTS THE DAY THE REQUEST REACHES US AND STOPS ON THE NIGHT
      * THE LETTER IS GENERATED (MEASURE POINT G) OR ON THE NIGHT THE
      * PRINT VENDOR'S CONFIRMATION THAT IT WAS MAILED ARRIVES
      * (MEASURE POINT C -- AN ELECTRONIC-ONLY SEND HAS NO VENDOR AND
      * STOPS AT GENERATION).  AN OPEN ITEM WITHIN THE WARNING DAYS
      * OF ITS DEADLINE IS LISTED AT RISK.  MONITORED BY SAMPLSLA; A
      * TYPE NOT ON THE TABLE IS NOT MONITORED.
      *****************************************************************
       01  SLA-RECORD.
           05  SLA-MESSAGE-TYPE         PIC X(15).
           05  SLA-ALLOWED-DAYS         PIC 9(03).
           05  SLA-MEASURE-POINT        PIC X(01).
               88  SLA-MEASURE-GENERATION   VALUE 'G'.
               88  SLA-MEASURE-CONFIRMATION VALUE 'C'.
           05  SLA-WARNING-DAYS         PIC 9(03).
           05  SLA-REGULATION-REF       PIC X(20).
