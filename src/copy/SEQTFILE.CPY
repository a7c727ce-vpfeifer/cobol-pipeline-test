      * SEQTFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE OPEN FOLLOW-UP SEQUENCE CARRY-FORWARD
      * FILE.  ONE RECORD PER CUSTOMER SEQUENCE STARTED BUT NOT YET
      * COMPLETED OR ENDED BY A RESPONSE.  SAMPLSEQ READS THE PRIOR
      * NIGHT'S FILE, ADVANCES OR CLOSES THE SEQUENCES, STARTS
      * TONIGHT'S NEW ONES, AND WRITES THE NEW FILE FOR THE NEXT RUN.
      * SAMPLSQW READS IT FOR THE STEPS QUEUED ON THE FOLLOW-UP FEED.
      *****************************************************************
       01  SEQT-RECORD.
           05  SEQT-CUSTOMER-NUMBER     PIC 9(09).
           05  SEQT-SEQUENCE-ID         PIC X(08).
      * LAST STEP GENERATED AND THE NIGHT IT WAS GENERATED.
           05  SEQT-CURRENT-STEP        PIC 9(02).
           05  SEQT-STEP-SENT-DATE      PIC 9(08).
           05  SEQT-STARTED-DATE        PIC 9(08).
           05  SEQT-NEXT-DUE-DATE       PIC 9(08).
      * W = WAITING FOR THE NEXT STEP TO COME DUE, Q = NEXT STEP
      * QUEUED ON THE FOLLOW-UP FEED AND NOT YET GENERATED.
           05  SEQT-SEQUENCE-STATUS     PIC X(01).
               88  SEQT-WAITING             VALUE 'W'.
               88  SEQT-QUEUED              VALUE 'Q'.
           05  SEQT-QUEUED-DATE         PIC 9(08).
      * THE SYSTEM THAT SUBMITTED STEP 1 -- THE FOLLOW-UPS GO OUT
      * UNDER ITS NAME SO THE CHARGEBACK BILLS THE SAME DEPARTMENT.
           05  SEQT-SUBMITTING-SYSTEM   PIC X(08).
