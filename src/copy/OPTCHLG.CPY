      * OPTCHLG.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE CATEGORY OPT-OUT CHANGE LOG.  ONE RECORD
      * PER MAINTENANCE REQUEST ACTUALLY APPLIED TO THE OPT-OUT FILE,
      * CARRYING THE OPT-OUT BEFORE AND AFTER THE CHANGE, SO EVERY
      * OPT-OUT, CHANGE, AND WITHDRAWAL IS REVIEWABLE.  THE RETAINED
      * GENERATIONS ARE ALSO WHAT THE SAMPLOPR MONTHLY TREND REPORT
      * COUNTS NEW AND WITHDRAWN OPT-OUTS FROM.
      *****************************************************************
       01  OLOG-RECORD.
           05  OLOG-ACTION-CODE         PIC X(01).
               88  OLOG-ACTION-ADD          VALUE 'A'.
               88  OLOG-ACTION-UPDATE       VALUE 'U'.
               88  OLOG-ACTION-DELETE       VALUE 'D'.
           05  OLOG-CUSTOMER-NUMBER     PIC 9(09).
           05  OLOG-CATEGORY            PIC X(01).
           05  OLOG-BEFORE-OPT-OUT.
               10  OLOG-OLD-EFF-DATE    PIC 9(08).
               10  OLOG-OLD-EXP-DATE    PIC 9(08).
           05  OLOG-AFTER-OPT-OUT.
               10  OLOG-NEW-EFF-DATE    PIC 9(08).
               10  OLOG-NEW-EXP-DATE    PIC 9(08).
           05  OLOG-CHANGE-DATE         PIC 9(08).
           05  OLOG-CHANGE-TIME         PIC 9(06).
      * THE CLERK WHO KEYED THE REQUEST AND THE SECOND PERSON WHO
      * RELEASED IT FOR APPLICATION.
           05  OLOG-SUBMITTER-ID        PIC X(08).
           05  OLOG-APPROVER-ID         PIC X(08).
