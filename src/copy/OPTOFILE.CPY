      * OPTOFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE CUSTOMER CATEGORY OPT-OUT FILE, KEYED BY
      * CUSTOMER NUMBER AND MESSAGE CATEGORY.  UNLIKE THE ALL-OR-
      * NOTHING DO-NOT-CONTACT LIST, AN OPT-OUT STOPS ONLY THE ONE
      * CATEGORY OF CORRESPONDENCE (SERVICING OR MARKETING, AS
      * ASSIGNED ON THE MESSAGE-TYPE CATEGORY TABLE) -- REGULATORY
      * NOTICES CANNOT BE OPTED OUT OF.  AN OPT-OUT IS ACTIVE FROM ITS
      * EFFECTIVE DATE THROUGH ITS EXPIRY DATE (ZERO = OPEN-ENDED).
      * WHILE IT IS ACTIVE THE SAMPLEDR FRONT-END EDIT, AND THE
      * PENDING-RELEASE SWEEP THE SAME WAY, REJECTS THE CUSTOMER'S
      * TRANSACTIONS OF THAT CATEGORY TO TRANEXCP (REASON 13).
      * MAINTAINED ONLY THROUGH SAMPLOPM, WHICH LOGS EVERY CHANGE.
      *****************************************************************
       01  OPTO-RECORD.
           05  OPTO-KEY.
               10  OPTO-CUSTOMER-NUMBER PIC 9(09).
               10  OPTO-CATEGORY        PIC X(01).
                   88  OPTO-SERVICING       VALUE 'S'.
                   88  OPTO-MARKETING       VALUE 'M'.
           05  OPTO-EFFECTIVE-DATE      PIC 9(08).
           05  OPTO-EXPIRY-DATE         PIC 9(08).
