      * EVNTFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE CORE-BANKING NIGHTLY ACCOUNT-EVENT FILE.
      * ONE RECORD PER ACCOUNT EVENT THE CORE SYSTEM POSTED TODAY
      * (OVERDRAFT, CD MATURITY, RATE CHANGE, ...).  THE MEANING OF
      * THE FIVE EVENT FIELDS DEPENDS ON THE EVENT CODE -- FOR AN
      * OVERDRAFT FIELD 1 IS THE OVERDRAWN AMOUNT AND FIELD 2 THE FEE,
      * FOR A MATURITY FIELD 1 IS THE MATURITY DATE -- AND THE
      * TRIGGER-RULE TABLE (TRGRFILE) SAYS WHICH FIELD FILLS WHICH
      * VARIABLE LABEL ON THE LETTER.  SAMPLEVT CONVERTS THE FILE TO
      * A TRANIN-FORMAT FEED.
      *****************************************************************
       01  EVNT-RECORD.
           05  EVNT-CUSTOMER-NUMBER     PIC 9(09).
           05  EVNT-ACCOUNT-NUMBER      PIC X(10).
           05  EVNT-EVENT-CODE          PIC X(06).
           05  EVNT-EVENT-DATE          PIC 9(08).
           05  EVNT-EVENT-FIELDS.
               10  EVNT-EVENT-FIELD OCCURS 5 TIMES
                                        PIC X(22).
