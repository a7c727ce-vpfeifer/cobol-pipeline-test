               10  EDLV-MESSAGE-TYPE    PIC X(15).
               10  EDLV-GEN-DATE        PIC 9(08).
               10  EDLV-GEN-TIME        PIC 9(06).
      * SYSTEM THAT SUBMITTED THE REQUEST, FOR THE MONTHLY
      * CHARGEBACK AT THE ELECTRONIC RATE.
               10  EDLV-SUBMITTING-SYSTEM
                                        PIC X(08).
           05  EDLV-DETAIL-DATA REDEFINES EDLV-HEADER-DATA.
               10  EDLV-LINE-NUMBER     PIC 9(03).
               10  EDLV-MESSAGE-TEXT    PIC X(60).
               10  FILLER               PIC X(13).
