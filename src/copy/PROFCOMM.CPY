      * PROFCOMM.CPY
      *****************************************************************
      * COMMAREA LAYOUT FOR THE SAMPLCPX CORRESPONDENCE-PROFILE CICS
      * INQUIRY.  THE CALLER SUPPLIES THE CUSTOMER NUMBER; THE
      * TRANSACTION RETURNS THE CUSTOMER'S DELIVERY SETTINGS, ANY
      * ACTIVE DO-NOT-CONTACT HOLD, AND THE MAIL-STATUS FIGURES AS OF
      * THE LAST NIGHTLY LOAD.  RETURN CODE 04 MEANS THE CUSTOMER IS
      * NOT ON THE CUSTOMER MASTER.  INTENDED TO BE COPIED UNDER A
      * CALLER-SUPPLIED 01-LEVEL, E.G.
      *     01  DFHCOMMAREA.
      *         COPY PROFCOMM.
      *****************************************************************
           05  PINQ-CUSTOMER-NUMBER         PIC 9(09).
           05  PINQ-RETURN-CODE             PIC 9(02).
           05  PINQ-CUSTOMER-NAME           PIC X(30).
           05  PINQ-DELIVERY-CHANNEL        PIC X(01).
           05  PINQ-EMAIL-KEY               PIC X(30).
           05  PINQ-UNDELIV-FLAG            PIC X(01).
           05  PINQ-UNDELIV-DATE            PIC 9(08).
           05  PINQ-HOLD-SWITCH             PIC X(01).
               88  PINQ-HOLD-ACTIVE             VALUE 'Y'.
           05  PINQ-HOLD-REASON             PIC X(02).
           05  PINQ-HOLD-EFF-DATE           PIC 9(08).
           05  PINQ-HOLD-EXP-DATE           PIC 9(08).
           05  PINQ-BOUNCE-COUNT            PIC 9(03).
           05  PINQ-UNCF-COUNT              PIC 9(03).
           05  PINQ-UNCF-PRINT-DATE         PIC 9(08).
           05  PINQ-UNCF-DAYS               PIC 9(03).
           05  PINQ-UNCF-MESSAGE-TYPE       PIC X(15).
           05  PINQ-PEND-COUNT              PIC 9(03).
           05  PINQ-PEND-ENTRY OCCURS 6 TIMES.
               10  PINQ-PEND-SEND-DATE      PIC 9(08).
               10  PINQ-PEND-MESSAGE-TYPE   PIC X(15).
           05  PINQ-STATUS-DATE             PIC 9(08).
