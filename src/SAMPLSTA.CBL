           05  AHST-RUN-DATE            PIC 9(08).
           05  AHST-RUN-TIME            PIC 9(06).
           05  AHST-DELIVERY-CHANNEL    PIC X(01).
           05  AHST-SUBMITTING-SYSTEM   PIC X(08).
           05  AHST-DATE-RECEIVED       PIC 9(08).
       FD  EXCP-FILE.
           COPY EXCPFILE.
       FD  UNCF-FILE.
       01  WS-THIS-MONTH-TOTAL           PIC 9(07) VALUE 0.
       01  WS-PRIOR-MONTH-TOTAL          PIC 9(07) VALUE 0.
       01  WS-REASON-NUM                 PIC 9(02) VALUE 0.
       01  WS-REASON-MAX                 PIC 9(02) VALUE 13.
       01  WS-REASON-COUNT-TABLE.
           05  WS-REASON-QTY OCCURS 13 TIMES
                   INDEXED BY WS-REASON-IX
                                             PIC 9(07) VALUE 0.
       01  WS-EXCEPTION-TOTAL            PIC 9(07) VALUE 0.
