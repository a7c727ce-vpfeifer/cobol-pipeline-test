      * CONFIRMATIONS AGAINST THE GRAND TOTAL, SO A SHORT
      * TRANSMISSION IS CAUGHT BY COUNTS.  REPRINT LETTERS ARE NOT
      * COUNTED IN THE MANIFEST.
      * LETTERS ARE ROUTED BETWEEN TWO PRINT VENDORS BY THE VNDROUTE
      * TABLE: THE PRIMARY VENDOR'S LETTERS GO ON PRINTEXT AND THE
      * SECOND VENDOR'S ON PRINTEX2, EACH EXTRACT IN ZIP SEQUENCE
      * WITH ITS OWN MANIFEST.  EVERY MANIFEST RECORD CARRIES THE
      * VENDOR IT BELONGS TO (SPACE OR ZERO ON AN EXTRACT WRITTEN
      * BEFORE ROUTING MEANS THE PRIMARY VENDOR).
       01  PRTX-RECORD.
           05  PRTX-RECORD-TYPE         PIC X(01).
               88  PRTX-LETTER-HEADER       VALUE 'H'.
               10  PRTX-INSERT-CODES.
                   15  PRTX-INSERT-CODE OCCURS 5 TIMES
                                        PIC X(02).
      * SUBMITTING SYSTEM OF THE LETTER'S FIRST MESSAGE (THE ONE
      * WHOSE TYPE THE HEADER CARRIES) -- THE DEPARTMENT THE MONTHLY
      * CHARGEBACK BILLS FOR THE ENVELOPE.  'SAMPLRPR' ON A REPRINT.
               10  PRTX-SUBMITTING-SYSTEM
                                        PIC X(08).
           05  PRTX-DETAIL-DATA REDEFINES PRTX-HEADER-DATA.
               10  PRTX-LINE-NUMBER     PIC 9(03).
               10  PRTX-MESSAGE-TEXT    PIC X(60).
               10  FILLER               PIC X(150).
           05  PRTX-MANIFEST-DATA REDEFINES PRTX-HEADER-DATA.
               10  PRTX-MAN-GROUP       PIC X(03).
               10  PRTX-MAN-LETTERS     PIC 9(07).
               10  PRTX-MAN-PAGES       PIC 9(07).
               10  PRTX-MAN-VENDOR-ID   PIC X(01).
                   88  PRTX-MAN-SECOND-VENDOR   VALUE '2'.
               10  FILLER               PIC X(195).
