      * ACCXFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE ACCESSIBLE-FORMAT CORRESPONDENCE
      * EXTRACT.  SENT NIGHTLY TO THE SPECIALTY VENDOR THAT PRODUCES
      * LARGE-PRINT AND BRAILLE LETTERS, IN PLACE OF PRINTEXT, FOR
      * EVERY CUSTOMER WHOSE MASTER CARRIES AN ACCESSIBLE-FORMAT
      * PREFERENCE.  LETTERS ARE CONSOLIDATED ONE PER CUSTOMER PER
      * NIGHT EXACTLY AS ON PRINTEXT: A HEADER CARRYING THE
      * ADDRESSING FIELDS AND THE FORMAT TO PRODUCE, FOLLOWED BY ONE
      * DETAIL RECORD PER LINE OF LETTER-BODY TEXT.  THE VENDOR LAYS
      * THE TEXT OUT IN THE REQUESTED FORMAT, SO THE HEADER CARRIES
      * THE NUMBER OF TEXT LINES RATHER THAN A PAGE COUNT.
      *****************************************************************
      * THE EXTRACT ENDS WITH TYPE-M MANIFEST RECORDS: ONE PER FORMAT
      * ('L' LARGE PRINT, 'B' BRAILLE) CARRYING LETTER AND TEXT-LINE
      * COUNTS, AND A GRAND TOTAL UNDER FORMAT '*'.  SAMPLRCA
      * BALANCES THE SPECIALTY VENDOR'S CONFIRMATIONS AGAINST THE
      * GRAND TOTAL THE WAY SAMPLRCN BALANCES PRINTEXT.  INSERT USAGE
      * RIDES THE MANIFEST UNDER FORMAT 'I', ONE RECORD PER INSERT
      * CODE WITH THE NUMBER STUFFED IN THE LETTER COUNT; THESE DO
      * NOT COUNT TOWARD THE '*' TOTAL.
       01  ACCX-RECORD.
           05  ACCX-RECORD-TYPE         PIC X(01).
               88  ACCX-LETTER-HEADER       VALUE 'H'.
               88  ACCX-TEXT-DETAIL         VALUE 'D'.
               88  ACCX-MANIFEST-RECORD     VALUE 'M'.
           05  ACCX-HEADER-DATA.
               10  ACCX-CUSTOMER-NUMBER PIC 9(09).
               10  ACCX-CUSTOMER-NAME   PIC X(30).
               10  ACCX-MAILING-ADDRESS.
                   15  ACCX-ADDRESS-LINE-1
                                        PIC X(30).
                   15  ACCX-ADDRESS-LINE-2
                                        PIC X(30).
                   15  ACCX-ADDRESS-LINE-3
                                        PIC X(30).
                   15  ACCX-CITY        PIC X(20).
                   15  ACCX-STATE       PIC X(02).
                   15  ACCX-ZIP-CODE    PIC X(10).
               10  ACCX-MESSAGE-TYPE    PIC X(15).
               10  ACCX-LANGUAGE-CODE   PIC X(02).
               10  ACCX-PRINT-DATE      PIC 9(08).
      * THE FORMAT TO PRODUCE, FROM THE CUSTOMER MASTER.
               10  ACCX-ACCESSIBLE-FORMAT
                                        PIC X(01).
                   88  ACCX-LARGE-PRINT     VALUE 'L'.
                   88  ACCX-BRAILLE         VALUE 'B'.
               10  ACCX-LINE-COUNT      PIC 9(03).
      * SUBMITTING SYSTEM OF THE LETTER'S FIRST MESSAGE, AS ON
      * PRINTEXT.
               10  ACCX-SUBMITTING-SYSTEM
                                        PIC X(08).
      * INSERT CODES FROM THE LETTER'S PRINT PROFILE, RESOLVED AS FOR
      * PRINTEXT.  THE SPECIALTY VENDOR STUFFS THEM FROM ITS OWN
      * STOCK; THE PROFILE'S FORM AND DUPLEX DO NOT APPLY.
               10  ACCX-INSERT-CODES.
                   15  ACCX-INSERT-CODE OCCURS 5 TIMES
                                        PIC X(02).
           05  ACCX-DETAIL-DATA REDEFINES ACCX-HEADER-DATA.
               10  ACCX-LINE-NUMBER     PIC 9(03).
               10  ACCX-MESSAGE-TEXT    PIC X(60).
               10  FILLER               PIC X(145).
           05  ACCX-MANIFEST-DATA REDEFINES ACCX-HEADER-DATA.
               10  ACCX-MAN-FORMAT      PIC X(01).
                   88  ACCX-MAN-GRAND-TOTAL VALUE '*'.
                   88  ACCX-MAN-INSERT-USAGE VALUE 'I'.
               10  ACCX-MAN-LETTERS     PIC 9(07).
               10  ACCX-MAN-LINES       PIC 9(07).
               10  ACCX-MAN-INSERT-CODE PIC X(02).
               10  FILLER               PIC X(191).
