           SELECT PRINT-FILE ASSIGN TO 'PRINTEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT PRINT2-FILE ASSIGN TO 'PRINTEX2'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT2-STATUS.
           SELECT VRTE-FILE ASSIGN TO 'VNDROUTE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VRTE-STATUS.
           SELECT VOVR-FILE ASSIGN TO 'VNDOVRD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOVR-STATUS.
           SELECT CUST-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT EDLV-FILE ASSIGN TO 'EDLVEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDLV-STATUS.
           SELECT IMGX-FILE ASSIGN TO 'IMGEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMGX-STATUS.
           SELECT PEND-IN-FILE ASSIGN TO 'PENDIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-IN-STATUS.
           SELECT PEND-REPORT-FILE ASSIGN TO 'PENDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDRPT-STATUS.
           SELECT ACCS-FILE ASSIGN TO 'ACCSEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCS-STATUS.
           SELECT PRINT-WORK-FILE ASSIGN TO 'PRINTWRK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PWRK-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS DNC-CUSTOMER-NUMBER
               FILE STATUS IS WS-DNC-STATUS.
           SELECT MTCG-FILE ASSIGN TO 'MSGCTGY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MTCG-MESSAGE-TYPE
               FILE STATUS IS WS-MTCG-STATUS.
           SELECT OPTO-FILE ASSIGN TO 'OPTOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPTO-KEY
               FILE STATUS IS WS-OPTO-STATUS.
           SELECT PROFILE-FILE ASSIGN TO 'PRNTPROF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT PROFILE-REPORT-FILE ASSIGN TO 'PRFLRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRFLRPT-STATUS.
           SELECT CAMP-FILE ASSIGN TO 'CAMPCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAMP-MESSAGE-TYPE
               FILE STATUS IS WS-CAMP-STATUS.
           SELECT CAMP-REPORT-FILE ASSIGN TO 'CAMPRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPRPT-STATUS.
           SELECT SORT-FILE ASSIGN TO 'SORTWK01'.
           SELECT PEND-SORT-FILE ASSIGN TO 'SORTWK02'.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
           COPY AUDTFILE.
       FD  PRINT-FILE.
           COPY PRTFILE.
      *****************************************************************
      * THE SECOND PRINT VENDOR'S EXTRACT, SAME LAYOUT AS PRTFILE.CPY.
      * RECORDS ARE BUILT IN PRTX-RECORD AND WRITTEN FROM IT.
      *****************************************************************
       FD  PRINT2-FILE.
       01  PRT2-RECORD                  PIC X(214).
       FD  VRTE-FILE.
           COPY VRTEFILE.
      *****************************************************************
      * OPERATOR VENDOR OVERRIDE.  ALLOCATED EMPTY; OPERATIONS KEYS A
      * RECORD ONLY TO SEND THE WHOLE NIGHT TO ONE VENDOR (FOR
      * INSTANCE WHILE THE OTHER IS DOWN) -- THE VENDOR ID, A SPACE,
      * AND THE REASON.
      *****************************************************************
       FD  VOVR-FILE.
       01  VOVR-RECORD.
           05  VOVR-VENDOR-ID           PIC X(01).
           05  FILLER                   PIC X(01).
           05  VOVR-REASON              PIC X(58).
       FD  ACCS-FILE.
           COPY ACCXFILE.
       FD  CUST-FILE.
           COPY CUSTFILE.
       FD  PARM-FILE.
           05  AHST-RUN-DATE            PIC 9(08).
           05  AHST-RUN-TIME            PIC 9(06).
           05  AHST-DELIVERY-CHANNEL    PIC X(01).
           05  AHST-SUBMITTING-SYSTEM   PIC X(08).
           05  AHST-DATE-RECEIVED       PIC 9(08).
       FD  SUPP-REPORT-FILE.
       01  SUPP-REPORT-LINE             PIC X(80).
       FD  BAL-REPORT-FILE.
       01  EDIT-REPORT-LINE             PIC X(80).
       FD  EDLV-FILE.
           COPY EDLVFILE.
       FD  IMGX-FILE.
           COPY IMGXFILE.
      *****************************************************************
      * THE PRIOR NIGHT'S PENDING ITEMS ARE READ INTO PEND-RECORD IN
      * WORKING STORAGE -- ONCE TO COUNT THE CAMPAIGN BACKLOG AT START
      * OF RUN, AND AGAIN FROM THE SORT THAT FEEDS THE END-OF-RUN
      * SWEEP IN DATE-RECEIVED ORDER.
      *****************************************************************
       FD  PEND-IN-FILE.
       01  PEND-IN-RECORD               PIC X(210).
       FD  PEND-OUT-FILE.
       01  PEND-OUT-RECORD.
           05  PEND-OUT-CUSTOMER-NUMBER PIC 9(09).
                                        PIC X(10).
                   15  PEND-OUT-VAR-VALUE
                                        PIC X(22).
           05  PEND-OUT-SUBMITTING-SYSTEM
                                        PIC X(08).
       FD  PEND-REPORT-FILE.
       01  PEND-REPORT-LINE             PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY RUNCFILE.
       FD  DNC-FILE.
           COPY DNCFILE.
       FD  MTCG-FILE.
           COPY MTCGFILE.
       FD  OPTO-FILE.
           COPY OPTOFILE.
       FD  PROFILE-FILE.
           COPY PRFLFILE.
       FD  PROFILE-REPORT-FILE.
       01  PROFILE-REPORT-LINE          PIC X(80).
       FD  CAMP-FILE.
           COPY CAMPFILE.
       FD  CAMP-REPORT-FILE.
       01  CAMP-REPORT-LINE             PIC X(80).
      *****************************************************************
      * PER-MESSAGE PRINT WORK RECORDS, ONE PER LINE OF GENERATED
      * TEXT, EACH CARRYING THE FULL ADDRESSING BLOCK.  SORTED BY
           05  PWRK-LANGUAGE-CODE       PIC X(02).
           05  PWRK-PRINT-DATE          PIC 9(08).
           05  PWRK-MESSAGE-TEXT        PIC X(60).
           05  PWRK-SUBMITTING-SYSTEM   PIC X(08).
           05  PWRK-ACCESSIBLE-FORMAT   PIC X(01).
      * FOR THE DOCUMENT-IMAGING INDEX: THE ACCOUNT, AND THE RUN TIME
      * OF THE EXECUTION THAT GENERATED THE MESSAGE (A RESTART RUNS
      * UNDER A NEW TIME, AND THE HISTORY KEY CARRIES THE ORIGINAL).
           05  PWRK-ACCOUNT-NUMBER      PIC 9(10).
           05  PWRK-RUN-TIME            PIC 9(06).
       SD  SORT-FILE.
       01  SRT-RECORD.
           05  SRT-CUSTOMER-NUMBER      PIC 9(09).
           05  SRT-LANGUAGE-CODE        PIC X(02).
           05  SRT-PRINT-DATE           PIC 9(08).
           05  SRT-MESSAGE-TEXT         PIC X(60).
           05  SRT-SUBMITTING-SYSTEM    PIC X(08).
           05  SRT-ACCESSIBLE-FORMAT    PIC X(01).
           05  SRT-ACCOUNT-NUMBER       PIC 9(10).
           05  SRT-RUN-TIME             PIC 9(06).
      *****************************************************************
      * PENDING ITEMS SORTED ON DATE RECEIVED (PENDFILE.CPY LAYOUT),
      * SO A CAMPAIGN'S PARKED OVERFLOW RELEASES OLDEST FIRST.
      *****************************************************************
       SD  PEND-SORT-FILE.
       01  PSRT-RECORD.
           05  FILLER                   PIC X(32).
           05  PSRT-DATE-RECEIVED       PIC 9(08).
           05  FILLER                   PIC X(170).
       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CORR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-AUDT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PRINT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PRINT2-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ACCS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CUST-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  CUSTOMER-ON-MASTER            VALUE 'Y'.
       01  WS-SUPPRESSED-COUNT-EDIT      PIC Z,ZZZ,ZZ9.
       01  WS-BAL-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SUBMITTING-SYSTEM          PIC X(08) VALUE SPACES.
      * SUBMITTING SYSTEM OF THE MESSAGE BEING GENERATED: THE CURRENT
      * TRANIN HEADER'S FOR A DETAIL, THE PARKED ITEM'S OWN FOR A
      * PENDING RELEASE.  CARRIED ONTO AUDTRAIL AND BOTH EXTRACTS.
       01  WS-MESSAGE-SUBMITTER          PIC X(08) VALUE SPACES.
      * DATE THE MESSAGE BEING GENERATED WAS RECEIVED: TONIGHT FOR A
      * DETAIL, THE PARKED ITEM'S DATE RECEIVED FOR A PENDING RELEASE.
       01  WS-MESSAGE-RECEIVED-DATE      PIC 9(08) VALUE 0.
       01  WS-DETAIL-READ-COUNT          PIC 9(09) VALUE 0.
       01  WS-TRAILER-COUNT              PIC 9(09) VALUE 0.
       01  WS-TRAILER-FOUND-SWITCH      PIC X(01) VALUE 'N'.
       01  WS-EDIT-LANGUAGE              PIC X(02) VALUE SPACES.
       01  WS-NAME-TOKEN-COUNT           PIC 9(04) VALUE 0.
       01  WS-REASON-NUM                 PIC 9(02) VALUE 0.
       01  WS-REASON-MAX                 PIC 9(02) VALUE 13.
       01  WS-REASON-COUNT-TABLE.
           05  WS-REASON-QTY OCCURS 13 TIMES
                   INDEXED BY WS-REASON-IX
                                             PIC 9(07) VALUE 0.
       01  WS-REASON-DESCRIPTIONS.
               'ADDRESS FLAGGED UNDELIVERABLE'.
           05  FILLER  PIC X(36) VALUE
               'CUSTOMER ON DO-NOT-CONTACT LIST'.
           05  FILLER  PIC X(36) VALUE
               'CUSTOMER OPTED OUT OF CATEGORY'.
       01  WS-REASON-DESC-R REDEFINES WS-REASON-DESCRIPTIONS.
           05  WS-REASON-DESC OCCURS 13 TIMES PIC X(36).
       01  WS-REASON-QTY-EDIT            PIC Z,ZZZ,ZZ9.
       01  WS-EDLV-STATUS                PIC X(02) VALUE SPACES.
       01  WS-IMGX-STATUS                PIC X(02) VALUE SPACES.
       01  WS-DELIVERY-CHANNEL           PIC X(01) VALUE 'P'.
           88  DELIVER-ON-PAPER              VALUES 'P' 'B'.
           88  DELIVER-ELECTRONICALLY        VALUES 'E' 'B'.
       01  WS-PENDRPT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PEND-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-PEND-IN-FILE           VALUE 'Y'.
       01  WS-PEND-OWNED-SWITCH          PIC X(01) VALUE 'N'.
           88  PENDING-ITEM-OWNED            VALUE 'Y'.
           COPY PENDFILE.
       01  WS-PWRK-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RUNC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-DNC-STATUS                 PIC X(02) VALUE SPACES.
           88  DNC-LIST-AVAILABLE            VALUE 'Y'.
       01  WS-DNC-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  CUSTOMER-ON-DNC-LIST          VALUE 'Y'.
       01  WS-MTCG-STATUS                PIC X(02) VALUE SPACES.
       01  WS-MTCG-AVAIL-SWITCH          PIC X(01) VALUE 'N'.
           88  CATEGORY-TABLE-AVAILABLE      VALUE 'Y'.
       01  WS-OPTO-STATUS                PIC X(02) VALUE SPACES.
       01  WS-OPTO-AVAIL-SWITCH          PIC X(01) VALUE 'N'.
           88  OPT-OUT-FILE-AVAILABLE        VALUE 'Y'.
       01  WS-OPTO-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  CUSTOMER-OPTED-OUT            VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  SORT-RETURN-DONE              VALUE 'Y'.
       01  WS-LETTER-CUSTOMER            PIC 9(09) VALUE 0.
           05  WS-LETTER-HDR-TYPE       PIC X(15).
           05  WS-LETTER-LANG           PIC X(02).
           05  WS-LETTER-DATE           PIC 9(08).
           05  WS-LETTER-SUBMITTER      PIC X(08).
           05  WS-LETTER-FORMAT         PIC X(01).
               88  LETTER-ACCESSIBLE-FORMAT VALUES 'L' 'B'.
           05  WS-LETTER-ACCOUNT        PIC 9(10).
           05  WS-LETTER-RUN-TIME       PIC 9(06).
       01  WS-LINES-PER-PAGE             PIC 9(02) VALUE 50.
       01  WS-LETTER-PAGES               PIC 9(03) VALUE 0.
       01  WS-LETTER-BODY-MAX            PIC 9(03) VALUE 200.
                                             PIC X(60).
       01  WS-BODY-SUB                   PIC 9(03) VALUE 0.
       01  WS-BUFFER-TEXT                PIC X(60) VALUE SPACES.
      *****************************************************************
      * EACH PRINT VENDOR'S EXTRACT CARRIES ITS OWN MANIFEST, SO THE
      * PRESORT GROUP, INSERT, AND GRAND-TOTAL ACCUMULATORS ARE KEPT
      * PER VENDOR AND ADDRESSED BY WS-VENDOR-SUB.  WS-LETTERS-COUNT
      * STAYS THE NIGHT'S TOTAL ACROSS BOTH VENDORS.  THE THIRD ENTRY
      * ONLY TALLIES THE SPECIALTY VENDOR'S INSERTS FOR THE ACCSEXT
      * MANIFEST; ITS LETTERS ARE COUNTED SEPARATELY BELOW.
      *****************************************************************
       01  WS-VENDOR-MAX                 PIC 9(01) VALUE 2.
       01  WS-VENDOR-SUB                 PIC 9(01) VALUE 1.
       01  WS-ACCS-VENDOR-SUB            PIC 9(01) VALUE 3.
       01  WS-MAN-MAX                    PIC 9(03) VALUE 100.
       01  WS-MAN-OVERFLOW-WARNED-SW     PIC X(01) VALUE 'N'.
           88  MANIFEST-OVERFLOW-WARNED      VALUE 'Y'.
       01  WS-VENDOR-MANIFEST-TABLE.
           05  WS-VND-ENTRY OCCURS 3 TIMES.
               10  WS-VND-LETTERS           PIC 9(07).
               10  WS-TOTAL-PAGES           PIC 9(07).
               10  WS-MAN-OTH-LETTERS       PIC 9(07).
               10  WS-MAN-OTH-PAGES         PIC 9(07).
               10  WS-MAN-COUNT             PIC 9(03).
               10  WS-MAN-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-MAN-IX.
                   15  WS-MAN-GROUP         PIC X(03).
                   15  WS-MAN-LETTERS       PIC 9(07).
                   15  WS-MAN-PAGES         PIC 9(07).
               10  WS-INS-COUNT             PIC 9(02).
               10  WS-INS-ENTRY OCCURS 20 TIMES
                       INDEXED BY WS-INS-IX.
                   15  WS-INS-CODE          PIC X(02).
                   15  WS-INS-QTY           PIC 9(07).
       01  WS-MAN-SUB                    PIC 9(03) VALUE 0.
       01  WS-MAN-GROUP-WORK             PIC X(03) VALUE SPACES.
       01  WS-MAN-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  MANIFEST-GROUP-TABLED         VALUE 'Y'.
      *****************************************************************
      * PRINT-VENDOR ROUTING: THE VNDROUTE CARDS ARE TABLED AT START
      * OF RUN.  EACH LETTER IS ROUTED BY ITS PRESORT GROUP AND
      * RESOLVED FORM CODE (SEE VRTEFILE.CPY FOR PRECEDENCE).  AN
      * OPERATOR OVERRIDE ON VNDOVRD SENDS EVERY LETTER TO ONE
      * VENDOR REGARDLESS OF THE TABLE.
      *****************************************************************
       01  WS-VRTE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-VRTE-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-VRTE-FILE              VALUE 'Y'.
       01  WS-VRTE-MAX                   PIC 9(03) VALUE 200.
       01  WS-VRTE-COUNT                 PIC 9(03) VALUE 0.
       01  WS-VRTE-TABLE.
           05  WS-VRTE-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-VRTE-IX.
               10  WS-VRTE-GROUP            PIC X(03).
               10  WS-VRTE-FORM             PIC X(04).
               10  WS-VRTE-VENDOR           PIC 9(01).
       01  WS-VRTE-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  ROUTE-CARD-FOUND              VALUE 'Y'.
       01  WS-VRTE-GROUP-WORK            PIC X(03) VALUE SPACES.
       01  WS-VRTE-FORM-WORK             PIC X(04) VALUE SPACES.
       01  WS-VOVR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-VOVR-VENDOR                PIC 9(01) VALUE 0.
           88  VENDOR-OVERRIDE-IN-EFFECT     VALUES 1 THRU 2.
       01  WS-VOVR-REASON                PIC X(58) VALUE SPACES.
      *****************************************************************
      * LETTERS FOR LARGE-PRINT AND BRAILLE CUSTOMERS GO TO THE
      * SPECIALTY VENDOR'S ACCSEXT INSTEAD OF PRINTEXT, WITH THEIR OWN
      * MANIFEST BY FORMAT.  THEY ARE NOT IN THE PRINTEXT COUNTS.
      *****************************************************************
       01  WS-ACCS-LETTERS-COUNT         PIC 9(07) VALUE 0.
       01  WS-ACCS-TOTAL-LINES           PIC 9(07) VALUE 0.
       01  WS-ACCS-LARGE-LETTERS         PIC 9(07) VALUE 0.
       01  WS-ACCS-LARGE-LINES           PIC 9(07) VALUE 0.
       01  WS-ACCS-BRAILLE-LETTERS       PIC 9(07) VALUE 0.
       01  WS-ACCS-BRAILLE-LINES         PIC 9(07) VALUE 0.
      *****************************************************************
      * PRINT-PROFILE RESOLUTION: THE PROFILE FILE MAPS THE LETTER'S
      * TYPE/LANGUAGE TO FORM, DUPLEX, AND INSERTS.  A LETTER WITH
       01  WS-FBP-OVERFLOW-WARNED-SW     PIC X(01) VALUE 'N'.
           88  FALLBACK-OVERFLOW-WARNED      VALUE 'Y'.
       01  WS-INS-MAX                    PIC 9(02) VALUE 20.
       01  WS-INS-SUB                    PIC 9(02) VALUE 0.
       01  WS-INS-WORK-CODE              PIC X(02) VALUE SPACES.
       01  WS-INS-FOUND-SWITCH           PIC X(01) VALUE 'N'.
       01  WS-STILL-PARKED-COUNT         PIC 9(07) VALUE 0.
       01  WS-RELEASED-COUNT             PIC 9(07) VALUE 0.
       01  WS-PEND-COUNT-EDIT            PIC Z,ZZZ,ZZ9.
      *****************************************************************
      * CAMPAIGN METERING: THE CAMPAIGN CONTROL FILE IS TABLED AT
      * START OF RUN.  EACH ENTRY COUNTS THE LETTERS OF ITS MESSAGE
      * TYPE GENERATED TONIGHT AGAINST THE NIGHTLY CAP, AND THE
      * ITEMS OF ITS TYPE ON THE PENDING FILE.  THE BACKLOG IS THE
      * PRIOR NIGHTS' DUE ITEMS STILL TO BE SWEPT: TRANIN DETAILS
      * ONLY GET WHAT IS LEFT OF THE CAP AFTER IT, SO OVERFLOW PARKED
      * ON EARLIER NIGHTS ALWAYS GOES OUT AHEAD OF NEWER ARRIVALS.
      *****************************************************************
       01  WS-CAMP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CAMPRPT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CAMP-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-CAMP-FILE              VALUE 'Y'.
       01  WS-CAMP-MAX                   PIC 9(02) VALUE 50.
       01  WS-CAMP-COUNT                 PIC 9(02) VALUE 0.
       01  WS-CAMP-TABLE.
           05  WS-CAMP-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-CAMP-IX.
               10  WS-CAMP-TYPE             PIC X(15).
               10  WS-CAMP-ID               PIC X(10).
               10  WS-CAMP-CAP              PIC 9(07).
               10  WS-CAMP-START-DATE       PIC 9(08).
               10  WS-CAMP-END-DATE         PIC 9(08).
               10  WS-CAMP-BACKLOG          PIC 9(07).
               10  WS-CAMP-RELEASED         PIC 9(07).
               10  WS-CAMP-PARKED           PIC 9(07).
       01  WS-CAMP-SUB                   PIC 9(02) VALUE 0.
       01  WS-CAMP-WORK-TYPE             PIC X(15) VALUE SPACES.
       01  WS-CAMP-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  CAMPAIGN-FOUND                VALUE 'Y'.
       01  WS-CAMP-HOLD-SWITCH           PIC X(01) VALUE 'N'.
           88  CAMPAIGN-HOLD                 VALUE 'Y'.
       01  WS-CAMP-HOLD-UNTIL            PIC 9(08) VALUE 0.
       01  WS-CAMP-NIGHTS                PIC 9(07) VALUE 0.
       01  WS-CAMP-FIRST-NIGHT           PIC 9(08) VALUE 0.
       01  WS-CAMP-COMPLETION-DATE       PIC 9(08) VALUE 0.
       01  WS-CAMP-STATUS-TEXT           PIC X(12) VALUE SPACES.
       01  WS-CAMP-CAP-EDIT              PIC Z,ZZZ,ZZ9.
       01  WS-CAMP-RELEASED-EDIT         PIC Z,ZZZ,ZZ9.
       01  WS-CAMP-PARKED-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-CAMP-HELD-COUNT            PIC 9(07) VALUE 0.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-RUN-TIME                   PIC 9(06) VALUE 0.
       01  WS-MESSAGE-TYPE               PIC X(15) VALUE SPACES.
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1500-READ-PARAMETERS
           PERFORM 1100-READ-CHECKPOINT
           PERFORM 1900-LOAD-CAMPAIGNS
           PERFORM 1950-COUNT-CAMPAIGN-BACKLOG
           PERFORM 1600-LOAD-AUDIT-HISTORY
           IF WS-RESTART-COUNT IS GREATER THAN ZERO
               PERFORM 1650-RELOAD-RUN-PAIRS
               PERFORM 1660-RELOAD-CAMPAIGN-PARKED
           END-IF
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS IS NOT EQUAL TO '00'
               OPEN EXTEND AUDIT-TRAIL-FILE
               OPEN EXTEND PRINT-WORK-FILE
               OPEN EXTEND EDLV-FILE
               OPEN EXTEND IMGX-FILE
               OPEN EXTEND PEND-OUT-FILE
               OPEN EXTEND PEND-REPORT-FILE
               OPEN EXTEND SUPP-REPORT-FILE
               OPEN OUTPUT AUDIT-TRAIL-FILE
               OPEN OUTPUT PRINT-WORK-FILE
               OPEN OUTPUT EDLV-FILE
               OPEN OUTPUT IMGX-FILE
               OPEN OUTPUT PEND-OUT-FILE
               OPEN OUTPUT PEND-REPORT-FILE
               PERFORM 1750-WRITE-PEND-HEADINGS
               MOVE WS-EDLV-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           IF WS-IMGX-STATUS IS NOT EQUAL TO '00'
               MOVE 'IMGEXT' TO WS-ABORT-FILE-NAME
               MOVE WS-IMGX-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           IF WS-PEND-OUT-STATUS IS NOT EQUAL TO '00'
               MOVE 'PENDOUT' TO WS-ABORT-FILE-NAME
               MOVE WS-PEND-OUT-STATUS TO WS-ABORT-STATUS
                   MOVE WS-DNC-STATUS TO WS-ABORT-STATUS
                   PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-EVALUATE
      * CATEGORY OPT-OUTS ARE HONORED THE SAME WAY: AN UNREADABLE
      * CATEGORY TABLE OR OPT-OUT FILE IS A HARD STOP, WHILE ONE THAT
      * HAS NEVER BEEN CREATED MEANS NO OPT-OUTS ARE IN EFFECT.
           OPEN INPUT MTCG-FILE
           EVALUATE WS-MTCG-STATUS
               WHEN '00'
                   SET CATEGORY-TABLE-AVAILABLE TO TRUE
               WHEN '35'
                   DISPLAY 'SAMPLEDR: MSGCTGY NOT YET CREATED -- NO '
                       'CATEGORY OPT-OUTS IN EFFECT'
               WHEN OTHER
                   MOVE 'MSGCTGY' TO WS-ABORT-FILE-NAME
                   MOVE WS-MTCG-STATUS TO WS-ABORT-STATUS
                   PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-EVALUATE
           OPEN INPUT OPTO-FILE
           EVALUATE WS-OPTO-STATUS
               WHEN '00'
                   SET OPT-OUT-FILE-AVAILABLE TO TRUE
               WHEN '35'
                   DISPLAY 'SAMPLEDR: OPTOUT NOT YET CREATED -- NO '
                       'CATEGORY OPT-OUTS IN EFFECT'
               WHEN OTHER
                   MOVE 'OPTOUT' TO WS-ABORT-FILE-NAME
                   MOVE WS-OPTO-STATUS TO WS-ABORT-STATUS
                   PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-EVALUATE
      * NO PROFILE FILE JUST MEANS EVERY LETTER PRINTS ON THE
      * STANDARD DEFAULT STOCK, AS THE EXTRACT ALWAYS DID BEFORE
      * PROFILES EXISTED -- WARN AND CARRY ON.
               DISPLAY 'SAMPLEDR: PRNTPROF NOT AVAILABLE -- ALL '
                   'LETTERS CARRY THE DEFAULT PRINT PROFILE'
           END-IF
           PERFORM 1970-LOAD-VENDOR-ROUTES
           PERFORM 1980-READ-VENDOR-OVERRIDE
           PERFORM 1800-LOAD-CATALOG-LANGUAGES
           PERFORM 8000-READ-TRAN
           PERFORM 1200-SKIP-PROCESSED-TRANSACTIONS
           CLOSE AUDIT-TRAIL-FILE
           CLOSE PRINT-WORK-FILE
           CLOSE EDLV-FILE
           CLOSE IMGX-FILE
           CLOSE PEND-OUT-FILE
           CLOSE PEND-REPORT-FILE
           CLOSE SUPP-REPORT-FILE
                   MOVE AUDT-MESSAGE-TYPE TO WS-SUPP-WORK-TYPE
                   MOVE 'R' TO WS-SUPP-WORK-SOURCE
                   PERFORM 7000-ADD-SUPPRESSION-PAIR
                   MOVE AUDT-MESSAGE-TYPE TO WS-CAMP-WORK-TYPE
                   PERFORM 2990-TALLY-CAMPAIGN-RELEASE
                   PERFORM 8200-READ-AUDIT-TRAIL
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF
           .

      *****************************************************************
      * LIKEWISE THE CAMPAIGN ITEMS ALREADY PARKED BY THE ABENDED
      * PORTION OF THIS RUN ARE ON PENDOUT, SO THE PROGRESS REPORT
      * STILL COUNTS THEM AFTER THE RESTART.
      *****************************************************************
       1660-RELOAD-CAMPAIGN-PARKED.
           IF WS-CAMP-COUNT IS GREATER THAN ZERO
               OPEN INPUT PEND-OUT-FILE
               IF WS-PEND-OUT-STATUS IS EQUAL TO '00'
                   PERFORM 8800-READ-PEND-OUT
                   PERFORM 1670-RELOAD-ONE-PARKED
                       UNTIL WS-PEND-OUT-STATUS IS NOT EQUAL TO '00'
                   CLOSE PEND-OUT-FILE
               END-IF
           END-IF
           .

       1670-RELOAD-ONE-PARKED.
           MOVE PEND-OUT-MESSAGE-TYPE TO WS-CAMP-WORK-TYPE
           PERFORM 2995-TALLY-CAMPAIGN-PARKED
           PERFORM 8800-READ-PEND-OUT
           .

       1700-WRITE-SUPP-HEADINGS.
           MOVE 'SUPPRESSED DUPLICATE CORRESPONDENCE REPORT'
               TO SUPP-REPORT-LINE
           END-IF
           .

      *****************************************************************
      * TABLE THE CAMPAIGN CONTROL FILE.  AN UNREADABLE FILE IS A HARD
      * STOP -- RUNNING WITHOUT IT WOULD RELEASE A WHOLE CAMPAIGN DROP
      * IN ONE NIGHT, WHICH IS WHAT THE CAPS EXIST TO PREVENT.  A SHOP
      * THAT HAS NEVER LOADED ONE (FILE STATUS 35) HAS NO CAPS.
      *****************************************************************
       1900-LOAD-CAMPAIGNS.
           OPEN INPUT CAMP-FILE
           EVALUATE WS-CAMP-STATUS
               WHEN '00'
                   PERFORM 8700-READ-CAMPAIGN
                   PERFORM 1910-TABLE-CAMPAIGN
                       UNTIL END-OF-CAMP-FILE
                   CLOSE CAMP-FILE
               WHEN '35'
                   DISPLAY 'SAMPLEDR: CAMPCTL NOT YET CREATED -- NO '
                       'CAMPAIGN CAPS IN EFFECT'
               WHEN OTHER
                   MOVE 'CAMPCTL' TO WS-ABORT-FILE-NAME
                   MOVE WS-CAMP-STATUS TO WS-ABORT-STATUS
                   PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-EVALUATE
           .

       1910-TABLE-CAMPAIGN.
           EVALUATE TRUE
               WHEN CAMP-NIGHTLY-CAP IS NOT NUMERIC
                       OR CAMP-START-DATE IS NOT NUMERIC
                       OR CAMP-END-DATE IS NOT NUMERIC
                   DISPLAY 'SAMPLEDR: CAMPCTL ENTRY FOR '
                       CAMP-MESSAGE-TYPE ' HAS A NON-NUMERIC CAP OR '
                       'DATE -- NOT METERED'
               WHEN WS-CAMP-COUNT IS NOT LESS THAN WS-CAMP-MAX
                   DISPLAY 'SAMPLEDR: MORE THAN ' WS-CAMP-MAX
                       ' CAMPAIGNS -- ' CAMP-MESSAGE-TYPE
                       ' NOT METERED'
               WHEN OTHER
                   ADD 1 TO WS-CAMP-COUNT
                   SET WS-CAMP-IX TO WS-CAMP-COUNT
                   MOVE CAMP-MESSAGE-TYPE TO WS-CAMP-TYPE(WS-CAMP-IX)
                   MOVE CAMP-CAMPAIGN-ID TO WS-CAMP-ID(WS-CAMP-IX)
                   MOVE CAMP-NIGHTLY-CAP TO WS-CAMP-CAP(WS-CAMP-IX)
                   MOVE CAMP-START-DATE
                       TO WS-CAMP-START-DATE(WS-CAMP-IX)
                   MOVE CAMP-END-DATE TO WS-CAMP-END-DATE(WS-CAMP-IX)
                   MOVE 0 TO WS-CAMP-BACKLOG(WS-CAMP-IX)
                   MOVE 0 TO WS-CAMP-RELEASED(WS-CAMP-IX)
                   MOVE 0 TO WS-CAMP-PARKED(WS-CAMP-IX)
           END-EVALUATE
           PERFORM 8700-READ-CAMPAIGN
           .

      *****************************************************************
      * COUNT EACH CAMPAIGN'S BACKLOG: ITEMS ON LAST NIGHT'S PENDING
      * FILE, IN THIS EXECUTION'S CUSTOMER RANGE, THAT ARE ALREADY DUE
      * AND SO WILL COMPETE FOR TONIGHT'S CAP IN THE END-OF-RUN SWEEP.
      * A MISSING PENDIN IS REPORTED BY THE SWEEP ITSELF.
      *****************************************************************
       1950-COUNT-CAMPAIGN-BACKLOG.
           IF WS-CAMP-COUNT IS GREATER THAN ZERO
               OPEN INPUT PEND-IN-FILE
               IF WS-PEND-IN-STATUS IS EQUAL TO '00'
                   PERFORM 8400-READ-PEND-IN
                   PERFORM 1960-COUNT-ONE-BACKLOG
                       UNTIL END-OF-PEND-IN-FILE
                   CLOSE PEND-IN-FILE
               END-IF
           END-IF
           .

       1960-COUNT-ONE-BACKLOG.
           PERFORM 5060-CHECK-PENDING-OWNER
           IF PENDING-ITEM-OWNED
                   AND PEND-SEND-DATE IS NUMERIC
                   AND PEND-SEND-DATE IS NOT GREATER THAN WS-RUN-DATE
               MOVE PEND-MESSAGE-TYPE TO WS-CAMP-WORK-TYPE
               PERFORM 2940-FIND-CAMPAIGN
               IF CAMPAIGN-FOUND
                   ADD 1 TO WS-CAMP-BACKLOG(WS-CAMP-IX)
               END-IF
           END-IF
           PERFORM 8400-READ-PEND-IN
           .

      *****************************************************************
      * TABLE THE PRINT-VENDOR ROUTING CARDS.  NO TABLE SIMPLY MEANS
      * EVERY LETTER GOES TO THE PRIMARY VENDOR, AS BEFORE THERE WAS
      * A SECOND VENDOR -- WARN AND CARRY ON.  A CARD WITH A BAD
      * VENDOR ID, OR REPEATING A GROUP/FORM ALREADY TABLED, IS
      * REPORTED AND IGNORED.
      *****************************************************************
       1970-LOAD-VENDOR-ROUTES.
           OPEN INPUT VRTE-FILE
           IF WS-VRTE-STATUS IS EQUAL TO '00'
               PERFORM 8900-READ-VENDOR-ROUTE
               PERFORM 1975-TABLE-VENDOR-ROUTE
                   UNTIL END-OF-VRTE-FILE
               CLOSE VRTE-FILE
           ELSE
               DISPLAY 'SAMPLEDR: VNDROUTE NOT AVAILABLE -- ALL '
                   'LETTERS ROUTED TO THE PRIMARY PRINT VENDOR'
           END-IF
           .

       1975-TABLE-VENDOR-ROUTE.
           MOVE VRTE-PRESORT-GROUP TO WS-VRTE-GROUP-WORK
           MOVE VRTE-FORM-CODE TO WS-VRTE-FORM-WORK
           PERFORM 1990-FIND-ROUTE-CARD
           EVALUATE TRUE
               WHEN VRTE-VENDOR-ID IS NOT EQUAL TO '1'
                       AND VRTE-VENDOR-ID IS NOT EQUAL TO '2'
                   DISPLAY 'SAMPLEDR: VNDROUTE CARD '
                       VRTE-PRESORT-GROUP '/' VRTE-FORM-CODE
                       ' HAS VENDOR ID ' VRTE-VENDOR-ID
                       ' -- NOT 1 OR 2, IGNORED'
               WHEN ROUTE-CARD-FOUND
                   DISPLAY 'SAMPLEDR: VNDROUTE CARD '
                       VRTE-PRESORT-GROUP '/' VRTE-FORM-CODE
                       ' REPEATS AN EARLIER CARD -- IGNORED'
               WHEN WS-VRTE-COUNT IS NOT LESS THAN WS-VRTE-MAX
                   DISPLAY 'SAMPLEDR: MORE THAN ' WS-VRTE-MAX
                       ' VNDROUTE CARDS -- ' VRTE-PRESORT-GROUP '/'
                       VRTE-FORM-CODE ' IGNORED'
               WHEN OTHER
                   ADD 1 TO WS-VRTE-COUNT
                   SET WS-VRTE-IX TO WS-VRTE-COUNT
                   MOVE VRTE-PRESORT-GROUP
                       TO WS-VRTE-GROUP(WS-VRTE-IX)
                   MOVE VRTE-FORM-CODE TO WS-VRTE-FORM(WS-VRTE-IX)
                   MOVE VRTE-VENDOR-ID TO WS-VRTE-VENDOR(WS-VRTE-IX)
           END-EVALUATE
           PERFORM 8900-READ-VENDOR-ROUTE
           .

      *****************************************************************
      * THE OPERATOR OVERRIDE SENDS THE WHOLE NIGHT TO ONE VENDOR.
      * AN EMPTY VNDOVRD (THE NORMAL CASE) LEAVES THE TABLE IN
      * CHARGE; AN OVERRIDE NAMING NEITHER VENDOR IS REPORTED AND
      * IGNORED RATHER THAN GUESSED AT.
      *****************************************************************
       1980-READ-VENDOR-OVERRIDE.
           OPEN INPUT VOVR-FILE
           IF WS-VOVR-STATUS IS EQUAL TO '00'
               READ VOVR-FILE
                   NOT AT END
                       IF VOVR-RECORD IS NOT EQUAL TO SPACES
                           IF VOVR-VENDOR-ID IS EQUAL TO '1'
                                   OR VOVR-VENDOR-ID IS EQUAL TO '2'
                               MOVE VOVR-VENDOR-ID TO WS-VOVR-VENDOR
                               MOVE VOVR-REASON TO WS-VOVR-REASON
                               DISPLAY 'SAMPLEDR: OPERATOR OVERRIDE '
                                   '-- ALL LETTERS ROUTED TO PRINT '
                                   'VENDOR ' WS-VOVR-VENDOR ': '
                                   WS-VOVR-REASON
                           ELSE
                               DISPLAY 'SAMPLEDR: VNDOVRD VENDOR ID '
                                   VOVR-VENDOR-ID ' IS NOT 1 OR 2 '
                                   '-- OVERRIDE IGNORED'
                           END-IF
                       END-IF
               END-READ
               CLOSE VOVR-FILE
           END-IF
           .

       1990-FIND-ROUTE-CARD.
           MOVE 'N' TO WS-VRTE-FOUND-SWITCH
           IF WS-VRTE-COUNT IS GREATER THAN ZERO
               SET WS-VRTE-IX TO 1
               SEARCH WS-VRTE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VRTE-IX IS GREATER THAN WS-VRTE-COUNT
                       CONTINUE
                   WHEN WS-VRTE-GROUP(WS-VRTE-IX) IS EQUAL TO
                           WS-VRTE-GROUP-WORK
                       AND WS-VRTE-FORM(WS-VRTE-IX) IS EQUAL TO
                           WS-VRTE-FORM-WORK
                       SET ROUTE-CARD-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

       2000-PROCESS-TRANSACTION.
      * THE FIELD EDITS RUN FIRST SO THE PARK-DATE COMPARE AND THE
      * SUPPRESSION SEARCH NEVER TOUCH A NON-NUMERIC FIELD -- GARBAGE
      * LANDS ON TRANEXCP WITH ITS REASON CODE INSTEAD OF ABENDING
      * THE RUN.
           MOVE WS-SUBMITTING-SYSTEM TO WS-MESSAGE-SUBMITTER
           MOVE WS-RUN-DATE TO WS-MESSAGE-RECEIVED-DATE
           PERFORM 3000-EDIT-TRANSACTION
           IF TRANSACTION-REJECTED
               PERFORM 2500-WRITE-EXCEPTION
      * A PAPER FALLBACK BYPASSES DUPLICATE SUPPRESSION: THE PAIR IS
      * ALREADY ON THE AUDIT TRAIL FROM THE BOUNCED ELECTRONIC SEND,
      * AND SUPPRESSING IT WOULD LOSE THE LETTER ALTOGETHER.
      * THE FALLBACK IS ALSO OUTSIDE ANY CAMPAIGN CAP -- THE ORIGINAL
      * SEND WAS ALREADY METERED THE NIGHT IT WENT OUT.
                   IF FALLBACK-TRANSACTION
                       PERFORM 2010-GENERATE-TRANSACTION
                   ELSE
                       IF PAIR-ALREADY-SENT
                           PERFORM 2700-WRITE-SUPPRESSION-LINE
                       ELSE
                           MOVE TRAN-MESSAGE-TYPE TO WS-CAMP-WORK-TYPE
                           PERFORM 2950-CHECK-CAMPAIGN-CAP
                           IF CAMPAIGN-HOLD
                               PERFORM 2970-PARK-CAMPAIGN-OVERFLOW
                           ELSE
                               PERFORM 2010-GENERATE-TRANSACTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   MOVE TRAN-MESSAGE-TYPE TO WS-SUPP-WORK-TYPE
                   MOVE 'R' TO WS-SUPP-WORK-SOURCE
                   PERFORM 7000-ADD-SUPPRESSION-PAIR
                   MOVE TRAN-MESSAGE-TYPE TO WS-CAMP-WORK-TYPE
                   PERFORM 2990-TALLY-CAMPAIGN-RELEASE
               ELSE
                   MOVE '03' TO WS-EDIT-REASON-CODE
                   MOVE TRAN-MESSAGE-TYPE TO WS-EDIT-FIELD-CONTENTS
           MOVE WS-RUN-DATE TO AUDT-RUN-DATE
           MOVE WS-RUN-TIME TO AUDT-RUN-TIME
           MOVE WS-DELIVERY-CHANNEL TO AUDT-DELIVERY-CHANNEL
           MOVE WS-MESSAGE-SUBMITTER TO AUDT-SUBMITTING-SYSTEM
           MOVE WS-MESSAGE-RECEIVED-DATE TO AUDT-DATE-RECEIVED
           WRITE AUDT-RECORD
           .

           MOVE WS-EFFECTIVE-LANGUAGE-CODE TO PWRK-LANGUAGE-CODE
           MOVE WS-RUN-DATE TO PWRK-PRINT-DATE
           MOVE MSG-LINE(WS-LINE-SUB) TO PWRK-MESSAGE-TEXT
           MOVE WS-MESSAGE-SUBMITTER TO PWRK-SUBMITTING-SYSTEM
           MOVE CUST-ACCESSIBLE-FORMAT TO PWRK-ACCESSIBLE-FORMAT
           MOVE CUST-ACCOUNT-NUMBER TO PWRK-ACCOUNT-NUMBER
           MOVE WS-RUN-TIME TO PWRK-RUN-TIME
           WRITE PWRK-RECORD
           .

           MOVE TRAN-MESSAGE-TYPE TO EDLV-MESSAGE-TYPE
           MOVE WS-RUN-DATE TO EDLV-GEN-DATE
           MOVE WS-RUN-TIME TO EDLV-GEN-TIME
           MOVE WS-MESSAGE-SUBMITTER TO EDLV-SUBMITTING-SYSTEM
           WRITE EDLV-RECORD
           PERFORM 2850-WRITE-EDELIVERY-TEXT-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB IS GREATER THAN MSG-LINE-COUNT
           PERFORM 2880-WRITE-IMAGING-MESSAGE
           .

       2850-WRITE-EDELIVERY-TEXT-LINE.
           WRITE EDLV-RECORD
           .

      *****************************************************************
      * THE ELECTRONIC MESSAGE GOES TO THE DOCUMENT-IMAGING EXTRACT
      * AS SENT TO THE GATEWAY, INDEXED UNDER ITS HISTORY KEY.  PAPER
      * LETTERS ARE IMAGED AT CONSOLIDATION (9180), ONCE THEIR BODY
      * IS FINAL.
      *****************************************************************
       2880-WRITE-IMAGING-MESSAGE.
           MOVE SPACES TO IMGX-RECORD
           SET IMGX-INDEX-RECORD TO TRUE
           MOVE TRAN-CUSTOMER-NUMBER TO IMGX-CUSTOMER-NUMBER
           MOVE WS-RUN-DATE TO IMGX-RUN-DATE
           MOVE WS-RUN-TIME TO IMGX-RUN-TIME
           MOVE TRAN-MESSAGE-TYPE TO IMGX-MESSAGE-TYPE
           SET IMGX-ELECTRONIC TO TRUE
           MOVE CUST-ACCOUNT-NUMBER TO IMGX-ACCOUNT-NUMBER
           MOVE WS-EFFECTIVE-LANGUAGE-CODE TO IMGX-LANGUAGE-CODE
           MOVE MSG-LINE-COUNT TO IMGX-LINE-COUNT
           WRITE IMGX-RECORD
           PERFORM 2885-WRITE-IMAGING-TEXT-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB IS GREATER THAN MSG-LINE-COUNT
           .

       2885-WRITE-IMAGING-TEXT-LINE.
           MOVE SPACES TO IMGX-RECORD
           SET IMGX-TEXT-DETAIL TO TRUE
           MOVE WS-LINE-SUB TO IMGX-LINE-NUMBER
           MOVE MSG-LINE(WS-LINE-SUB) TO IMGX-MESSAGE-TEXT
           WRITE IMGX-RECORD
           .

      *****************************************************************
      * A TRANSACTION DATED IN THE FUTURE IS PARKED ON THE PENDING
      * FILE INSTEAD OF BEING GENERATED TONIGHT; THE SWEEP RELEASES
      * THE VARIABLE VALUES PARK WITH THE ITEM, SO THE LETTER STILL
      * RESOLVES ITS &-TOKENS THE NIGHT IT RELEASES.
           MOVE WS-VARIABLE-BLOCK TO PEND-OUT-VARIABLE-DATA
           MOVE WS-MESSAGE-SUBMITTER TO PEND-OUT-SUBMITTING-SYSTEM
           WRITE PEND-OUT-RECORD
           ADD 1 TO WS-PARKED-COUNT
           MOVE TRAN-MESSAGE-TYPE TO WS-CAMP-WORK-TYPE
           PERFORM 2995-TALLY-CAMPAIGN-PARKED
           MOVE SPACES TO PEND-REPORT-LINE
           STRING TRAN-CUSTOMER-NUMBER     DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
           WRITE PEND-REPORT-LINE
           .

       2940-FIND-CAMPAIGN.
           MOVE 'N' TO WS-CAMP-FOUND-SWITCH
           IF WS-CAMP-COUNT IS GREATER THAN ZERO
               SET WS-CAMP-IX TO 1
               SEARCH WS-CAMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CAMP-IX IS GREATER THAN WS-CAMP-COUNT
                       CONTINUE
                   WHEN WS-CAMP-TYPE(WS-CAMP-IX) IS EQUAL TO
                           WS-CAMP-WORK-TYPE
                       SET CAMPAIGN-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

      *****************************************************************
      * DECIDE WHETHER A DUE ITEM OF A CAMPAIGN'S MESSAGE TYPE IS HELD
      * TONIGHT: BEFORE THE CAMPAIGN STARTS IT WAITS FOR THE START
      * DATE; INSIDE THE WINDOW IT WAITS ONCE TONIGHT'S LETTERS PLUS
      * THE OLDER BACKLOG STILL TO BE SWEPT HAVE REACHED THE CAP;
      * AFTER THE END DATE IT IS NO LONGER METERED.  THE SWEEP CLEARS
      * THE BACKLOG FIRST, SINCE BY THEN THE OLDER ITEMS ARE THE ONES
      * BEING RELEASED.
      *****************************************************************
       2950-CHECK-CAMPAIGN-CAP.
           MOVE 'N' TO WS-CAMP-HOLD-SWITCH
           MOVE 0 TO WS-CAMP-HOLD-UNTIL
           PERFORM 2940-FIND-CAMPAIGN
           IF CAMPAIGN-FOUND
               EVALUATE TRUE
                   WHEN WS-RUN-DATE IS LESS THAN
                           WS-CAMP-START-DATE(WS-CAMP-IX)
                       SET CAMPAIGN-HOLD TO TRUE
                       MOVE WS-CAMP-START-DATE(WS-CAMP-IX)
                           TO WS-CAMP-HOLD-UNTIL
                   WHEN WS-CAMP-END-DATE(WS-CAMP-IX) IS GREATER THAN
                           ZERO
                           AND WS-RUN-DATE IS GREATER THAN
                               WS-CAMP-END-DATE(WS-CAMP-IX)
                       CONTINUE
                   WHEN WS-CAMP-RELEASED(WS-CAMP-IX)
                           + WS-CAMP-BACKLOG(WS-CAMP-IX)
                           IS NOT LESS THAN WS-CAMP-CAP(WS-CAMP-IX)
                       SET CAMPAIGN-HOLD TO TRUE
               END-EVALUATE
           END-IF
           .

      *****************************************************************
      * A TRANIN DETAIL OVER ITS CAMPAIGN'S CAP (OR AHEAD OF ITS START
      * DATE) PARKS ON THE PENDING FILE RECEIVED TONIGHT, SO IT QUEUES
      * BEHIND EVERYTHING ALREADY WAITING.
      *****************************************************************
       2970-PARK-CAMPAIGN-OVERFLOW.
           MOVE TRAN-CUSTOMER-NUMBER TO PEND-OUT-CUSTOMER-NUMBER
           MOVE TRAN-MESSAGE-TYPE TO PEND-OUT-MESSAGE-TYPE
           IF WS-CAMP-HOLD-UNTIL IS GREATER THAN ZERO
               MOVE WS-CAMP-HOLD-UNTIL TO PEND-OUT-SEND-DATE
           ELSE
               MOVE TRAN-SEND-DATE TO PEND-OUT-SEND-DATE
           END-IF
           MOVE WS-RUN-DATE TO PEND-OUT-DATE-RECEIVED
           MOVE WS-VARIABLE-BLOCK TO PEND-OUT-VARIABLE-DATA
           MOVE WS-MESSAGE-SUBMITTER TO PEND-OUT-SUBMITTING-SYSTEM
           WRITE PEND-OUT-RECORD
           ADD 1 TO WS-PARKED-COUNT
           ADD 1 TO WS-CAMP-PARKED(WS-CAMP-IX)
           PERFORM 2980-WRITE-CAMPAIGN-HOLD-LINE
           .

       2980-WRITE-CAMPAIGN-HOLD-LINE.
           ADD 1 TO WS-CAMP-HELD-COUNT
           MOVE SPACES TO PEND-REPORT-LINE
           IF WS-CAMP-HOLD-UNTIL IS GREATER THAN ZERO
               STRING PEND-OUT-CUSTOMER-NUMBER DELIMITED BY SIZE
                       ' '                    DELIMITED BY SIZE
                       PEND-OUT-MESSAGE-TYPE  DELIMITED BY SIZE
                       ' HELD, '              DELIMITED BY SIZE
                       WS-CAMP-ID(WS-CAMP-IX) DELIMITED BY SIZE
                       ' STARTS '             DELIMITED BY SIZE
                       WS-CAMP-HOLD-UNTIL     DELIMITED BY SIZE
                       INTO PEND-REPORT-LINE
               END-STRING
           ELSE
               STRING PEND-OUT-CUSTOMER-NUMBER DELIMITED BY SIZE
                       ' '                    DELIMITED BY SIZE
                       PEND-OUT-MESSAGE-TYPE  DELIMITED BY SIZE
                       ' HELD, '              DELIMITED BY SIZE
                       WS-CAMP-ID(WS-CAMP-IX) DELIMITED BY SIZE
                       ' AT NIGHTLY CAP'      DELIMITED BY SIZE
                       INTO PEND-REPORT-LINE
               END-STRING
           END-IF
           WRITE PEND-REPORT-LINE
           .

       2990-TALLY-CAMPAIGN-RELEASE.
           PERFORM 2940-FIND-CAMPAIGN
           IF CAMPAIGN-FOUND
               ADD 1 TO WS-CAMP-RELEASED(WS-CAMP-IX)
           END-IF
           .

       2995-TALLY-CAMPAIGN-PARKED.
           PERFORM 2940-FIND-CAMPAIGN
           IF CAMPAIGN-FOUND
               ADD 1 TO WS-CAMP-PARKED(WS-CAMP-IX)
           END-IF
           .

      *****************************************************************
      * FRONT-END FIELD EDITS OF THE TRANSACTION ITSELF; THE
      * MASTER-DATA EDITS FOLLOW IN 3050-EDIT-MASTER-DATA ONCE THE
                   AND DNC-LIST-AVAILABLE
               PERFORM 3500-CHECK-DO-NOT-CONTACT
           END-IF
      * A CATEGORY OPT-OUT IS CHECKED AT THE SAME POINT FOR THE SAME
      * REASONS.
           IF NOT TRANSACTION-REJECTED
                   AND CATEGORY-TABLE-AVAILABLE
                   AND OPT-OUT-FILE-AVAILABLE
               PERFORM 3550-CHECK-CATEGORY-OPT-OUT
           END-IF
           .

      *****************************************************************
           END-IF
           .

      *****************************************************************
      * REJECT THE TRANSACTION WHEN ITS MESSAGE TYPE FALLS IN A
      * CATEGORY THE CUSTOMER HAS AN ACTIVE OPT-OUT OF: EFFECTIVE ON
      * OR BEFORE TONIGHT AND NOT YET EXPIRED (ZERO EXPIRY = OPEN-
      * ENDED).  A REGULATORY NOTICE, OR A TYPE WITH NO CATEGORY,
      * ALWAYS GOES.  THE CATEGORY AND THE OPT-OUT'S EFFECTIVE DATE
      * RIDE IN THE EXCEPTION'S FIELD CONTENTS.
      *****************************************************************
       3550-CHECK-CATEGORY-OPT-OUT.
           MOVE TRAN-MESSAGE-TYPE TO MTCG-MESSAGE-TYPE
           MOVE 'N' TO WS-OPTO-FOUND-SWITCH
           READ MTCG-FILE
               INVALID KEY
                   MOVE SPACE TO MTCG-CATEGORY
           END-READ
           IF MTCG-OPT-OUT-ALLOWED
               MOVE TRAN-CUSTOMER-NUMBER TO OPTO-CUSTOMER-NUMBER
               MOVE MTCG-CATEGORY TO OPTO-CATEGORY
               READ OPTO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUSTOMER-OPTED-OUT TO TRUE
               END-READ
           END-IF
           IF CUSTOMER-OPTED-OUT
                   AND OPTO-EFFECTIVE-DATE IS NOT GREATER THAN
                       WS-RUN-DATE
                   AND (OPTO-EXPIRY-DATE IS EQUAL TO ZERO
                       OR OPTO-EXPIRY-DATE IS NOT LESS THAN
                           WS-RUN-DATE)
               MOVE '13' TO WS-EDIT-REASON-CODE
               MOVE SPACES TO WS-EDIT-FIELD-CONTENTS
               STRING 'CATEGORY '            DELIMITED BY SIZE
                       OPTO-CATEGORY         DELIMITED BY SIZE
                       ' SINCE '             DELIMITED BY SIZE
                       OPTO-EFFECTIVE-DATE   DELIMITED BY SIZE
                       INTO WS-EDIT-FIELD-CONTENTS
               END-STRING
               SET TRANSACTION-REJECTED TO TRUE
           END-IF
           .

      *****************************************************************
      * EDITS AGAINST THE MASTER DATA THE TRANSACTION RESOLVES TO,
      * PERFORMED AFTER THE FIELD EDITS, THE PARK DECISION, AND THE
      * COME DUE ARE GENERATED WITH TONIGHT'S RUN (THROUGH THE SAME
      * SUPPRESSION, EDIT, AND ROUTING LOGIC AS A TRANIN DETAIL);
      * ITEMS STILL IN THE FUTURE ARE CARRIED FORWARD AND REPORTED
      * WITH THEIR RELEASE DATE.  THE FILE IS SWEPT IN DATE-RECEIVED
      * ORDER SO A CAMPAIGN'S CAP GOES TO ITS OLDEST PARKED ITEMS.
      *****************************************************************
       5000-SWEEP-PENDING-FILE.
           PERFORM 5010-CLEAR-CAMPAIGN-BACKLOG
               VARYING WS-CAMP-SUB FROM 1 BY 1
               UNTIL WS-CAMP-SUB IS GREATER THAN WS-CAMP-COUNT
           OPEN INPUT PEND-IN-FILE
           IF WS-PEND-IN-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLEDR: PENDIN NOT AVAILABLE -- NO PENDING '
                   'ITEMS TO SWEEP'
           ELSE
               CLOSE PEND-IN-FILE
               SORT PEND-SORT-FILE
                   ON ASCENDING KEY PSRT-DATE-RECEIVED
                   WITH DUPLICATES IN ORDER
                   USING PEND-IN-FILE
                   OUTPUT PROCEDURE IS 5050-SWEEP-SORTED-PENDING
           END-IF
           .

       5010-CLEAR-CAMPAIGN-BACKLOG.
           SET WS-CAMP-IX TO WS-CAMP-SUB
           MOVE 0 TO WS-CAMP-BACKLOG(WS-CAMP-IX)
           .

       5050-SWEEP-SORTED-PENDING.
           MOVE 'N' TO WS-PEND-EOF-SWITCH
           PERFORM 8450-RETURN-SORTED-PENDING
           PERFORM 5100-SWEEP-ONE-PENDING
               UNTIL END-OF-PEND-IN-FILE
           .

       5060-CHECK-PENDING-OWNER.
      * ON A PARTITIONED RUN EVERY EXECUTION IS FED THE SAME COMBINED
      * PENDING FILE, SO EACH ONE ONLY TOUCHES THE ITEMS IN ITS OWN
      * CUSTOMER RANGE -- THE PARTITION THAT OWNS AN ITEM RELEASES OR
      * A RECORD WITH A NON-NUMERIC CUSTOMER NUMBER CANNOT BE RANGED,
      * SO PARTITION 1 (OR AN UNPARTITIONED RUN) OWNS IT AND THE
      * FIELD EDITS REJECT IT TO TRANEXCP EXACTLY ONCE.
           MOVE 'N' TO WS-PEND-OWNED-SWITCH
           EVALUATE TRUE
               WHEN PEND-CUSTOMER-NUMBER IS NOT NUMERIC
                   IF WS-PARTITION-ID IS NOT GREATER THAN 1
                       SET PENDING-ITEM-OWNED TO TRUE
                   END-IF
               WHEN WS-PARTITION-ID IS GREATER THAN ZERO
                       AND (PEND-CUSTOMER-NUMBER IS LESS THAN
                               WS-PART-RANGE-HIGH)
                   CONTINUE
               WHEN OTHER
                   SET PENDING-ITEM-OWNED TO TRUE
           END-EVALUATE
           .

       5100-SWEEP-ONE-PENDING.
           PERFORM 5060-CHECK-PENDING-OWNER
           IF PENDING-ITEM-OWNED
               PERFORM 5150-SWEEP-OWNED-PENDING
           END-IF
           PERFORM 8450-RETURN-SORTED-PENDING
           .

       5150-SWEEP-OWNED-PENDING.
      * A NON-NUMERIC SEND DATE CANNOT BE COMPARED, SO IT RELEASES
      * TONIGHT AND THE FIELD EDITS REJECT IT WITH REASON 10.  A DUE
      * ITEM OF A METERED CAMPAIGN STAYS PARKED ONCE THE CAP IS MET.
           MOVE 'N' TO WS-CAMP-HOLD-SWITCH
           IF PEND-SEND-DATE IS NUMERIC
                   AND PEND-SEND-DATE IS NOT GREATER THAN WS-RUN-DATE
               MOVE PEND-MESSAGE-TYPE TO WS-CAMP-WORK-TYPE
               PERFORM 2950-CHECK-CAMPAIGN-CAP
           END-IF
           IF CAMPAIGN-HOLD
               PERFORM 5200-HOLD-PENDING-FOR-CAMPAIGN
           ELSE
               PERFORM 5300-RELEASE-OR-CARRY-PENDING
           END-IF
           .

       5200-HOLD-PENDING-FOR-CAMPAIGN.
           ADD 1 TO WS-STILL-PARKED-COUNT
           MOVE PEND-CUSTOMER-NUMBER TO PEND-OUT-CUSTOMER-NUMBER
           MOVE PEND-MESSAGE-TYPE TO PEND-OUT-MESSAGE-TYPE
           IF WS-CAMP-HOLD-UNTIL IS GREATER THAN ZERO
               MOVE WS-CAMP-HOLD-UNTIL TO PEND-OUT-SEND-DATE
           ELSE
               MOVE PEND-SEND-DATE TO PEND-OUT-SEND-DATE
           END-IF
           MOVE PEND-DATE-RECEIVED TO PEND-OUT-DATE-RECEIVED
           MOVE PEND-VARIABLE-DATA TO PEND-OUT-VARIABLE-DATA
           MOVE PEND-SUBMITTING-SYSTEM TO PEND-OUT-SUBMITTING-SYSTEM
           WRITE PEND-OUT-RECORD
           ADD 1 TO WS-CAMP-PARKED(WS-CAMP-IX)
           PERFORM 2980-WRITE-CAMPAIGN-HOLD-LINE
           .

       5300-RELEASE-OR-CARRY-PENDING.
           IF PEND-SEND-DATE IS NOT NUMERIC
                   OR PEND-SEND-DATE IS NOT GREATER THAN WS-RUN-DATE
               ADD 1 TO WS-RELEASED-COUNT
               MOVE PEND-MESSAGE-TYPE TO TRAN-MESSAGE-TYPE
               MOVE PEND-SEND-DATE TO TRAN-SEND-DATE
               MOVE 0 TO TRAN-RECYCLE-AGE
               MOVE PEND-SUBMITTING-SYSTEM TO WS-MESSAGE-SUBMITTER
               MOVE PEND-DATE-RECEIVED TO WS-MESSAGE-RECEIVED-DATE
               PERFORM 3000-EDIT-TRANSACTION
               IF TRANSACTION-REJECTED
                   PERFORM 2500-WRITE-EXCEPTION
               MOVE PEND-SEND-DATE TO PEND-OUT-SEND-DATE
               MOVE PEND-DATE-RECEIVED TO PEND-OUT-DATE-RECEIVED
               MOVE PEND-VARIABLE-DATA TO PEND-OUT-VARIABLE-DATA
               MOVE PEND-SUBMITTING-SYSTEM
                   TO PEND-OUT-SUBMITTING-SYSTEM
               WRITE PEND-OUT-RECORD
               MOVE PEND-MESSAGE-TYPE TO WS-CAMP-WORK-TYPE
               PERFORM 2995-TALLY-CAMPAIGN-PARKED
               MOVE SPACES TO PEND-REPORT-LINE
               STRING PEND-CUSTOMER-NUMBER  DELIMITED BY SIZE
                       ' '                  DELIMITED BY SIZE
           .

       8400-READ-PEND-IN.
           READ PEND-IN-FILE INTO PEND-RECORD
               AT END
                   SET END-OF-PEND-IN-FILE TO TRUE
           END-READ
           .

       8450-RETURN-SORTED-PENDING.
           RETURN PEND-SORT-FILE INTO PEND-RECORD
               AT END
                   SET END-OF-PEND-IN-FILE TO TRUE
           END-RETURN
           .

       8500-WRITE-CHECKPOINT.
      * CKPT-FILE WAS OPENED I-O AND POSITIONED ON ITS ONE RECORD BACK
      * IN 1100-READ-CHECKPOINT AND STAYS OPEN FOR THE WHOLE RUN, SO
                   INTO AUDIT-REPORT-LINE
           END-STRING
           WRITE AUDIT-REPORT-LINE
           MOVE WS-VND-LETTERS(1) TO WS-LETTERS-COUNT-EDIT
           STRING 'LETTERS TO PRIMARY VENDOR:          '
                                                      DELIMITED BY SIZE
                   WS-LETTERS-COUNT-EDIT             DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
           END-STRING
           WRITE AUDIT-REPORT-LINE
           MOVE WS-VND-LETTERS(2) TO WS-LETTERS-COUNT-EDIT
           STRING 'LETTERS TO SECOND VENDOR:           '
                                                      DELIMITED BY SIZE
                   WS-LETTERS-COUNT-EDIT             DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
           END-STRING
           WRITE AUDIT-REPORT-LINE
           MOVE WS-ACCS-LETTERS-COUNT TO WS-LETTERS-COUNT-EDIT
           STRING 'ACCESSIBLE-FORMAT LETTERS:          '
                                                      DELIMITED BY SIZE
                   WS-LETTERS-COUNT-EDIT             DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
           END-STRING
           WRITE AUDIT-REPORT-LINE
           CLOSE AUDIT-FILE
           .

       8700-READ-CAMPAIGN.
           READ CAMP-FILE
               AT END
                   SET END-OF-CAMP-FILE TO TRUE
           END-READ
           IF WS-CAMP-STATUS IS NOT EQUAL TO '00'
               SET END-OF-CAMP-FILE TO TRUE
           END-IF
           .

       8800-READ-PEND-OUT.
           READ PEND-OUT-FILE
               AT END
                   MOVE '10' TO WS-PEND-OUT-STATUS
           END-READ
           .

       8900-READ-VENDOR-ROUTE.
           READ VRTE-FILE
               AT END
                   SET END-OF-VRTE-FILE TO TRUE
           END-READ
           IF WS-VRTE-STATUS IS NOT EQUAL TO '00'
               SET END-OF-VRTE-FILE TO TRUE
           END-IF
           .

       9000-TERMINATE.
           PERFORM 8500-WRITE-CHECKPOINT
           PERFORM 9050-CONSOLIDATE-PRINT-EXTRACT
           PERFORM 8600-WRITE-AUDIT-REPORT
           PERFORM 9100-WRITE-BALANCE-REPORT
           PERFORM 9200-WRITE-EDIT-REPORT
           PERFORM 9300-WRITE-CAMPAIGN-REPORT
           MOVE SPACES TO SUPP-REPORT-LINE
           WRITE SUPP-REPORT-LINE
           MOVE WS-SUPPRESSED-COUNT TO WS-SUPPRESSED-COUNT-EDIT
                   INTO PEND-REPORT-LINE
           END-STRING
           WRITE PEND-REPORT-LINE
           MOVE WS-CAMP-HELD-COUNT TO WS-PEND-COUNT-EDIT
           STRING 'CAMPAIGN HELD:      '  DELIMITED BY SIZE
                   WS-PEND-COUNT-EDIT     DELIMITED BY SIZE
                   INTO PEND-REPORT-LINE
           END-STRING
           WRITE PEND-REPORT-LINE
           CLOSE TRAN-FILE
           CLOSE CORR-FILE
           CLOSE EXCP-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE EDLV-FILE
           CLOSE IMGX-FILE
           CLOSE PEND-OUT-FILE
           CLOSE PEND-REPORT-FILE
           CLOSE SUPP-REPORT-FILE
           IF DNC-LIST-AVAILABLE
               CLOSE DNC-FILE
           END-IF
           IF CATEGORY-TABLE-AVAILABLE
               CLOSE MTCG-FILE
           END-IF
           IF OPT-OUT-FILE-AVAILABLE
               CLOSE OPTO-FILE
           END-IF
           IF PROFILE-FILE-AVAILABLE
               CLOSE PROFILE-FILE
           END-IF
      * WITH A BLANK LINE BETWEEN MESSAGES.  EACH LETTER'S BODY IS
      * BUFFERED SO ITS HEADER CAN CARRY THE DERIVED PAGE COUNT, AND
      * THE EXTRACT ENDS WITH THE PER-PRESORT-GROUP MANIFEST.
      * EACH LETTER IS ROUTED TO THE PRIMARY PRINT VENDOR'S PRINTEXT
      * OR THE SECOND VENDOR'S PRINTEX2; BOTH COME OUT OF THE ONE
      * SORT, SO EACH IS IN ZIP SEQUENCE WITH ITS OWN MANIFEST.
      * LETTERS FOR LARGE-PRINT AND BRAILLE CUSTOMERS ARE WRITTEN TO
      * THE SPECIALTY VENDOR'S ACCSEXT INSTEAD, WITH ITS OWN MANIFEST.
      *****************************************************************
       9050-CONSOLIDATE-PRINT-EXTRACT.
           CLOSE PRINT-WORK-FILE
           INITIALIZE WS-VENDOR-MANIFEST-TABLE
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS IS NOT EQUAL TO '00'
               MOVE 'PRINTEXT' TO WS-ABORT-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT PRINT2-FILE
           IF WS-PRINT2-STATUS IS NOT EQUAL TO '00'
               MOVE 'PRINTEX2' TO WS-ABORT-FILE-NAME
               MOVE WS-PRINT2-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT ACCS-FILE
           IF WS-ACCS-STATUS IS NOT EQUAL TO '00'
               MOVE 'ACCSEXT' TO WS-ABORT-FILE-NAME
               MOVE WS-ACCS-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ZIP-CODE
                                SRT-CUSTOMER-NUMBER
               USING PRINT-WORK-FILE
               OUTPUT PROCEDURE IS 9060-WRITE-CONSOLIDATED-LETTERS
           CLOSE PRINT-FILE
           CLOSE PRINT2-FILE
           CLOSE ACCS-FILE
           .

       9060-WRITE-CONSOLIDATED-LETTERS.
           PERFORM 9080-BUFFER-LETTER-LINE
               UNTIL SORT-RETURN-DONE
           IF LETTER-STARTED
               PERFORM 9081-FLUSH-CURRENT-LETTER
           END-IF
           PERFORM 9095-WRITE-MANIFEST
           PERFORM 9195-WRITE-ACCESSIBLE-MANIFEST
           .

       9070-RETURN-SORTED-LINE.
                   OR SRT-CUSTOMER-NUMBER IS NOT EQUAL TO
                       WS-LETTER-CUSTOMER
               IF LETTER-STARTED
                   PERFORM 9081-FLUSH-CURRENT-LETTER
               END-IF
               PERFORM 9090-START-NEW-LETTER
           ELSE
           PERFORM 9070-RETURN-SORTED-LINE
           .

      *****************************************************************
      * A LETTER FOR A LARGE-PRINT OR BRAILLE CUSTOMER GOES TO THE
      * SPECIALTY VENDOR'S EXTRACT; EVERY OTHER LETTER TO PRINTEXT.
      *****************************************************************
       9081-FLUSH-CURRENT-LETTER.
           IF LETTER-ACCESSIBLE-FORMAT
               PERFORM 9185-FLUSH-ACCESSIBLE-LETTER
           ELSE
               PERFORM 9085-FLUSH-LETTER
           END-IF
           .

       9082-BUFFER-ONE-LINE.
           IF WS-LETTER-LINE-NO IS LESS THAN WS-LETTER-BODY-MAX
               ADD 1 TO WS-LETTER-LINE-NO
           .

      *****************************************************************
      * ROUTE THE LETTER TO A PRINT VENDOR.  AN OPERATOR OVERRIDE
      * TAKES EVERY LETTER; OTHERWISE THE MOST SPECIFIC ROUTING CARD
      * FOR THE LETTER'S PRESORT GROUP AND FORM CODE -- GROUP AND
      * FORM, GROUP ALONE, FORM ALONE, THEN A CARD NAMING NEITHER --
      * AND FAILING ALL OF THOSE THE PRIMARY VENDOR.
      *****************************************************************
       9083-ROUTE-LETTER-TO-VENDOR.
           MOVE 1 TO WS-VENDOR-SUB
           IF VENDOR-OVERRIDE-IN-EFFECT
               MOVE WS-VOVR-VENDOR TO WS-VENDOR-SUB
           ELSE
               IF WS-LETTER-ZIP(1:3) IS NUMERIC
                   MOVE WS-LETTER-ZIP(1:3) TO WS-VRTE-GROUP-WORK
               ELSE
                   MOVE '???' TO WS-VRTE-GROUP-WORK
               END-IF
               MOVE WS-LETTER-FORM-CODE TO WS-VRTE-FORM-WORK
               PERFORM 1990-FIND-ROUTE-CARD
               IF NOT ROUTE-CARD-FOUND
                   MOVE SPACES TO WS-VRTE-FORM-WORK
                   PERFORM 1990-FIND-ROUTE-CARD
               END-IF
               IF NOT ROUTE-CARD-FOUND
                   MOVE SPACES TO WS-VRTE-GROUP-WORK
                   MOVE WS-LETTER-FORM-CODE TO WS-VRTE-FORM-WORK
                   PERFORM 1990-FIND-ROUTE-CARD
               END-IF
               IF NOT ROUTE-CARD-FOUND
                   MOVE SPACES TO WS-VRTE-FORM-WORK
                   PERFORM 1990-FIND-ROUTE-CARD
               END-IF
               IF ROUTE-CARD-FOUND
                   MOVE WS-VRTE-VENDOR(WS-VRTE-IX) TO WS-VENDOR-SUB
               END-IF
           END-IF
           .

      *****************************************************************
      * THE LETTER IS COMPLETE: DERIVE ITS PAGE COUNT, RESOLVE ITS
      * PRINT PROFILE AND ROUTE IT TO A PRINT VENDOR, WRITE THE
      * HEADER AND THE BUFFERED BODY TO THAT VENDOR'S EXTRACT, AND
      * TALLY IT AND ITS INSERTS INTO THAT VENDOR'S MANIFEST.
      *****************************************************************
       9085-FLUSH-LETTER.
           COMPUTE WS-LETTER-PAGES =
           MOVE WS-LETTER-DATE TO PRTX-PRINT-DATE
           MOVE WS-LETTER-PAGES TO PRTX-PAGE-COUNT
           PERFORM 9084-RESOLVE-PRINT-PROFILE
           PERFORM 9083-ROUTE-LETTER-TO-VENDOR
           PERFORM 9086-TALLY-ONE-INSERT
               VARYING WS-LINS-SUB FROM 1 BY 1
               UNTIL WS-LINS-SUB IS GREATER THAN 5
           MOVE WS-LETTER-FORM-CODE TO PRTX-FORM-CODE
           MOVE WS-LETTER-DUPLEX-FLAG TO PRTX-DUPLEX-FLAG
           MOVE WS-LETTER-INSERT-CODES TO PRTX-INSERT-CODES
           MOVE WS-LETTER-SUBMITTER TO PRTX-SUBMITTING-SYSTEM
           PERFORM 9091-WRITE-PRINT-RECORD
           PERFORM 9087-WRITE-BUFFERED-LINE
               VARYING WS-BODY-SUB FROM 1 BY 1
               UNTIL WS-BODY-SUB IS GREATER THAN WS-LETTER-LINE-NO
           PERFORM 9180-WRITE-IMAGING-LETTER
           PERFORM 9088-TALLY-MANIFEST-GROUP
           ADD 1 TO WS-VND-LETTERS(WS-VENDOR-SUB)
           ADD WS-LETTER-PAGES TO WS-TOTAL-PAGES(WS-VENDOR-SUB)
           .

      *****************************************************************
      * RESOLVE THE LETTER'S PRINT PROFILE: EXACT TYPE/LANGUAGE
      * FIRST, THEN THE ENGLISH PROFILE FOR THE TYPE (MIRRORING THE
      * CATALOG'S LANGUAGE FALLBACK), THEN THE STANDARD DEFAULT WITH
      * THE PAIR TALLIED FOR THE PROFILE-FALLBACK REPORT.
      *****************************************************************
       9084-RESOLVE-PRINT-PROFILE.
           MOVE 'N' TO WS-PRFL-FOUND-SWITCH
               MOVE PRFL-FORM-CODE TO WS-LETTER-FORM-CODE
               MOVE PRFL-DUPLEX-FLAG TO WS-LETTER-DUPLEX-FLAG
               MOVE PRFL-INSERT-CODES TO WS-LETTER-INSERT-CODES
           ELSE
               MOVE WS-DEFAULT-FORM-CODE TO WS-LETTER-FORM-CODE
               MOVE WS-DEFAULT-DUPLEX-FLAG TO WS-LETTER-DUPLEX-FLAG
           MOVE WS-LETTER-INSERT-CODE(WS-LINS-IX) TO WS-INS-WORK-CODE
           IF WS-INS-WORK-CODE IS NOT EQUAL TO SPACES
               MOVE 'N' TO WS-INS-FOUND-SWITCH
               IF WS-INS-COUNT(WS-VENDOR-SUB) IS GREATER THAN ZERO
                   SET WS-INS-IX TO 1
                   SEARCH WS-INS-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-INS-IX IS GREATER THAN
                               WS-INS-COUNT(WS-VENDOR-SUB)
                           CONTINUE
                       WHEN WS-INS-CODE(WS-VENDOR-SUB, WS-INS-IX)
                               IS EQUAL TO WS-INS-WORK-CODE
                           SET INSERT-CODE-TABLED TO TRUE
                   END-SEARCH
               END-IF
               IF NOT INSERT-CODE-TABLED
                   IF WS-INS-COUNT(WS-VENDOR-SUB) IS LESS THAN
                           WS-INS-MAX
                       ADD 1 TO WS-INS-COUNT(WS-VENDOR-SUB)
                       SET WS-INS-IX TO WS-INS-COUNT(WS-VENDOR-SUB)
                       MOVE WS-INS-WORK-CODE
                           TO WS-INS-CODE(WS-VENDOR-SUB, WS-INS-IX)
                       MOVE 0 TO WS-INS-QTY(WS-VENDOR-SUB, WS-INS-IX)
                       SET INSERT-CODE-TABLED TO TRUE
                   ELSE
                       IF NOT INSERT-OVERFLOW-WARNED
                   END-IF
               END-IF
               IF INSERT-CODE-TABLED
                   ADD 1 TO WS-INS-QTY(WS-VENDOR-SUB, WS-INS-IX)
               END-IF
           END-IF
           .
           SET PRTX-TEXT-DETAIL TO TRUE
           MOVE WS-BODY-SUB TO PRTX-LINE-NUMBER
           MOVE WS-LETTER-BODY-LINE(WS-BODY-IX) TO PRTX-MESSAGE-TEXT
           PERFORM 9091-WRITE-PRINT-RECORD
           .

      *****************************************************************
               MOVE '???' TO WS-MAN-GROUP-WORK
           END-IF
           MOVE 'N' TO WS-MAN-FOUND-SWITCH
           IF WS-MAN-COUNT(WS-VENDOR-SUB) IS GREATER THAN ZERO
               SET WS-MAN-IX TO 1
               SEARCH WS-MAN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MAN-IX IS GREATER THAN
                           WS-MAN-COUNT(WS-VENDOR-SUB)
                       CONTINUE
                   WHEN WS-MAN-GROUP(WS-VENDOR-SUB, WS-MAN-IX)
                           IS EQUAL TO WS-MAN-GROUP-WORK
                       SET MANIFEST-GROUP-TABLED TO TRUE
               END-SEARCH
           END-IF
           IF NOT MANIFEST-GROUP-TABLED
                   AND WS-MAN-COUNT(WS-VENDOR-SUB) IS LESS THAN
                       WS-MAN-MAX
               ADD 1 TO WS-MAN-COUNT(WS-VENDOR-SUB)
               SET WS-MAN-IX TO WS-MAN-COUNT(WS-VENDOR-SUB)
               MOVE WS-MAN-GROUP-WORK
                   TO WS-MAN-GROUP(WS-VENDOR-SUB, WS-MAN-IX)
               MOVE 0 TO WS-MAN-LETTERS(WS-VENDOR-SUB, WS-MAN-IX)
               MOVE 0 TO WS-MAN-PAGES(WS-VENDOR-SUB, WS-MAN-IX)
               SET MANIFEST-GROUP-TABLED TO TRUE
           END-IF
           IF MANIFEST-GROUP-TABLED
               ADD 1 TO WS-MAN-LETTERS(WS-VENDOR-SUB, WS-MAN-IX)
               ADD WS-LETTER-PAGES
                   TO WS-MAN-PAGES(WS-VENDOR-SUB, WS-MAN-IX)
           ELSE
      * GROUPS PAST THE TABLE ACCUMULATE IN DEDICATED 'OTH'
      * COUNTERS, THE WAY THE AUDIT TALLY KEEPS ITS OVERFLOW TOTAL
                       'UNDER ''OTH'' ON THE MANIFEST'
                   SET MANIFEST-OVERFLOW-WARNED TO TRUE
               END-IF
               ADD 1 TO WS-MAN-OTH-LETTERS(WS-VENDOR-SUB)
               ADD WS-LETTER-PAGES TO WS-MAN-OTH-PAGES(WS-VENDOR-SUB)
           END-IF
           .

           MOVE SRT-CUSTOMER-NUMBER TO WS-LETTER-CUSTOMER
           MOVE SRT-MESSAGE-TYPE TO WS-LETTER-TYPE
           MOVE 0 TO WS-LETTER-LINE-NO
           MOVE SRT-ACCESSIBLE-FORMAT TO WS-LETTER-FORMAT
           IF LETTER-ACCESSIBLE-FORMAT
               ADD 1 TO WS-ACCS-LETTERS-COUNT
           ELSE
               ADD 1 TO WS-LETTERS-COUNT
           END-IF
           MOVE SRT-CUSTOMER-NAME TO WS-LETTER-NAME
           MOVE SRT-ADDRESS-LINE-1 TO WS-LETTER-ADDR-1
           MOVE SRT-ADDRESS-LINE-2 TO WS-LETTER-ADDR-2
           MOVE SRT-MESSAGE-TYPE TO WS-LETTER-HDR-TYPE
           MOVE SRT-LANGUAGE-CODE TO WS-LETTER-LANG
           MOVE SRT-PRINT-DATE TO WS-LETTER-DATE
           MOVE SRT-SUBMITTING-SYSTEM TO WS-LETTER-SUBMITTER
           MOVE SRT-ACCOUNT-NUMBER TO WS-LETTER-ACCOUNT
           MOVE SRT-RUN-TIME TO WS-LETTER-RUN-TIME
           .

      *****************************************************************
      * EVERY PRINT-EXTRACT RECORD IS BUILT IN PRTX-RECORD AND GOES
      * TO THE EXTRACT OF THE VENDOR IN WS-VENDOR-SUB.
      *****************************************************************
       9091-WRITE-PRINT-RECORD.
           IF WS-VENDOR-SUB IS EQUAL TO 2
               WRITE PRT2-RECORD FROM PRTX-RECORD
           ELSE
               WRITE PRTX-RECORD
           END-IF
           .

       9092-WRITE-VENDOR-MANIFEST.
           PERFORM VARYING WS-MAN-SUB FROM 1 BY 1
                   UNTIL WS-MAN-SUB IS GREATER THAN
                       WS-MAN-COUNT(WS-VENDOR-SUB)
               SET WS-MAN-IX TO WS-MAN-SUB
               MOVE SPACES TO PRTX-RECORD
               SET PRTX-MANIFEST-RECORD TO TRUE
               MOVE WS-MAN-GROUP(WS-VENDOR-SUB, WS-MAN-IX)
                   TO PRTX-MAN-GROUP
               MOVE WS-MAN-LETTERS(WS-VENDOR-SUB, WS-MAN-IX)
                   TO PRTX-MAN-LETTERS
               MOVE WS-MAN-PAGES(WS-VENDOR-SUB, WS-MAN-IX)
                   TO PRTX-MAN-PAGES
               MOVE WS-VENDOR-SUB TO PRTX-MAN-VENDOR-ID
               PERFORM 9091-WRITE-PRINT-RECORD
           END-PERFORM
           IF WS-MAN-OTH-LETTERS(WS-VENDOR-SUB) IS GREATER THAN ZERO
               MOVE SPACES TO PRTX-RECORD
               SET PRTX-MANIFEST-RECORD TO TRUE
               MOVE 'OTH' TO PRTX-MAN-GROUP
               MOVE WS-MAN-OTH-LETTERS(WS-VENDOR-SUB)
                   TO PRTX-MAN-LETTERS
               MOVE WS-MAN-OTH-PAGES(WS-VENDOR-SUB) TO PRTX-MAN-PAGES
               MOVE WS-VENDOR-SUB TO PRTX-MAN-VENDOR-ID
               PERFORM 9091-WRITE-PRINT-RECORD
           END-IF
      * INSERT USAGE RIDES THE MANIFEST UNDER GROUPS OF 'I' PLUS THE
      * INSERT CODE, SO THE VENDOR CAN RECONCILE STUFFING COUNTS.
      * INSERT GROUPS DO NOT COUNT TOWARD THE '***' LETTER TOTAL.
           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
                   UNTIL WS-INS-SUB IS GREATER THAN
                       WS-INS-COUNT(WS-VENDOR-SUB)
               SET WS-INS-IX TO WS-INS-SUB
               MOVE SPACES TO PRTX-RECORD
               SET PRTX-MANIFEST-RECORD TO TRUE
               MOVE 'I' TO PRTX-MAN-GROUP(1:1)
               MOVE WS-INS-CODE(WS-VENDOR-SUB, WS-INS-IX)
                   TO PRTX-MAN-GROUP(2:2)
               MOVE WS-INS-QTY(WS-VENDOR-SUB, WS-INS-IX)
                   TO PRTX-MAN-LETTERS
               MOVE 0 TO PRTX-MAN-PAGES
               MOVE WS-VENDOR-SUB TO PRTX-MAN-VENDOR-ID
               PERFORM 9091-WRITE-PRINT-RECORD
           END-PERFORM
           MOVE SPACES TO PRTX-RECORD
           SET PRTX-MANIFEST-RECORD TO TRUE
           MOVE '***' TO PRTX-MAN-GROUP
           MOVE WS-VND-LETTERS(WS-VENDOR-SUB) TO PRTX-MAN-LETTERS
           MOVE WS-TOTAL-PAGES(WS-VENDOR-SUB) TO PRTX-MAN-PAGES
           MOVE WS-VENDOR-SUB TO PRTX-MAN-VENDOR-ID
           PERFORM 9091-WRITE-PRINT-RECORD
           .

      *****************************************************************
      * THE TRAILER MANIFEST: ONE TYPE-M RECORD PER PRESORT GROUP
      * WITH ITS LETTER AND PAGE COUNTS, AND THE GRAND TOTAL UNDER
      * GROUP '***' THAT SAMPLRCN BALANCES THE VENDOR'S
      * CONFIRMATIONS AGAINST.  EACH VENDOR'S EXTRACT GETS ITS OWN,
      * STAMPED WITH THE VENDOR ID -- A VENDOR WITH NO LETTERS
      * TONIGHT STILL GETS A ZERO '***' SO ITS RECONCILIATION RUNS.
      *****************************************************************
       9095-WRITE-MANIFEST.
           PERFORM 9092-WRITE-VENDOR-MANIFEST
               VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB IS GREATER THAN WS-VENDOR-MAX
           .

      *****************************************************************
               WRITE BAL-REPORT-LINE
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
      * EVERY PRINTED LETTER MUST LAND ON ONE VENDOR'S EXTRACT OR THE
      * OTHER -- THE TWO VENDOR TOTALS BALANCE TO THE LETTER COUNT.
           MOVE WS-LETTERS-COUNT TO WS-BAL-COUNT-EDIT
           STRING 'LETTERS PRINTED:          '   DELIMITED BY SIZE
                   WS-BAL-COUNT-EDIT             DELIMITED BY SIZE
                   INTO BAL-REPORT-LINE
           END-STRING
           WRITE BAL-REPORT-LINE
           MOVE WS-VND-LETTERS(1) TO WS-BAL-COUNT-EDIT
           STRING 'TO PRIMARY VENDOR:        '   DELIMITED BY SIZE
                   WS-BAL-COUNT-EDIT             DELIMITED BY SIZE
                   INTO BAL-REPORT-LINE
           END-STRING
           WRITE BAL-REPORT-LINE
           MOVE WS-VND-LETTERS(2) TO WS-BAL-COUNT-EDIT
           STRING 'TO SECOND VENDOR:         '   DELIMITED BY SIZE
                   WS-BAL-COUNT-EDIT             DELIMITED BY SIZE
                   INTO BAL-REPORT-LINE
           END-STRING
           WRITE BAL-REPORT-LINE
           IF VENDOR-OVERRIDE-IN-EFFECT
               STRING 'VENDOR OVERRIDE:          '  DELIMITED BY SIZE
                       WS-VOVR-VENDOR               DELIMITED BY SIZE
                       ' '                          DELIMITED BY SIZE
                       WS-VOVR-REASON               DELIMITED BY SIZE
                       INTO BAL-REPORT-LINE
               END-STRING
               WRITE BAL-REPORT-LINE
           END-IF
           IF WS-VND-LETTERS(1) + WS-VND-LETTERS(2) IS NOT EQUAL TO
                   WS-LETTERS-COUNT
               MOVE '** VENDOR EXTRACTS DO NOT ADD UP TO LETTERS'
                   TO BAL-REPORT-LINE
               WRITE BAL-REPORT-LINE
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-UNKNOWN-TYPE-COUNT IS GREATER THAN ZERO
               MOVE WS-UNKNOWN-TYPE-COUNT TO WS-BAL-COUNT-EDIT
               STRING '** UNKNOWN RECORD TYPES:  ' DELIMITED BY SIZE
           CLOSE BAL-REPORT-FILE
           .

      *****************************************************************
      * THE CONSOLIDATED LETTER GOES TO THE DOCUMENT-IMAGING EXTRACT
      * EXACTLY AS IT WAS BUILT FOR ITS VENDOR, INDEXED UNDER THE
      * HISTORY KEY OF ITS FIRST MESSAGE.
      *****************************************************************
       9180-WRITE-IMAGING-LETTER.
           MOVE SPACES TO IMGX-RECORD
           SET IMGX-INDEX-RECORD TO TRUE
           MOVE WS-LETTER-CUSTOMER TO IMGX-CUSTOMER-NUMBER
           MOVE WS-LETTER-DATE TO IMGX-RUN-DATE
           MOVE WS-LETTER-RUN-TIME TO IMGX-RUN-TIME
           MOVE WS-LETTER-HDR-TYPE TO IMGX-MESSAGE-TYPE
           SET IMGX-PAPER TO TRUE
           MOVE WS-LETTER-ACCOUNT TO IMGX-ACCOUNT-NUMBER
           MOVE WS-LETTER-LANG TO IMGX-LANGUAGE-CODE
           MOVE WS-LETTER-FORM-CODE TO IMGX-FORM-CODE
           MOVE WS-LETTER-FORMAT TO IMGX-ACCESSIBLE-FORMAT
           MOVE WS-LETTER-LINE-NO TO IMGX-LINE-COUNT
           WRITE IMGX-RECORD
           PERFORM 9182-WRITE-IMAGING-LINE
               VARYING WS-BODY-SUB FROM 1 BY 1
               UNTIL WS-BODY-SUB IS GREATER THAN WS-LETTER-LINE-NO
           .

       9182-WRITE-IMAGING-LINE.
           SET WS-BODY-IX TO WS-BODY-SUB
           MOVE SPACES TO IMGX-RECORD
           SET IMGX-TEXT-DETAIL TO TRUE
           MOVE WS-BODY-SUB TO IMGX-LINE-NUMBER
           MOVE WS-LETTER-BODY-LINE(WS-BODY-IX) TO IMGX-MESSAGE-TEXT
           WRITE IMGX-RECORD
           .

      *****************************************************************
      * AN ACCESSIBLE-FORMAT LETTER: THE HEADER CARRIES THE FORMAT
      * AND THE NUMBER OF TEXT LINES (THE VENDOR PAGINATES FOR THE
      * FORMAT), FOLLOWED BY THE BUFFERED BODY.  THE PRINT PROFILE IS
      * RESOLVED AS FOR A PAPER LETTER, BUT ONLY ITS INSERTS APPLY --
      * THE SPECIALTY VENDOR PRODUCES THE FORMAT ON ITS OWN STOCK.
      * THE INSERTS ARE TALLIED FOR THE ACCSEXT MANIFEST.
      *****************************************************************
       9185-FLUSH-ACCESSIBLE-LETTER.
           MOVE SPACES TO ACCX-RECORD
           SET ACCX-LETTER-HEADER TO TRUE
           MOVE WS-LETTER-CUSTOMER TO ACCX-CUSTOMER-NUMBER
           MOVE WS-LETTER-NAME TO ACCX-CUSTOMER-NAME
           MOVE WS-LETTER-ADDR-1 TO ACCX-ADDRESS-LINE-1
           MOVE WS-LETTER-ADDR-2 TO ACCX-ADDRESS-LINE-2
           MOVE WS-LETTER-ADDR-3 TO ACCX-ADDRESS-LINE-3
           MOVE WS-LETTER-CITY TO ACCX-CITY
           MOVE WS-LETTER-STATE TO ACCX-STATE
           MOVE WS-LETTER-ZIP TO ACCX-ZIP-CODE
           MOVE WS-LETTER-HDR-TYPE TO ACCX-MESSAGE-TYPE
           MOVE WS-LETTER-LANG TO ACCX-LANGUAGE-CODE
           MOVE WS-LETTER-DATE TO ACCX-PRINT-DATE
           MOVE WS-LETTER-FORMAT TO ACCX-ACCESSIBLE-FORMAT
           MOVE WS-LETTER-LINE-NO TO ACCX-LINE-COUNT
           MOVE WS-LETTER-SUBMITTER TO ACCX-SUBMITTING-SYSTEM
           PERFORM 9084-RESOLVE-PRINT-PROFILE
           MOVE WS-ACCS-VENDOR-SUB TO WS-VENDOR-SUB
           PERFORM 9086-TALLY-ONE-INSERT
               VARYING WS-LINS-SUB FROM 1 BY 1
               UNTIL WS-LINS-SUB IS GREATER THAN 5
           MOVE WS-LETTER-INSERT-CODES TO ACCX-INSERT-CODES
           WRITE ACCX-RECORD
           PERFORM 9187-WRITE-ACCESSIBLE-LINE
               VARYING WS-BODY-SUB FROM 1 BY 1
               UNTIL WS-BODY-SUB IS GREATER THAN WS-LETTER-LINE-NO
           MOVE SPACES TO WS-LETTER-FORM-CODE
           PERFORM 9180-WRITE-IMAGING-LETTER
           IF WS-LETTER-FORMAT IS EQUAL TO 'L'
               ADD 1 TO WS-ACCS-LARGE-LETTERS
               ADD WS-LETTER-LINE-NO TO WS-ACCS-LARGE-LINES
           ELSE
               ADD 1 TO WS-ACCS-BRAILLE-LETTERS
               ADD WS-LETTER-LINE-NO TO WS-ACCS-BRAILLE-LINES
           END-IF
           ADD WS-LETTER-LINE-NO TO WS-ACCS-TOTAL-LINES
           .

       9187-WRITE-ACCESSIBLE-LINE.
           SET WS-BODY-IX TO WS-BODY-SUB
           MOVE SPACES TO ACCX-RECORD
           SET ACCX-TEXT-DETAIL TO TRUE
           MOVE WS-BODY-SUB TO ACCX-LINE-NUMBER
           MOVE WS-LETTER-BODY-LINE(WS-BODY-IX) TO ACCX-MESSAGE-TEXT
           WRITE ACCX-RECORD
           .

      *****************************************************************
      * THE ACCESSIBLE EXTRACT'S MANIFEST: ONE TYPE-M RECORD PER
      * FORMAT PRODUCED TONIGHT AND THE GRAND TOTAL UNDER FORMAT '*'
      * THAT SAMPLRCA BALANCES THE SPECIALTY VENDOR'S CONFIRMATIONS
      * AGAINST.  THE GRAND TOTAL IS WRITTEN EVEN ON A NIGHT WITH NO
      * ACCESSIBLE LETTERS, SO AN EMPTY EXTRACT STILL BALANCES.
      * INSERT USAGE GOES UNDER FORMAT 'I' AHEAD OF THE GRAND TOTAL,
      * AS ON PRINTEXT.
      *****************************************************************
       9195-WRITE-ACCESSIBLE-MANIFEST.
           IF WS-ACCS-LARGE-LETTERS IS GREATER THAN ZERO
               MOVE SPACES TO ACCX-RECORD
               SET ACCX-MANIFEST-RECORD TO TRUE
               MOVE 'L' TO ACCX-MAN-FORMAT
               MOVE WS-ACCS-LARGE-LETTERS TO ACCX-MAN-LETTERS
               MOVE WS-ACCS-LARGE-LINES TO ACCX-MAN-LINES
               WRITE ACCX-RECORD
           END-IF
           IF WS-ACCS-BRAILLE-LETTERS IS GREATER THAN ZERO
               MOVE SPACES TO ACCX-RECORD
               SET ACCX-MANIFEST-RECORD TO TRUE
               MOVE 'B' TO ACCX-MAN-FORMAT
               MOVE WS-ACCS-BRAILLE-LETTERS TO ACCX-MAN-LETTERS
               MOVE WS-ACCS-BRAILLE-LINES TO ACCX-MAN-LINES
               WRITE ACCX-RECORD
           END-IF
           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
                   UNTIL WS-INS-SUB IS GREATER THAN
                       WS-INS-COUNT(WS-ACCS-VENDOR-SUB)
               SET WS-INS-IX TO WS-INS-SUB
               MOVE SPACES TO ACCX-RECORD
               SET ACCX-MANIFEST-RECORD TO TRUE
               SET ACCX-MAN-INSERT-USAGE TO TRUE
               MOVE WS-INS-CODE(WS-ACCS-VENDOR-SUB, WS-INS-IX)
                   TO ACCX-MAN-INSERT-CODE
               MOVE WS-INS-QTY(WS-ACCS-VENDOR-SUB, WS-INS-IX)
                   TO ACCX-MAN-LETTERS
               MOVE 0 TO ACCX-MAN-LINES
               WRITE ACCX-RECORD
           END-PERFORM
           MOVE SPACES TO ACCX-RECORD
           SET ACCX-MANIFEST-RECORD TO TRUE
           SET ACCX-MAN-GRAND-TOTAL TO TRUE
           MOVE WS-ACCS-LETTERS-COUNT TO ACCX-MAN-LETTERS
           MOVE WS-ACCS-TOTAL-LINES TO ACCX-MAN-LINES
           WRITE ACCX-RECORD
           .

      *****************************************************************
      * SUMMARY OF FRONT-END EDIT REJECTS BY REASON CODE, SO
      * OPERATIONS CAN SEE AT A GLANCE WHY RECORDS LANDED ON TRANEXCP.
           WRITE EDIT-REPORT-LINE
           CLOSE EDIT-REPORT-FILE
           .

      *****************************************************************
      * CAMPAIGN PROGRESS: PER CAMPAIGN, THE LETTERS GENERATED TONIGHT,
      * THE ITEMS OF ITS TYPE STILL ON THE PENDING FILE, AND WHEN THE
      * LAST OF THEM SHOULD GO OUT AT THE NIGHTLY CAP.
      *****************************************************************
       9300-WRITE-CAMPAIGN-REPORT.
           OPEN OUTPUT CAMP-REPORT-FILE
           IF WS-CAMPRPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'CAMPRPT' TO WS-ABORT-FILE-NAME
               MOVE WS-CAMPRPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           MOVE SPACES TO CAMP-REPORT-LINE
           STRING 'CAMPAIGN PROGRESS REPORT FOR ' DELIMITED BY SIZE
                   WS-RUN-DATE                    DELIMITED BY SIZE
                   INTO CAMP-REPORT-LINE
           END-STRING
           WRITE CAMP-REPORT-LINE
           IF WS-PARTITION-ID IS GREATER THAN ZERO
               MOVE SPACES TO CAMP-REPORT-LINE
               STRING 'PARTITION: '   DELIMITED BY SIZE
                       WS-PARTITION-ID DELIMITED BY SIZE
                       INTO CAMP-REPORT-LINE
               END-STRING
               WRITE CAMP-REPORT-LINE
           END-IF
           MOVE SPACES TO CAMP-REPORT-LINE
           STRING 'CAMPAIGN   MESSAGE TYPE    NIGHT CAP'
                                                  DELIMITED BY SIZE
                   '  RELEASED    PARKED  COMPLETION'
                                                  DELIMITED BY SIZE
                   INTO CAMP-REPORT-LINE
           END-STRING
           WRITE CAMP-REPORT-LINE
           IF WS-CAMP-COUNT IS EQUAL TO ZERO
               MOVE 'NO CAMPAIGNS ON CAMPCTL' TO CAMP-REPORT-LINE
               WRITE CAMP-REPORT-LINE
           ELSE
               PERFORM 9310-WRITE-CAMPAIGN-LINE
                   VARYING WS-CAMP-SUB FROM 1 BY 1
                   UNTIL WS-CAMP-SUB IS GREATER THAN WS-CAMP-COUNT
           END-IF
           CLOSE CAMP-REPORT-FILE
           .

       9310-WRITE-CAMPAIGN-LINE.
           SET WS-CAMP-IX TO WS-CAMP-SUB
           PERFORM 9320-PROJECT-COMPLETION
           MOVE WS-CAMP-CAP(WS-CAMP-IX) TO WS-CAMP-CAP-EDIT
           MOVE WS-CAMP-RELEASED(WS-CAMP-IX) TO WS-CAMP-RELEASED-EDIT
           MOVE WS-CAMP-PARKED(WS-CAMP-IX) TO WS-CAMP-PARKED-EDIT
           MOVE SPACES TO CAMP-REPORT-LINE
           STRING WS-CAMP-ID(WS-CAMP-IX)   DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WS-CAMP-TYPE(WS-CAMP-IX) DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WS-CAMP-CAP-EDIT        DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WS-CAMP-RELEASED-EDIT   DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WS-CAMP-PARKED-EDIT     DELIMITED BY SIZE
                   '  '                    DELIMITED BY SIZE
                   WS-CAMP-STATUS-TEXT     DELIMITED BY SIZE
                   INTO CAMP-REPORT-LINE
           END-STRING
           WRITE CAMP-REPORT-LINE
           .

      *****************************************************************
      * PROJECTED COMPLETION: THE PARKED ITEMS RELEASE A CAP'S WORTH A
      * NIGHT FROM TOMORROW (OR THE START DATE, IF LATER).  ANY STILL
      * LEFT AFTER THE END DATE GO OUT UNMETERED THE NIGHT AFTER IT.
      *****************************************************************
       9320-PROJECT-COMPLETION.
           MOVE SPACES TO WS-CAMP-STATUS-TEXT
           EVALUATE TRUE
               WHEN WS-CAMP-PARKED(WS-CAMP-IX) IS EQUAL TO ZERO
                       AND WS-CAMP-RELEASED(WS-CAMP-IX) IS EQUAL TO ZERO
                       AND WS-RUN-DATE IS LESS THAN
                           WS-CAMP-START-DATE(WS-CAMP-IX)
                   MOVE 'NOT STARTED' TO WS-CAMP-STATUS-TEXT
               WHEN WS-CAMP-PARKED(WS-CAMP-IX) IS EQUAL TO ZERO
                   MOVE 'COMPLETE' TO WS-CAMP-STATUS-TEXT
               WHEN WS-CAMP-CAP(WS-CAMP-IX) IS EQUAL TO ZERO
                       AND (WS-CAMP-END-DATE(WS-CAMP-IX) IS EQUAL TO
                               ZERO
                           OR WS-RUN-DATE IS LESS THAN
                               WS-CAMP-END-DATE(WS-CAMP-IX))
                   MOVE 'ON HOLD' TO WS-CAMP-STATUS-TEXT
               WHEN OTHER
                   COMPUTE WS-CAMP-FIRST-NIGHT =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1)
                   IF WS-CAMP-START-DATE(WS-CAMP-IX) IS GREATER THAN
                           WS-CAMP-FIRST-NIGHT
                       MOVE WS-CAMP-START-DATE(WS-CAMP-IX)
                           TO WS-CAMP-FIRST-NIGHT
                   END-IF
                   IF WS-CAMP-CAP(WS-CAMP-IX) IS EQUAL TO ZERO
                       MOVE 1 TO WS-CAMP-NIGHTS
                   ELSE
                       COMPUTE WS-CAMP-NIGHTS =
                           (WS-CAMP-PARKED(WS-CAMP-IX)
                               + WS-CAMP-CAP(WS-CAMP-IX) - 1)
                           / WS-CAMP-CAP(WS-CAMP-IX)
                   END-IF
                   COMPUTE WS-CAMP-COMPLETION-DATE =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                               (WS-CAMP-FIRST-NIGHT)
                               + WS-CAMP-NIGHTS - 1)
                   IF WS-CAMP-END-DATE(WS-CAMP-IX) IS GREATER THAN ZERO
                           AND WS-CAMP-COMPLETION-DATE IS GREATER THAN
                               WS-CAMP-END-DATE(WS-CAMP-IX)
                       COMPUTE WS-CAMP-COMPLETION-DATE =
                           FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DATE
                                   (WS-CAMP-END-DATE(WS-CAMP-IX)) + 1)
                       IF WS-CAMP-COMPLETION-DATE IS LESS THAN
                               WS-CAMP-FIRST-NIGHT
                           MOVE WS-CAMP-FIRST-NIGHT
                               TO WS-CAMP-COMPLETION-DATE
                       END-IF
                   END-IF
                   MOVE WS-CAMP-COMPLETION-DATE TO WS-CAMP-STATUS-TEXT
           END-EVALUATE
           .
