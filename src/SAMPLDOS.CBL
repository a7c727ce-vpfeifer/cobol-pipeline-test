       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLDOS.
      *****************************************************************
      * CORRESPONDENCE DOSSIER FOR LEGAL AND REGULATORY REQUESTS.
      * READS A LIST OF CUSTOMER NUMBERS, EACH WITH A PERIOD AND A
      * CASE REFERENCE, AND PRINTS ONE CHRONOLOGICAL DOSSIER PER
      * CUSTOMER OF EVERYTHING ON FILE ABOUT THEIR CORRESPONDENCE IN
      * THAT PERIOD: LETTERS FROM THE HISTORY MASTER AND FROM THE
      * SAMPLARC HISTORY ARCHIVE, CUSTOMER-MASTER CHANGES (CUSTCHLG),
      * DO-NOT-CONTACT HOLD CHANGES (DNCCHLG), RETURNED MAIL, PRINT
      * VENDOR CONFIRMATIONS, AND E-DELIVERY BOUNCES.  EACH LETTER IS
      * SHOWN IN FULL, REGENERATED THROUGH SAMPLE WITH ITS ORIGINAL
      * HIST-RUN-DATE THE WAY SAMPLRPR REGENERATES A REPRINT, WITH
      * THE NAME, ADDRESS, AND DELIVERY CHANNEL ON THE CUSTOMER
      * MASTER AT THE TIME IT WAS SENT (REBUILT FROM THE CUSTCHLG
      * BEFORE/AFTER IMAGES).  EVERY DOSSIER ENDS WITH A
      * CERTIFICATION PAGE OF RECORD COUNTS PER SOURCE, NAMING ANY
      * SOURCE THAT COULD NOT BE READ, SO LEGAL CAN ATTEST THE
      * DOSSIER IS COMPLETE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOS-REQUEST-FILE ASSIGN TO 'DOSREQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOSR-STATUS.
           SELECT HIST-FILE ASSIGN TO 'HISTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HIST-ARCH-FILE ASSIGN TO 'HISTARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HARC-STATUS.
           SELECT CUST-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CUST-CHANGE-FILE ASSIGN TO 'CUSTCHLG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CULG-STATUS.
           SELECT DNC-CHANGE-FILE ASSIGN TO 'DNCCHLG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.
           SELECT RETM-FILE ASSIGN TO 'RETMAIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETM-STATUS.
           SELECT CONF-FILE ASSIGN TO 'CONFIRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.
           SELECT ESTA-FILE ASSIGN TO 'EDLVSTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTA-STATUS.
           SELECT DOSSIER-REPORT-FILE ASSIGN TO 'DOSRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-FILE ASSIGN TO 'SORTWK01'.
       DATA DIVISION.
       FILE SECTION.
       FD  DOS-REQUEST-FILE.
           COPY DOSREQ.
       FD  HIST-FILE.
           COPY HISTFILE.
      *****************************************************************
      * HISTORY ARCHIVE UNLOADED BY SAMPLARC, SAME LAYOUT AS THE
      * HISTORY MASTER UNDER ITS OWN DATA NAMES, EXACTLY AS SAMPLARC
      * DECLARES IT.
      *****************************************************************
       FD  HIST-ARCH-FILE.
       01  HARC-RECORD.
           05  HARC-CUSTOMER-NUMBER     PIC 9(09).
           05  HARC-RUN-DATE            PIC 9(08).
           05  HARC-RUN-TIME            PIC 9(06).
           05  HARC-MESSAGE-TYPE        PIC X(15).
           05  HARC-LANGUAGE-CODE       PIC X(02).
           05  HARC-MESSAGE-TEXT        PIC X(60).
       FD  CUST-FILE.
           COPY CUSTFILE.
       FD  CUST-CHANGE-FILE.
           COPY CUSTCHLG.
       FD  DNC-CHANGE-FILE.
           COPY DNCCHLG.
       FD  RETM-FILE.
           COPY RETRFILE.
       FD  CONF-FILE.
           COPY CONFFILE.
       FD  ESTA-FILE.
           COPY ESTAFILE.
       FD  DOSSIER-REPORT-FILE.
       01  DOSSIER-REPORT-LINE           PIC X(132).
      *****************************************************************
      * ONE SORT RECORD PER DOSSIER ENTRY, SORTED INTO REQUEST ORDER
      * AND THEN INTO DATE/TIME ORDER WITHIN EACH CUSTOMER.  THE
      * SOURCE NUMBER IS THE CERTIFICATION-PAGE LINE THE ENTRY IS
      * COUNTED ON.
      *****************************************************************
       SD  SORT-FILE.
       01  DSRT-RECORD.
           05  DSRT-REQUEST-SEQ         PIC 9(03).
           05  DSRT-EVENT-DATE          PIC 9(08).
           05  DSRT-EVENT-TIME          PIC 9(06).
           05  DSRT-SOURCE-SEQ          PIC 9(01).
               88  DSRT-ONLINE-LETTER       VALUE 1.
               88  DSRT-ARCHIVED-LETTER     VALUE 2.
               88  DSRT-CUSTOMER-CHANGE     VALUE 3.
               88  DSRT-HOLD-CHANGE         VALUE 4.
               88  DSRT-RETURNED-MAIL       VALUE 5.
               88  DSRT-VENDOR-CONFIRM      VALUE 6.
               88  DSRT-EDLV-BOUNCE         VALUE 7.
           05  DSRT-IN-RANGE-FLAG       PIC X(01).
               88  DSRT-IN-RANGE            VALUE 'Y'.
           05  DSRT-EVENT-DATA          PIC X(411).
           05  DSRT-LETTER-DATA REDEFINES DSRT-EVENT-DATA.
               10  DSRT-MESSAGE-TYPE    PIC X(15).
               10  DSRT-LANGUAGE-CODE   PIC X(02).
               10  DSRT-MESSAGE-TEXT    PIC X(60).
               10  FILLER               PIC X(334).
           05  DSRT-CHANGE-DATA REDEFINES DSRT-EVENT-DATA.
               10  DSRT-CHANGE-ACTION   PIC X(01).
               10  DSRT-BEFORE-IMAGE    PIC X(205).
               10  DSRT-AFTER-IMAGE     PIC X(205).
           05  DSRT-HOLD-DATA REDEFINES DSRT-EVENT-DATA.
               10  DSRT-HOLD-ACTION     PIC X(01).
               10  DSRT-OLD-REASON      PIC X(02).
               10  DSRT-OLD-EFF-DATE    PIC 9(08).
               10  DSRT-OLD-EXP-DATE    PIC 9(08).
               10  DSRT-NEW-REASON      PIC X(02).
               10  DSRT-NEW-EFF-DATE    PIC 9(08).
               10  DSRT-NEW-EXP-DATE    PIC 9(08).
               10  FILLER               PIC X(374).
           05  DSRT-RETURN-DATA REDEFINES DSRT-EVENT-DATA.
               10  DSRT-RETURN-REASON   PIC X(02).
               10  FILLER               PIC X(409).
           05  DSRT-BOUNCE-DATA REDEFINES DSRT-EVENT-DATA.
               10  DSRT-BOUNCE-TYPE     PIC X(15).
               10  FILLER               PIC X(396).
       WORKING-STORAGE SECTION.
       01  WS-DOSR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-HARC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CULG-STATUS                PIC X(02) VALUE SPACES.
       01  WS-DLOG-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RETM-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CONF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ESTA-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-RUN-TIME                   PIC 9(06) VALUE 0.
       01  WS-DOSR-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-REQUEST-FILE           VALUE 'Y'.
       01  WS-SCAN-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-SOURCE-SCAN            VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  SORT-RETURN-DONE              VALUE 'Y'.
       01  WS-REQ-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  REQUEST-FOUND                 VALUE 'Y'.
       01  WS-CUST-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  CUSTOMER-ON-MASTER            VALUE 'Y'.
       01  WS-TOKEN-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88  UNRESOLVED-TOKEN-FOUND        VALUE 'Y'.
       01  WS-REJECT-REASON              PIC X(40) VALUE SPACES.
       01  WS-FIND-CUSTOMER              PIC 9(09) VALUE 0.
       01  WS-EVENT-DATE                 PIC 9(08) VALUE 0.
      * SOURCES THAT CARRY ONLY A DATE SORT AFTER THAT DAY'S LETTERS
      * AND MASTER CHANGES, WHICH CARRY A TIME OF DAY.
       01  WS-DATE-ONLY-TIME             PIC 9(06) VALUE 999999.
      *****************************************************************
      * THE CUSTOMERS REQUESTED.  EACH ENTRY KEEPS THE CUSTCHLG
      * BEFORE-IMAGE, AND ITS DATE AND TIME, OF THE CUSTOMER'S
      * EARLIEST LOGGED CHANGE UP TO THE END OF THE PERIOD -- THE
      * MASTER AS IT STOOD BEFORE ANY CHANGE ON FILE, AND SO THE
      * ADDRESS FOR ANY LETTER THAT PRECEDES THEM ALL -- AND A COUNT
      * PER SOURCE FOR THE CERTIFICATION PAGE.
      *****************************************************************
       01  WS-REQ-MAX                    PIC 9(03) VALUE 100.
       01  WS-REQ-COUNT                  PIC 9(03) VALUE 0.
       01  WS-REQUEST-TABLE.
           05  WS-REQ-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-REQ-IX.
               10  WS-REQ-CUSTOMER      PIC 9(09).
               10  WS-REQ-FROM-DATE     PIC 9(08).
               10  WS-REQ-TO-DATE       PIC 9(08).
               10  WS-REQ-CASE-REF      PIC X(20).
               10  WS-REQ-FIRST-SWITCH  PIC X(01).
                   88  REQ-FIRST-IMAGE-HELD VALUE 'Y'.
               10  WS-REQ-FIRST-DATE    PIC 9(08).
               10  WS-REQ-FIRST-TIME    PIC 9(06).
               10  WS-REQ-FIRST-IMAGE   PIC X(205).
               10  WS-REQ-SOURCE-COUNT OCCURS 7 TIMES
                                        PIC 9(07).
       01  WS-REQ-SEQ                    PIC 9(03) VALUE 0.
       01  WS-SOURCE-SUB                 PIC 9(01) VALUE 0.
      *****************************************************************
      * THE SOURCES, IN DSRT-SOURCE-SEQ ORDER, AS THEY ARE NAMED ON
      * THE CERTIFICATION PAGE, AND WHETHER EACH COULD BE READ.
      *****************************************************************
       01  WS-SOURCE-NAMES.
           05  FILLER PIC X(42) VALUE
               'CORRESPONDENCE HISTORY (ONLINE)   HISTMST '.
           05  FILLER PIC X(42) VALUE
               'CORRESPONDENCE HISTORY (ARCHIVED) HISTARCH'.
           05  FILLER PIC X(42) VALUE
               'CUSTOMER MASTER CHANGES           CUSTCHLG'.
           05  FILLER PIC X(42) VALUE
               'DO-NOT-CONTACT HOLD CHANGES       DNCCHLG '.
           05  FILLER PIC X(42) VALUE
               'RETURNED MAIL                     RETMAIL '.
           05  FILLER PIC X(42) VALUE
               'PRINT VENDOR CONFIRMATIONS        CONFIRM '.
           05  FILLER PIC X(42) VALUE
               'E-DELIVERY BOUNCES                EDLVSTAT'.
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-NAMES.
           05  WS-SOURCE-ENTRY OCCURS 7 TIMES.
               10  WS-SOURCE-DESC       PIC X(34).
               10  WS-SOURCE-DDNAME     PIC X(08).
       01  WS-SOURCE-AVAIL-TABLE.
           05  WS-SOURCE-AVAIL-SWITCH OCCURS 7 TIMES
                                        PIC X(01).
       01  WS-UNAVAILABLE-COUNT          PIC 9(01) VALUE 0.
      *****************************************************************
      * THE CUSTOMER MASTER DATA (EVERYTHING AFTER THE KEY, THE SHAPE
      * OF A CUSTCHLG IMAGE) IN FORCE AT THE POINT THE DOSSIER HAS
      * REACHED, AND A WORK COPY LAID OUT FIELD BY FIELD FOR
      * PRINTING ONE.
      *****************************************************************
       01  WS-ADDR-IMAGE                 PIC X(205) VALUE SPACES.
       01  WS-SHOW-IMAGE.
           05  WS-SHOW-CUSTOMER-NAME    PIC X(30).
           05  WS-SHOW-ACCOUNT-NUMBER   PIC X(10).
           05  WS-SHOW-LANGUAGE-CODE    PIC X(02).
           05  WS-SHOW-MAILING-ADDRESS.
               10  WS-SHOW-ADDRESS-LINE-1
                                        PIC X(30).
               10  WS-SHOW-ADDRESS-LINE-2
                                        PIC X(30).
               10  WS-SHOW-ADDRESS-LINE-3
                                        PIC X(30).
               10  WS-SHOW-CITY         PIC X(20).
               10  WS-SHOW-STATE        PIC X(02).
               10  WS-SHOW-ZIP-CODE     PIC X(10).
           05  WS-SHOW-DELIVERY-CHANNEL PIC X(01).
           05  WS-SHOW-EMAIL-KEY        PIC X(30).
           05  WS-SHOW-UNDELIV-FLAG     PIC X(01).
           05  WS-SHOW-UNDELIV-DATE     PIC X(08).
           05  WS-SHOW-ACCESSIBLE-FORMAT
                                        PIC X(01).
       01  WS-WAS-IMAGE.
           05  WS-WAS-CUSTOMER-NAME     PIC X(30).
           05  WS-WAS-ACCOUNT-NUMBER    PIC X(10).
           05  WS-WAS-LANGUAGE-CODE     PIC X(02).
           05  WS-WAS-MAILING-ADDRESS   PIC X(122).
           05  WS-WAS-DELIVERY-CHANNEL  PIC X(01).
           05  WS-WAS-EMAIL-KEY         PIC X(30).
           05  WS-WAS-UNDELIV-FLAG      PIC X(01).
           05  WS-WAS-UNDELIV-DATE      PIC X(08).
           05  WS-WAS-ACCESSIBLE-FORMAT PIC X(01).
       01  WS-ADDRESS-LABEL              PIC X(16) VALUE SPACES.
       01  WS-CHANNEL-TEXT               PIC X(12) VALUE SPACES.
       01  WS-ACTION-TEXT                PIC X(40) VALUE SPACES.
       01  WS-SOURCE-TEXT                PIC X(20) VALUE SPACES.
       01  WS-TIME-TEXT                  PIC X(06) VALUE SPACES.
      *****************************************************************
      * PARAMETERS FOR THE CALL TO SAMPLE, AS SAMPLRPR PASSES THEM.
      *****************************************************************
       01  WS-MESSAGE-TYPE               PIC X(15) VALUE SPACES.
       01  WS-CUSTOMER-NAME              PIC X(30) VALUE SPACES.
       01  WS-ACCOUNT-NUMBER             PIC 9(10) VALUE ZERO.
       01  WS-LANGUAGE-CODE              PIC X(02) VALUE SPACES.
       01  WS-REQUEST-DATE               PIC 9(08) VALUE ZERO.
       01  WS-MESSAGE-BLOCK.
           COPY MSGBLOCK.
      * HISTORY DOES NOT RETAIN THE TRANSACTION-SUPPLIED VARIABLE
      * DATA OF THE ORIGINAL SEND, SO THE BLOCK IS EMPTY AND ANY
      * VARIABLE TOKEN IN THE WORDING IS NOTED ON THE DOSSIER.
       01  WS-VARIABLE-BLOCK.
           COPY VARBLOCK.
       01  WS-RETURN-CODE                PIC 9(02) VALUE ZERO.
       01  WS-EFFECTIVE-LANGUAGE-CODE    PIC X(02) VALUE SPACES.
       01  WS-LINE-SUB                   PIC 9(02) VALUE 0.
       01  WS-SCAN-SUB                   PIC 9(02) VALUE 0.
       01  WS-NEXT-CHAR                  PIC X(01) VALUE SPACE.
       01  WS-READ-COUNT                 PIC 9(07) VALUE 0.
       01  WS-REJECTED-COUNT             PIC 9(07) VALUE 0.
       01  WS-DOSSIER-COUNT              PIC 9(07) VALUE 0.
       01  WS-ENTRY-COUNT                PIC 9(07) VALUE 0.
       01  WS-REGEN-COUNT                PIC 9(07) VALUE 0.
       01  WS-STORED-TEXT-COUNT          PIC 9(07) VALUE 0.
       01  WS-TOTAL-REGEN-COUNT          PIC 9(07) VALUE 0.
       01  WS-TOTAL-STORED-COUNT         PIC 9(07) VALUE 0.
       01  WS-COUNT-EDIT                 PIC Z,ZZZ,ZZ9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-REQUEST
               UNTIL END-OF-REQUEST-FILE
           IF WS-REQ-COUNT IS GREATER THAN ZERO
               SORT SORT-FILE
                   ON ASCENDING KEY DSRT-REQUEST-SEQ
                                    DSRT-EVENT-DATE
                                    DSRT-EVENT-TIME
                                    DSRT-SOURCE-SEQ
                   INPUT PROCEDURE IS 2000-COLLECT-EVENTS
                   OUTPUT PROCEDURE IS 5000-PRINT-DOSSIERS
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 0 TO VAR-ENTRY-COUNT
           MOVE ALL 'Y' TO WS-SOURCE-AVAIL-TABLE
           OPEN INPUT DOS-REQUEST-FILE
           IF WS-DOSR-STATUS IS NOT EQUAL TO '00'
               MOVE 'DOSREQ' TO WS-ABORT-FILE-NAME
               MOVE WS-DOSR-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS IS NOT EQUAL TO '00'
               MOVE 'HISTMST' TO WS-ABORT-FILE-NAME
               MOVE WS-HIST-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS IS NOT EQUAL TO '00'
               MOVE 'CUSTMAST' TO WS-ABORT-FILE-NAME
               MOVE WS-CUST-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT DOSSIER-REPORT-FILE
           IF WS-RPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'DOSRPT' TO WS-ABORT-FILE-NAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
      * THE OTHER SOURCES ARE READ IF THEY CAN BE.  ONE THAT CANNOT
      * IS NAMED ON EVERY CERTIFICATION PAGE AS NOT AVAILABLE, SO A
      * DOSSIER IS NEVER CERTIFIED COMPLETE WITHOUT IT.
           OPEN INPUT HIST-ARCH-FILE
           IF WS-HARC-STATUS IS NOT EQUAL TO '00'
               MOVE 2 TO WS-SOURCE-SUB
               PERFORM 1300-NOTE-SOURCE-UNAVAILABLE
           END-IF
           OPEN INPUT CUST-CHANGE-FILE
           IF WS-CULG-STATUS IS NOT EQUAL TO '00'
               MOVE 3 TO WS-SOURCE-SUB
               PERFORM 1300-NOTE-SOURCE-UNAVAILABLE
           END-IF
           OPEN INPUT DNC-CHANGE-FILE
           IF WS-DLOG-STATUS IS NOT EQUAL TO '00'
               MOVE 4 TO WS-SOURCE-SUB
               PERFORM 1300-NOTE-SOURCE-UNAVAILABLE
           END-IF
           OPEN INPUT RETM-FILE
           IF WS-RETM-STATUS IS NOT EQUAL TO '00'
               MOVE 5 TO WS-SOURCE-SUB
               PERFORM 1300-NOTE-SOURCE-UNAVAILABLE
           END-IF
           OPEN INPUT CONF-FILE
           IF WS-CONF-STATUS IS NOT EQUAL TO '00'
               MOVE 6 TO WS-SOURCE-SUB
               PERFORM 1300-NOTE-SOURCE-UNAVAILABLE
           END-IF
           OPEN INPUT ESTA-FILE
           IF WS-ESTA-STATUS IS NOT EQUAL TO '00'
               MOVE 7 TO WS-SOURCE-SUB
               PERFORM 1300-NOTE-SOURCE-UNAVAILABLE
           END-IF
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING 'CORRESPONDENCE DOSSIER RUN   DATE ' DELIMITED BY SIZE
                   WS-RUN-DATE          DELIMITED BY SIZE
                   '   TIME '           DELIMITED BY SIZE
                   WS-RUN-TIME          DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           PERFORM 8000-READ-REQUEST
           .

       1200-LOAD-REQUEST.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN DOSR-CUSTOMER-NUMBER IS NOT NUMERIC
                       OR DOSR-CUSTOMER-NUMBER IS EQUAL TO ZERO
                   MOVE 'CUSTOMER NUMBER NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN DOSR-FROM-DATE IS NOT NUMERIC
                       OR DOSR-TO-DATE IS NOT NUMERIC
                   MOVE 'PERIOD DATES NOT NUMERIC' TO WS-REJECT-REASON
               WHEN DOSR-TO-DATE IS NOT EQUAL TO ZERO
                       AND DOSR-FROM-DATE IS GREATER THAN
                           DOSR-TO-DATE
                   MOVE 'FROM-DATE IS AFTER TO-DATE'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE DOSR-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
                   PERFORM 7000-FIND-REQUEST
                   IF REQUEST-FOUND
                       MOVE 'CUSTOMER ALREADY REQUESTED IN THIS RUN'
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-REQ-COUNT IS NOT LESS THAN WS-REQ-MAX
                           MOVE 'REQUEST LIMIT FOR ONE RUN REACHED'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO DOSSIER-REPORT-LINE
               STRING '** REQUEST REJECTED: ' DELIMITED BY SIZE
                       DOSR-CUSTOMER-NUMBER  DELIMITED BY SIZE
                       ' '                   DELIMITED BY SIZE
                       DOSR-CASE-REFERENCE   DELIMITED BY SIZE
                       ' -- '                DELIMITED BY SIZE
                       WS-REJECT-REASON      DELIMITED BY SIZE
                       INTO DOSSIER-REPORT-LINE
               END-STRING
               WRITE DOSSIER-REPORT-LINE
           ELSE
               ADD 1 TO WS-REQ-COUNT
               SET WS-REQ-IX TO WS-REQ-COUNT
               MOVE DOSR-CUSTOMER-NUMBER TO WS-REQ-CUSTOMER(WS-REQ-IX)
               MOVE DOSR-FROM-DATE TO WS-REQ-FROM-DATE(WS-REQ-IX)
               IF DOSR-TO-DATE IS EQUAL TO ZERO
                   MOVE WS-RUN-DATE TO WS-REQ-TO-DATE(WS-REQ-IX)
               ELSE
                   MOVE DOSR-TO-DATE TO WS-REQ-TO-DATE(WS-REQ-IX)
               END-IF
               MOVE DOSR-CASE-REFERENCE TO WS-REQ-CASE-REF(WS-REQ-IX)
               MOVE 'N' TO WS-REQ-FIRST-SWITCH(WS-REQ-IX)
               MOVE 0 TO WS-REQ-FIRST-DATE(WS-REQ-IX)
               MOVE 0 TO WS-REQ-FIRST-TIME(WS-REQ-IX)
               MOVE SPACES TO WS-REQ-FIRST-IMAGE(WS-REQ-IX)
               PERFORM 1250-CLEAR-SOURCE-COUNT
                   VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB IS GREATER THAN 7
           END-IF
           PERFORM 8000-READ-REQUEST
           .

       1250-CLEAR-SOURCE-COUNT.
           MOVE 0 TO WS-REQ-SOURCE-COUNT(WS-REQ-IX, WS-SOURCE-SUB)
           .

       1300-NOTE-SOURCE-UNAVAILABLE.
           MOVE 'N' TO WS-SOURCE-AVAIL-SWITCH(WS-SOURCE-SUB)
           ADD 1 TO WS-UNAVAILABLE-COUNT
           DISPLAY 'SAMPLDOS: ' WS-SOURCE-DDNAME(WS-SOURCE-SUB)
               ' NOT AVAILABLE -- DOSSIERS WILL BE CERTIFIED '
               'WITHOUT IT'
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLDOS: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *****************************************************************
      * SORT INPUT: EVERY RECORD EACH SOURCE HOLDS FOR A REQUESTED
      * CUSTOMER INSIDE THAT CUSTOMER'S PERIOD.  THE HISTORY MASTER
      * IS READ BY KEY; THE SEQUENTIAL SOURCES ARE EACH PASSED ONCE
      * FOR ALL THE CUSTOMERS TOGETHER.
      *****************************************************************
       2000-COLLECT-EVENTS.
           PERFORM 2100-COLLECT-ONLINE-HISTORY
               VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX IS GREATER THAN WS-REQ-COUNT
           IF WS-SOURCE-AVAIL-SWITCH(2) IS EQUAL TO 'Y'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               PERFORM 8100-READ-HIST-ARCH
               PERFORM 2200-SCAN-ARCHIVED-HISTORY
                   UNTIL END-OF-SOURCE-SCAN
           END-IF
           IF WS-SOURCE-AVAIL-SWITCH(3) IS EQUAL TO 'Y'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               PERFORM 8200-READ-CUST-CHANGE
               PERFORM 2300-SCAN-CUSTOMER-CHANGES
                   UNTIL END-OF-SOURCE-SCAN
           END-IF
           IF WS-SOURCE-AVAIL-SWITCH(4) IS EQUAL TO 'Y'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               PERFORM 8300-READ-DNC-CHANGE
               PERFORM 2400-SCAN-HOLD-CHANGES
                   UNTIL END-OF-SOURCE-SCAN
           END-IF
           IF WS-SOURCE-AVAIL-SWITCH(5) IS EQUAL TO 'Y'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               PERFORM 8400-READ-RETURNED-MAIL
               PERFORM 2500-SCAN-RETURNED-MAIL
                   UNTIL END-OF-SOURCE-SCAN
           END-IF
           IF WS-SOURCE-AVAIL-SWITCH(6) IS EQUAL TO 'Y'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               PERFORM 8500-READ-CONFIRMATION
               PERFORM 2600-SCAN-CONFIRMATIONS
                   UNTIL END-OF-SOURCE-SCAN
           END-IF
           IF WS-SOURCE-AVAIL-SWITCH(7) IS EQUAL TO 'Y'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               PERFORM 8600-READ-EDLV-STATUS
               PERFORM 2700-SCAN-EDLV-BOUNCES
                   UNTIL END-OF-SOURCE-SCAN
           END-IF
           .

       2100-COLLECT-ONLINE-HISTORY.
           MOVE WS-REQ-CUSTOMER(WS-REQ-IX) TO HIST-CUSTOMER-NUMBER
           MOVE WS-REQ-FROM-DATE(WS-REQ-IX) TO HIST-RUN-DATE
           MOVE 0 TO HIST-RUN-TIME
           MOVE LOW-VALUES TO HIST-MESSAGE-TYPE
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET END-OF-SOURCE-SCAN TO TRUE
           END-START
           IF NOT END-OF-SOURCE-SCAN
               PERFORM 8700-READ-HIST-NEXT
           END-IF
           PERFORM 2110-RELEASE-ONLINE-LETTER
               UNTIL END-OF-SOURCE-SCAN
           .

       2110-RELEASE-ONLINE-LETTER.
           MOVE SPACES TO DSRT-EVENT-DATA
           MOVE HIST-RUN-DATE TO DSRT-EVENT-DATE
           MOVE HIST-RUN-TIME TO DSRT-EVENT-TIME
           MOVE HIST-MESSAGE-TYPE TO DSRT-MESSAGE-TYPE
           MOVE HIST-LANGUAGE-CODE TO DSRT-LANGUAGE-CODE
           MOVE HIST-MESSAGE-TEXT TO DSRT-MESSAGE-TEXT
           MOVE 1 TO WS-SOURCE-SUB
           PERFORM 2900-RELEASE-EVENT
           PERFORM 8700-READ-HIST-NEXT
           .

       2200-SCAN-ARCHIVED-HISTORY.
           MOVE HARC-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
           MOVE HARC-RUN-DATE TO WS-EVENT-DATE
           PERFORM 7100-FIND-REQUEST-IN-PERIOD
           IF REQUEST-FOUND
               MOVE SPACES TO DSRT-EVENT-DATA
               MOVE HARC-RUN-DATE TO DSRT-EVENT-DATE
               MOVE HARC-RUN-TIME TO DSRT-EVENT-TIME
               MOVE HARC-MESSAGE-TYPE TO DSRT-MESSAGE-TYPE
               MOVE HARC-LANGUAGE-CODE TO DSRT-LANGUAGE-CODE
               MOVE HARC-MESSAGE-TEXT TO DSRT-MESSAGE-TEXT
               MOVE 2 TO WS-SOURCE-SUB
               PERFORM 2900-RELEASE-EVENT
           END-IF
           PERFORM 8100-READ-HIST-ARCH
           .

      *****************************************************************
      * THE BEFORE-IMAGE OF THE CUSTOMER'S EARLIEST CHANGE UP TO THE
      * END OF THE PERIOD IS KEPT, BY CHANGE DATE AND TIME, WHATEVER
      * ORDER CUSTCHLG IS READ IN.  CHANGES BEFORE THE PERIOD ARE
      * STILL PASSED TO THE SORT, UNCOUNTED AND UNPRINTED, SO THE
      * ADDRESS IN FORCE WHEN THE PERIOD OPENS IS KNOWN.
      *****************************************************************
       2300-SCAN-CUSTOMER-CHANGES.
           MOVE CULG-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
           PERFORM 7000-FIND-REQUEST
           IF REQUEST-FOUND
               IF CULG-CHANGE-DATE IS NOT GREATER THAN
                       WS-REQ-TO-DATE(WS-REQ-IX)
                   IF NOT REQ-FIRST-IMAGE-HELD(WS-REQ-IX)
                           OR CULG-CHANGE-DATE IS LESS THAN
                               WS-REQ-FIRST-DATE(WS-REQ-IX)
                           OR (CULG-CHANGE-DATE IS EQUAL TO
                               WS-REQ-FIRST-DATE(WS-REQ-IX)
                           AND CULG-CHANGE-TIME IS LESS THAN
                               WS-REQ-FIRST-TIME(WS-REQ-IX))
                       MOVE CULG-BEFORE-IMAGE
                           TO WS-REQ-FIRST-IMAGE(WS-REQ-IX)
                       MOVE CULG-CHANGE-DATE
                           TO WS-REQ-FIRST-DATE(WS-REQ-IX)
                       MOVE CULG-CHANGE-TIME
                           TO WS-REQ-FIRST-TIME(WS-REQ-IX)
                       MOVE 'Y' TO WS-REQ-FIRST-SWITCH(WS-REQ-IX)
                   END-IF
                   MOVE SPACES TO DSRT-EVENT-DATA
                   MOVE CULG-CHANGE-DATE TO DSRT-EVENT-DATE
                   MOVE CULG-CHANGE-TIME TO DSRT-EVENT-TIME
                   MOVE CULG-ACTION-CODE TO DSRT-CHANGE-ACTION
                   MOVE CULG-BEFORE-IMAGE TO DSRT-BEFORE-IMAGE
                   MOVE CULG-AFTER-IMAGE TO DSRT-AFTER-IMAGE
                   MOVE 3 TO WS-SOURCE-SUB
                   PERFORM 2900-RELEASE-EVENT
               END-IF
           END-IF
           PERFORM 8200-READ-CUST-CHANGE
           .

       2400-SCAN-HOLD-CHANGES.
           MOVE DLOG-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
           MOVE DLOG-CHANGE-DATE TO WS-EVENT-DATE
           PERFORM 7100-FIND-REQUEST-IN-PERIOD
           IF REQUEST-FOUND
               MOVE SPACES TO DSRT-EVENT-DATA
               MOVE DLOG-CHANGE-DATE TO DSRT-EVENT-DATE
               MOVE DLOG-CHANGE-TIME TO DSRT-EVENT-TIME
               MOVE DLOG-ACTION-CODE TO DSRT-HOLD-ACTION
               MOVE DLOG-OLD-REASON TO DSRT-OLD-REASON
               MOVE DLOG-OLD-EFF-DATE TO DSRT-OLD-EFF-DATE
               MOVE DLOG-OLD-EXP-DATE TO DSRT-OLD-EXP-DATE
               MOVE DLOG-NEW-REASON TO DSRT-NEW-REASON
               MOVE DLOG-NEW-EFF-DATE TO DSRT-NEW-EFF-DATE
               MOVE DLOG-NEW-EXP-DATE TO DSRT-NEW-EXP-DATE
               MOVE 4 TO WS-SOURCE-SUB
               PERFORM 2900-RELEASE-EVENT
           END-IF
           PERFORM 8300-READ-DNC-CHANGE
           .

       2500-SCAN-RETURNED-MAIL.
           MOVE RETM-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
           MOVE RETM-RETURN-DATE TO WS-EVENT-DATE
           PERFORM 7100-FIND-REQUEST-IN-PERIOD
           IF REQUEST-FOUND
               MOVE SPACES TO DSRT-EVENT-DATA
               MOVE RETM-RETURN-DATE TO DSRT-EVENT-DATE
               MOVE WS-DATE-ONLY-TIME TO DSRT-EVENT-TIME
               MOVE RETM-REASON-CODE TO DSRT-RETURN-REASON
               MOVE 5 TO WS-SOURCE-SUB
               PERFORM 2900-RELEASE-EVENT
           END-IF
           PERFORM 8400-READ-RETURNED-MAIL
           .

       2600-SCAN-CONFIRMATIONS.
           MOVE CONF-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
           MOVE CONF-PRINT-DATE TO WS-EVENT-DATE
           PERFORM 7100-FIND-REQUEST-IN-PERIOD
           IF REQUEST-FOUND
               MOVE SPACES TO DSRT-EVENT-DATA
               MOVE CONF-PRINT-DATE TO DSRT-EVENT-DATE
               MOVE WS-DATE-ONLY-TIME TO DSRT-EVENT-TIME
               MOVE 6 TO WS-SOURCE-SUB
               PERFORM 2900-RELEASE-EVENT
           END-IF
           PERFORM 8500-READ-CONFIRMATION
           .

       2700-SCAN-EDLV-BOUNCES.
           IF ESTA-BOUNCED
               MOVE ESTA-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
               MOVE ESTA-GEN-DATE TO WS-EVENT-DATE
               PERFORM 7100-FIND-REQUEST-IN-PERIOD
               IF REQUEST-FOUND
                   MOVE SPACES TO DSRT-EVENT-DATA
                   MOVE ESTA-GEN-DATE TO DSRT-EVENT-DATE
                   MOVE WS-DATE-ONLY-TIME TO DSRT-EVENT-TIME
                   MOVE ESTA-MESSAGE-TYPE TO DSRT-BOUNCE-TYPE
                   MOVE 7 TO WS-SOURCE-SUB
                   PERFORM 2900-RELEASE-EVENT
               END-IF
           END-IF
           PERFORM 8600-READ-EDLV-STATUS
           .

      * COMMON TAIL OF EVERY SOURCE: STAMP THE REQUEST AND SOURCE,
      * COUNT THE ENTRY IF IT FALLS IN THE PERIOD, AND RELEASE IT.
       2900-RELEASE-EVENT.
           SET WS-REQ-SEQ TO WS-REQ-IX
           MOVE WS-REQ-SEQ TO DSRT-REQUEST-SEQ
           MOVE WS-SOURCE-SUB TO DSRT-SOURCE-SEQ
           IF DSRT-EVENT-DATE IS NOT LESS THAN
                   WS-REQ-FROM-DATE(WS-REQ-IX)
               SET DSRT-IN-RANGE TO TRUE
               ADD 1 TO WS-REQ-SOURCE-COUNT(WS-REQ-IX, WS-SOURCE-SUB)
           ELSE
               MOVE 'N' TO DSRT-IN-RANGE-FLAG
           END-IF
           RELEASE DSRT-RECORD
           .

      *****************************************************************
      * SORT OUTPUT: ONE DOSSIER PER REQUESTED CUSTOMER, IN THE ORDER
      * REQUESTED -- A CUSTOMER WITH NOTHING ON FILE STILL GETS A
      * DOSSIER AND A CERTIFICATION PAGE OF ZEROES.
      *****************************************************************
       5000-PRINT-DOSSIERS.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM 8900-RETURN-SORTED-EVENT
           PERFORM 5100-PRINT-ONE-DOSSIER
               VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX IS GREATER THAN WS-REQ-COUNT
           .

       5100-PRINT-ONE-DOSSIER.
           ADD 1 TO WS-DOSSIER-COUNT
           SET WS-REQ-SEQ TO WS-REQ-IX
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-REGEN-COUNT
           MOVE 0 TO WS-STORED-TEXT-COUNT
           MOVE WS-REQ-CUSTOMER(WS-REQ-IX) TO CUST-CUSTOMER-NUMBER
           MOVE 'N' TO WS-CUST-FOUND-SWITCH
           READ CUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-ON-MASTER TO TRUE
           END-READ
      * THE MASTER AS IT STOOD BEFORE THE EARLIEST LOGGED CHANGE, OR
      * AS IT STANDS TODAY IF IT HAS NEVER BEEN CHANGED.
           IF REQ-FIRST-IMAGE-HELD(WS-REQ-IX)
               MOVE WS-REQ-FIRST-IMAGE(WS-REQ-IX) TO WS-ADDR-IMAGE
           ELSE
               IF CUSTOMER-ON-MASTER
                   MOVE CUST-RECORD(10:205) TO WS-ADDR-IMAGE
               ELSE
                   MOVE SPACES TO WS-ADDR-IMAGE
               END-IF
           END-IF
           PERFORM 5150-PRINT-DOSSIER-HEADING
           PERFORM 5200-PRINT-ONE-ENTRY
               UNTIL SORT-RETURN-DONE
                   OR DSRT-REQUEST-SEQ IS NOT EQUAL TO WS-REQ-SEQ
           IF WS-ENTRY-COUNT IS EQUAL TO ZERO
               MOVE '  NO CORRESPONDENCE RECORDS FOUND FOR THE PERIOD'
                   TO DOSSIER-REPORT-LINE
               WRITE DOSSIER-REPORT-LINE
           END-IF
           PERFORM 5900-PRINT-CERTIFICATION
           .

       5150-PRINT-DOSSIER-HEADING.
           MOVE ALL '=' TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING 'CORRESPONDENCE DOSSIER   CUSTOMER '
                                        DELIMITED BY SIZE
                   WS-REQ-CUSTOMER(WS-REQ-IX) DELIMITED BY SIZE
                   '   CASE '           DELIMITED BY SIZE
                   WS-REQ-CASE-REF(WS-REQ-IX) DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING 'PERIOD '             DELIMITED BY SIZE
                   WS-REQ-FROM-DATE(WS-REQ-IX) DELIMITED BY SIZE
                   ' THROUGH '          DELIMITED BY SIZE
                   WS-REQ-TO-DATE(WS-REQ-IX) DELIMITED BY SIZE
                   '   PREPARED '       DELIMITED BY SIZE
                   WS-RUN-DATE          DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-RUN-TIME          DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           IF CUSTOMER-ON-MASTER
               MOVE CUST-RECORD(10:205) TO WS-SHOW-IMAGE
               MOVE 'CURRENTLY:      ' TO WS-ADDRESS-LABEL
               PERFORM 5700-PRINT-SHOWN-ADDRESS
           ELSE
               MOVE '  CUSTOMER IS NOT ON THE CUSTOMER MASTER TODAY'
                   TO DOSSIER-REPORT-LINE
               WRITE DOSSIER-REPORT-LINE
           END-IF
           MOVE ALL '=' TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           .

      *****************************************************************
      * ONE SORTED ENTRY.  A CUSTOMER-MASTER CHANGE ALWAYS MOVES THE
      * ADDRESS IN FORCE ON TO ITS AFTER-IMAGE, BUT ONLY ENTRIES
      * INSIDE THE PERIOD ARE PRINTED.
      *****************************************************************
       5200-PRINT-ONE-ENTRY.
           IF DSRT-IN-RANGE
               ADD 1 TO WS-ENTRY-COUNT
               MOVE SPACES TO DOSSIER-REPORT-LINE
               WRITE DOSSIER-REPORT-LINE
               IF DSRT-EVENT-TIME IS EQUAL TO WS-DATE-ONLY-TIME
                   MOVE SPACES TO WS-TIME-TEXT
               ELSE
                   MOVE DSRT-EVENT-TIME TO WS-TIME-TEXT
               END-IF
               EVALUATE TRUE
                   WHEN DSRT-ONLINE-LETTER
                       MOVE 'HISTMST' TO WS-SOURCE-TEXT
                       PERFORM 5300-PRINT-LETTER
                   WHEN DSRT-ARCHIVED-LETTER
                       MOVE 'HISTORY ARCHIVE' TO WS-SOURCE-TEXT
                       PERFORM 5300-PRINT-LETTER
                   WHEN DSRT-CUSTOMER-CHANGE
                       PERFORM 5400-PRINT-CUSTOMER-CHANGE
                   WHEN DSRT-HOLD-CHANGE
                       PERFORM 5500-PRINT-HOLD-CHANGE
                   WHEN DSRT-RETURNED-MAIL
                       MOVE SPACES TO WS-ACTION-TEXT
                       STRING 'RETURNED BY POST OFFICE, REASON '
                                            DELIMITED BY SIZE
                               DSRT-RETURN-REASON DELIMITED BY SIZE
                               INTO WS-ACTION-TEXT
                       END-STRING
                       PERFORM 5800-PRINT-ENTRY-LINE
                   WHEN DSRT-VENDOR-CONFIRM
                       MOVE 'PRINT VENDOR CONFIRMED PRINTED AND MAILED'
                           TO WS-ACTION-TEXT
                       PERFORM 5800-PRINT-ENTRY-LINE
                   WHEN DSRT-EDLV-BOUNCE
                       MOVE SPACES TO WS-ACTION-TEXT
                       STRING 'E-DELIVERY BOUNCED: ' DELIMITED BY SIZE
                               DSRT-BOUNCE-TYPE    DELIMITED BY SIZE
                               INTO WS-ACTION-TEXT
                       END-STRING
                       PERFORM 5800-PRINT-ENTRY-LINE
               END-EVALUATE
           END-IF
           IF DSRT-CUSTOMER-CHANGE
               MOVE DSRT-AFTER-IMAGE TO WS-ADDR-IMAGE
           END-IF
           PERFORM 8900-RETURN-SORTED-EVENT
           .

      *****************************************************************
      * A LETTER: HOW AND WHERE IT WENT ON THE MASTER AS IT STOOD
      * THEN, AND ITS FULL TEXT REGENERATED WITH THE ORIGINAL RUN
      * DATE, SO THE EFFECTIVE-DATED CATALOG REPRODUCES THE WORDING
      * THAT WENT OUT.  WHEN IT CANNOT BE REGENERATED, THE FIRST LINE
      * HISTORY STORED IS SHOWN AND THE LETTER IS COUNTED AS SUCH ON
      * THE CERTIFICATION PAGE.
      *****************************************************************
       5300-PRINT-LETTER.
           MOVE SPACES TO WS-ACTION-TEXT
           STRING 'LETTER ' DELIMITED BY SIZE
                   DSRT-MESSAGE-TYPE DELIMITED BY SIZE
                   ' LANGUAGE ' DELIMITED BY SIZE
                   DSRT-LANGUAGE-CODE DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
           END-STRING
           PERFORM 5800-PRINT-ENTRY-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING '      SOURCE: '       DELIMITED BY SIZE
                   WS-SOURCE-TEXT       DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           MOVE WS-ADDR-IMAGE TO WS-SHOW-IMAGE
           IF WS-SHOW-IMAGE IS EQUAL TO SPACES
               MOVE '      ADDRESS AT THE TIME NOT ON FILE'
                   TO DOSSIER-REPORT-LINE
               WRITE DOSSIER-REPORT-LINE
           ELSE
               MOVE 'SENT TO:        ' TO WS-ADDRESS-LABEL
               PERFORM 5700-PRINT-SHOWN-ADDRESS
           END-IF
           MOVE DSRT-MESSAGE-TYPE TO WS-MESSAGE-TYPE
           MOVE WS-SHOW-CUSTOMER-NAME TO WS-CUSTOMER-NAME
           IF WS-SHOW-ACCOUNT-NUMBER IS NUMERIC
               MOVE WS-SHOW-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
           ELSE
               MOVE ZERO TO WS-ACCOUNT-NUMBER
           END-IF
           MOVE DSRT-LANGUAGE-CODE TO WS-LANGUAGE-CODE
           MOVE DSRT-EVENT-DATE TO WS-REQUEST-DATE
           CALL 'SAMPLE' USING WS-MESSAGE-TYPE, WS-CUSTOMER-NAME,
                   WS-ACCOUNT-NUMBER, WS-LANGUAGE-CODE,
                   WS-REQUEST-DATE, WS-MESSAGE-BLOCK,
                   WS-VARIABLE-BLOCK, WS-RETURN-CODE,
                   WS-EFFECTIVE-LANGUAGE-CODE
           IF WS-RETURN-CODE IS EQUAL TO ZERO
               ADD 1 TO WS-REGEN-COUNT
               MOVE SPACES TO DOSSIER-REPORT-LINE
               STRING '      TEXT (REGENERATED AS OF THE '
                                        DELIMITED BY SIZE
                       'ORIGINAL RUN DATE):' DELIMITED BY SIZE
                       INTO DOSSIER-REPORT-LINE
               END-STRING
               WRITE DOSSIER-REPORT-LINE
               PERFORM 5350-PRINT-LETTER-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB IS GREATER THAN MSG-LINE-COUNT
               PERFORM 5360-SCAN-FOR-VARIABLE-TOKENS
               IF UNRESOLVED-TOKEN-FOUND
                   MOVE SPACES TO DOSSIER-REPORT-LINE
                   STRING '      NOTE: VARIABLE DATA OF THE '
                                        DELIMITED BY SIZE
                           'ORIGINAL SEND IS NOT RETAINED -- '
                                        DELIMITED BY SIZE
                           'TOKENS SHOWN AS CATALOGED'
                                        DELIMITED BY SIZE
                           INTO DOSSIER-REPORT-LINE
                   END-STRING
                   WRITE DOSSIER-REPORT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-STORED-TEXT-COUNT
               MOVE SPACES TO DOSSIER-REPORT-LINE
               STRING '      TEXT COULD NOT BE REGENERATED -- '
                                        DELIMITED BY SIZE
                       'FIRST LINE AS STORED ON HISTORY:'
                                        DELIMITED BY SIZE
                       INTO DOSSIER-REPORT-LINE
               END-STRING
               WRITE DOSSIER-REPORT-LINE
               MOVE SPACES TO DOSSIER-REPORT-LINE
               STRING '        '           DELIMITED BY SIZE
                       DSRT-MESSAGE-TEXT    DELIMITED BY SIZE
                       INTO DOSSIER-REPORT-LINE
               END-STRING
               WRITE DOSSIER-REPORT-LINE
           END-IF
           .

       5350-PRINT-LETTER-LINE.
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING '        '           DELIMITED BY SIZE
                   MSG-LINE(WS-LINE-SUB) DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           .

      * SAME CANDIDATE-TOKEN TEST AS THE SAMPLRPR REPRINT EDIT: AN
      * AMPERSAND STILL FOLLOWED BY A LETTER.
       5360-SCAN-FOR-VARIABLE-TOKENS.
           MOVE 'N' TO WS-TOKEN-FOUND-SWITCH
           PERFORM 5370-SCAN-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB IS GREATER THAN MSG-LINE-COUNT
                   OR UNRESOLVED-TOKEN-FOUND
           .

       5370-SCAN-ONE-LINE.
           PERFORM 5380-SCAN-ONE-CHAR
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB IS GREATER THAN 59
                   OR UNRESOLVED-TOKEN-FOUND
           .

       5380-SCAN-ONE-CHAR.
           IF MSG-LINE(WS-LINE-SUB)(WS-SCAN-SUB:1) IS EQUAL TO '&'
               MOVE MSG-LINE(WS-LINE-SUB)(WS-SCAN-SUB + 1:1)
                   TO WS-NEXT-CHAR
               IF WS-NEXT-CHAR IS NOT EQUAL TO SPACE
                       AND WS-NEXT-CHAR IS ALPHABETIC
                   SET UNRESOLVED-TOKEN-FOUND TO TRUE
               END-IF
           END-IF
           .

      *****************************************************************
      * A CUSTOMER-MASTER CHANGE: THE ADDRESS AND DELIVERY DETAILS ON
      * EACH SIDE OF IT WHERE THEY CHANGED.
      *****************************************************************
       5400-PRINT-CUSTOMER-CHANGE.
           EVALUATE DSRT-CHANGE-ACTION
               WHEN 'A'
                   MOVE 'CUSTOMER ADDED TO THE MASTER'
                       TO WS-ACTION-TEXT
               WHEN 'D'
                   MOVE 'CUSTOMER DELETED FROM THE MASTER'
                       TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE 'CUSTOMER MASTER UPDATED' TO WS-ACTION-TEXT
           END-EVALUATE
           PERFORM 5800-PRINT-ENTRY-LINE
           MOVE DSRT-BEFORE-IMAGE TO WS-WAS-IMAGE
           MOVE DSRT-AFTER-IMAGE TO WS-SHOW-IMAGE
           IF WS-WAS-MAILING-ADDRESS IS NOT EQUAL TO
                   WS-SHOW-MAILING-ADDRESS
                   OR WS-WAS-CUSTOMER-NAME IS NOT EQUAL TO
                       WS-SHOW-CUSTOMER-NAME
               IF DSRT-BEFORE-IMAGE IS NOT EQUAL TO SPACES
                   MOVE DSRT-BEFORE-IMAGE TO WS-SHOW-IMAGE
                   MOVE 'ADDRESS WAS:    ' TO WS-ADDRESS-LABEL
                   PERFORM 5700-PRINT-SHOWN-ADDRESS
               END-IF
               IF DSRT-AFTER-IMAGE IS NOT EQUAL TO SPACES
                   MOVE DSRT-AFTER-IMAGE TO WS-SHOW-IMAGE
                   MOVE 'ADDRESS NOW:    ' TO WS-ADDRESS-LABEL
                   PERFORM 5700-PRINT-SHOWN-ADDRESS
               END-IF
           ELSE
               IF WS-WAS-DELIVERY-CHANNEL IS NOT EQUAL TO
                       WS-SHOW-DELIVERY-CHANNEL
                       OR WS-WAS-EMAIL-KEY IS NOT EQUAL TO
                           WS-SHOW-EMAIL-KEY
                   MOVE SPACES TO DOSSIER-REPORT-LINE
                   STRING '      CHANNEL WAS '   DELIMITED BY SIZE
                           WS-WAS-DELIVERY-CHANNEL DELIMITED BY SIZE
                           ' E-MAIL KEY '        DELIMITED BY SIZE
                           WS-WAS-EMAIL-KEY      DELIMITED BY SIZE
                           INTO DOSSIER-REPORT-LINE
                   END-STRING
                   WRITE DOSSIER-REPORT-LINE
                   MOVE SPACES TO DOSSIER-REPORT-LINE
                   STRING '      CHANNEL NOW '   DELIMITED BY SIZE
                           WS-SHOW-DELIVERY-CHANNEL DELIMITED BY SIZE
                           ' E-MAIL KEY '        DELIMITED BY SIZE
                           WS-SHOW-EMAIL-KEY     DELIMITED BY SIZE
                           INTO DOSSIER-REPORT-LINE
                   END-STRING
                   WRITE DOSSIER-REPORT-LINE
               END-IF
           END-IF
           IF WS-WAS-UNDELIV-FLAG IS NOT EQUAL TO WS-SHOW-UNDELIV-FLAG
               IF WS-SHOW-UNDELIV-FLAG IS EQUAL TO 'U'
                   MOVE '      ADDRESS FLAGGED UNDELIVERABLE'
                       TO DOSSIER-REPORT-LINE
               ELSE
                   MOVE '      UNDELIVERABLE FLAG CLEARED'
                       TO DOSSIER-REPORT-LINE
               END-IF
               WRITE DOSSIER-REPORT-LINE
           END-IF
           IF WS-WAS-ACCESSIBLE-FORMAT IS NOT EQUAL TO
                   WS-SHOW-ACCESSIBLE-FORMAT
                   AND DSRT-BEFORE-IMAGE IS NOT EQUAL TO SPACES
                   AND DSRT-AFTER-IMAGE IS NOT EQUAL TO SPACES
               MOVE SPACES TO DOSSIER-REPORT-LINE
               STRING '      ACCESSIBLE FORMAT WAS ' DELIMITED BY SIZE
                       WS-WAS-ACCESSIBLE-FORMAT DELIMITED BY SIZE
                       ' NOW '               DELIMITED BY SIZE
                       WS-SHOW-ACCESSIBLE-FORMAT DELIMITED BY SIZE
                       INTO DOSSIER-REPORT-LINE
               END-STRING
               WRITE DOSSIER-REPORT-LINE
           END-IF
           .

       5500-PRINT-HOLD-CHANGE.
           EVALUATE DSRT-HOLD-ACTION
               WHEN 'A'
                   MOVE 'DO-NOT-CONTACT HOLD PLACED' TO WS-ACTION-TEXT
               WHEN 'D'
                   MOVE 'DO-NOT-CONTACT HOLD RELEASED'
                       TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE 'DO-NOT-CONTACT HOLD CHANGED'
                       TO WS-ACTION-TEXT
           END-EVALUATE
           PERFORM 5800-PRINT-ENTRY-LINE
           IF DSRT-HOLD-ACTION IS NOT EQUAL TO 'A'
               MOVE SPACES TO DOSSIER-REPORT-LINE
               STRING '      HOLD WAS: REASON ' DELIMITED BY SIZE
                       DSRT-OLD-REASON       DELIMITED BY SIZE
                       ' EFFECTIVE '         DELIMITED BY SIZE
                       DSRT-OLD-EFF-DATE     DELIMITED BY SIZE
                       ' EXPIRES '           DELIMITED BY SIZE
                       DSRT-OLD-EXP-DATE     DELIMITED BY SIZE
                       INTO DOSSIER-REPORT-LINE
               END-STRING
               WRITE DOSSIER-REPORT-LINE
           END-IF
           IF DSRT-HOLD-ACTION IS NOT EQUAL TO 'D'
               MOVE SPACES TO DOSSIER-REPORT-LINE
               STRING '      HOLD NOW: REASON ' DELIMITED BY SIZE
                       DSRT-NEW-REASON       DELIMITED BY SIZE
                       ' EFFECTIVE '         DELIMITED BY SIZE
                       DSRT-NEW-EFF-DATE     DELIMITED BY SIZE
                       ' EXPIRES '           DELIMITED BY SIZE
                       DSRT-NEW-EXP-DATE     DELIMITED BY SIZE
                       INTO DOSSIER-REPORT-LINE
               END-STRING
               WRITE DOSSIER-REPORT-LINE
           END-IF
           .

      * NAME, ADDRESS LINES, AND DELIVERY CHANNEL OF WS-SHOW-IMAGE
      * UNDER THE LABEL IN WS-ADDRESS-LABEL.
       5700-PRINT-SHOWN-ADDRESS.
           EVALUATE WS-SHOW-DELIVERY-CHANNEL
               WHEN 'E'
                   MOVE 'ELECTRONIC' TO WS-CHANNEL-TEXT
               WHEN 'B'
                   MOVE 'PAPER AND E' TO WS-CHANNEL-TEXT
               WHEN OTHER
                   MOVE 'PAPER' TO WS-CHANNEL-TEXT
           END-EVALUATE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING '      '             DELIMITED BY SIZE
                   WS-ADDRESS-LABEL     DELIMITED BY SIZE
                   WS-SHOW-CUSTOMER-NAME DELIMITED BY SIZE
                   '  CHANNEL '         DELIMITED BY SIZE
                   WS-CHANNEL-TEXT      DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           MOVE WS-SHOW-ADDRESS-LINE-1 TO DOSSIER-REPORT-LINE(23:30)
           WRITE DOSSIER-REPORT-LINE
           IF WS-SHOW-ADDRESS-LINE-2 IS NOT EQUAL TO SPACES
               MOVE SPACES TO DOSSIER-REPORT-LINE
               MOVE WS-SHOW-ADDRESS-LINE-2
                   TO DOSSIER-REPORT-LINE(23:30)
               WRITE DOSSIER-REPORT-LINE
           END-IF
           IF WS-SHOW-ADDRESS-LINE-3 IS NOT EQUAL TO SPACES
               MOVE SPACES TO DOSSIER-REPORT-LINE
               MOVE WS-SHOW-ADDRESS-LINE-3
                   TO DOSSIER-REPORT-LINE(23:30)
               WRITE DOSSIER-REPORT-LINE
           END-IF
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING WS-SHOW-CITY         DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-SHOW-STATE        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-SHOW-ZIP-CODE     DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE(23:34)
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           IF WS-SHOW-DELIVERY-CHANNEL IS EQUAL TO 'E'
                   OR WS-SHOW-DELIVERY-CHANNEL IS EQUAL TO 'B'
               MOVE SPACES TO DOSSIER-REPORT-LINE
               STRING 'E-MAIL KEY '        DELIMITED BY SIZE
                       WS-SHOW-EMAIL-KEY    DELIMITED BY SIZE
                       INTO DOSSIER-REPORT-LINE(23:41)
               END-STRING
               WRITE DOSSIER-REPORT-LINE
           END-IF
           .

       5800-PRINT-ENTRY-LINE.
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING DSRT-EVENT-DATE      DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-TIME-TEXT         DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   WS-ACTION-TEXT       DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           .

      *****************************************************************
      * CERTIFICATION PAGE: WHAT EACH SOURCE CONTRIBUTED TO THIS
      * DOSSIER, AND ANY SOURCE THAT COULD NOT BE READ.
      *****************************************************************
       5900-PRINT-CERTIFICATION.
           MOVE SPACES TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           MOVE ALL '-' TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING 'CERTIFICATION OF RECORDS SEARCHED   CUSTOMER '
                                        DELIMITED BY SIZE
                   WS-REQ-CUSTOMER(WS-REQ-IX) DELIMITED BY SIZE
                   '   CASE '           DELIMITED BY SIZE
                   WS-REQ-CASE-REF(WS-REQ-IX) DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING 'PERIOD '             DELIMITED BY SIZE
                   WS-REQ-FROM-DATE(WS-REQ-IX) DELIMITED BY SIZE
                   ' THROUGH '          DELIMITED BY SIZE
                   WS-REQ-TO-DATE(WS-REQ-IX) DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           MOVE 'SOURCE                            DD NAME     RECORDS'
               TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           PERFORM 5950-PRINT-SOURCE-COUNT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB IS GREATER THAN 7
           MOVE SPACES TO DOSSIER-REPORT-LINE
           MOVE WS-ENTRY-COUNT TO WS-COUNT-EDIT
           STRING 'TOTAL ENTRIES IN THIS DOSSIER        '
                                        DELIMITED BY SIZE
                   '       '            DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           MOVE WS-REGEN-COUNT TO WS-COUNT-EDIT
           STRING 'LETTERS SHOWN IN FULL TEXT           '
                                        DELIMITED BY SIZE
                   '       '            DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           MOVE WS-STORED-TEXT-COUNT TO WS-COUNT-EDIT
           STRING 'LETTERS SHOWN FROM STORED FIRST LINE '
                                        DELIMITED BY SIZE
                   '       '            DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           IF WS-UNAVAILABLE-COUNT IS GREATER THAN ZERO
               STRING '** ONE OR MORE SOURCES WERE NOT AVAILABLE'
                                        DELIMITED BY SIZE
                       ' -- THIS DOSSIER IS NOT COMPLETE'
                                        DELIMITED BY SIZE
                       INTO DOSSIER-REPORT-LINE
               END-STRING
           ELSE
               STRING 'ALL SOURCES LISTED WERE SEARCHED IN FULL'
                                        DELIMITED BY SIZE
                       ' FOR THE PERIOD SHOWN.' DELIMITED BY SIZE
                       INTO DOSSIER-REPORT-LINE
               END-STRING
           END-IF
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING 'CERTIFIED BY: ______________________________'
                                        DELIMITED BY SIZE
                   '   DATE: ____________' DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           ADD WS-REGEN-COUNT TO WS-TOTAL-REGEN-COUNT
           ADD WS-STORED-TEXT-COUNT TO WS-TOTAL-STORED-COUNT
           .

       5950-PRINT-SOURCE-COUNT.
           MOVE SPACES TO DOSSIER-REPORT-LINE
           IF WS-SOURCE-AVAIL-SWITCH(WS-SOURCE-SUB) IS EQUAL TO 'Y'
               MOVE WS-REQ-SOURCE-COUNT(WS-REQ-IX, WS-SOURCE-SUB)
                   TO WS-COUNT-EDIT
               STRING WS-SOURCE-DESC(WS-SOURCE-SUB) DELIMITED BY SIZE
                       WS-SOURCE-DDNAME(WS-SOURCE-SUB) DELIMITED BY SIZE
                       '  '                 DELIMITED BY SIZE
                       WS-COUNT-EDIT        DELIMITED BY SIZE
                       INTO DOSSIER-REPORT-LINE
               END-STRING
           ELSE
               STRING WS-SOURCE-DESC(WS-SOURCE-SUB) DELIMITED BY SIZE
                       WS-SOURCE-DDNAME(WS-SOURCE-SUB) DELIMITED BY SIZE
                       '  ** NOT AVAILABLE -- NOT SEARCHED'
                                            DELIMITED BY SIZE
                       INTO DOSSIER-REPORT-LINE
               END-STRING
           END-IF
           WRITE DOSSIER-REPORT-LINE
           .

       7000-FIND-REQUEST.
           MOVE 'N' TO WS-REQ-FOUND-SWITCH
           IF WS-REQ-COUNT IS GREATER THAN ZERO
               SET WS-REQ-IX TO 1
               SEARCH WS-REQ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REQ-IX IS GREATER THAN WS-REQ-COUNT
                       CONTINUE
                   WHEN WS-REQ-CUSTOMER(WS-REQ-IX) IS EQUAL TO
                           WS-FIND-CUSTOMER
                       SET REQUEST-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

      * REQUESTED CUSTOMER AND WS-EVENT-DATE INSIDE THEIR PERIOD.
       7100-FIND-REQUEST-IN-PERIOD.
           PERFORM 7000-FIND-REQUEST
           IF REQUEST-FOUND
               IF WS-EVENT-DATE IS LESS THAN
                       WS-REQ-FROM-DATE(WS-REQ-IX)
                       OR WS-EVENT-DATE IS GREATER THAN
                           WS-REQ-TO-DATE(WS-REQ-IX)
                   MOVE 'N' TO WS-REQ-FOUND-SWITCH
               END-IF
           END-IF
           .

       8000-READ-REQUEST.
           READ DOS-REQUEST-FILE
               AT END
                   SET END-OF-REQUEST-FILE TO TRUE
           END-READ
           .

       8100-READ-HIST-ARCH.
           READ HIST-ARCH-FILE
               AT END
                   SET END-OF-SOURCE-SCAN TO TRUE
           END-READ
           .

       8200-READ-CUST-CHANGE.
           READ CUST-CHANGE-FILE
               AT END
                   SET END-OF-SOURCE-SCAN TO TRUE
           END-READ
           .

       8300-READ-DNC-CHANGE.
           READ DNC-CHANGE-FILE
               AT END
                   SET END-OF-SOURCE-SCAN TO TRUE
           END-READ
           .

       8400-READ-RETURNED-MAIL.
           READ RETM-FILE
               AT END
                   SET END-OF-SOURCE-SCAN TO TRUE
           END-READ
           .

       8500-READ-CONFIRMATION.
           READ CONF-FILE
               AT END
                   SET END-OF-SOURCE-SCAN TO TRUE
           END-READ
           .

       8600-READ-EDLV-STATUS.
           READ ESTA-FILE
               AT END
                   SET END-OF-SOURCE-SCAN TO TRUE
           END-READ
           .

      * NEXT HISTORY RECORD, ENDING THE SCAN AT THE NEXT CUSTOMER OR
      * PAST THE END OF THE REQUESTED PERIOD.
       8700-READ-HIST-NEXT.
           READ HIST-FILE NEXT RECORD
               AT END
                   SET END-OF-SOURCE-SCAN TO TRUE
           END-READ
           IF NOT END-OF-SOURCE-SCAN
               IF HIST-CUSTOMER-NUMBER IS NOT EQUAL TO
                       WS-REQ-CUSTOMER(WS-REQ-IX)
                       OR HIST-RUN-DATE IS GREATER THAN
                           WS-REQ-TO-DATE(WS-REQ-IX)
                   SET END-OF-SOURCE-SCAN TO TRUE
               END-IF
           END-IF
           .

       8900-RETURN-SORTED-EVENT.
           RETURN SORT-FILE
               AT END
                   SET SORT-RETURN-DONE TO TRUE
           END-RETURN
           .

       9000-TERMINATE.
           MOVE SPACES TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           STRING 'REQUESTS READ:            ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           MOVE WS-DOSSIER-COUNT TO WS-COUNT-EDIT
           STRING 'DOSSIERS PRODUCED:        ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           STRING 'REQUESTS REJECTED:        ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           MOVE WS-TOTAL-REGEN-COUNT TO WS-COUNT-EDIT
           STRING 'LETTERS REGENERATED:      ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           MOVE WS-TOTAL-STORED-COUNT TO WS-COUNT-EDIT
           STRING 'LETTERS FROM STORED TEXT: ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           CLOSE DOS-REQUEST-FILE
           CLOSE HIST-FILE
           CLOSE CUST-FILE
           CLOSE DOSSIER-REPORT-FILE
           IF WS-SOURCE-AVAIL-SWITCH(2) IS EQUAL TO 'Y'
               CLOSE HIST-ARCH-FILE
           END-IF
           IF WS-SOURCE-AVAIL-SWITCH(3) IS EQUAL TO 'Y'
               CLOSE CUST-CHANGE-FILE
           END-IF
           IF WS-SOURCE-AVAIL-SWITCH(4) IS EQUAL TO 'Y'
               CLOSE DNC-CHANGE-FILE
           END-IF
           IF WS-SOURCE-AVAIL-SWITCH(5) IS EQUAL TO 'Y'
               CLOSE RETM-FILE
           END-IF
           IF WS-SOURCE-AVAIL-SWITCH(6) IS EQUAL TO 'Y'
               CLOSE CONF-FILE
           END-IF
           IF WS-SOURCE-AVAIL-SWITCH(7) IS EQUAL TO 'Y'
               CLOSE ESTA-FILE
           END-IF
      * A DOSSIER THAT CANNOT BE CERTIFIED COMPLETE, A LETTER THAT
      * COULD NOT BE SHOWN IN FULL, OR A REFUSED REQUEST ENDS THE
      * RUN RC=4 SO LEGAL LOOKS BEFORE ATTESTING.
           IF WS-REJECTED-COUNT IS GREATER THAN ZERO
                   OR WS-UNAVAILABLE-COUNT IS GREATER THAN ZERO
                   OR WS-TOTAL-STORED-COUNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE
           END-IF
           .
