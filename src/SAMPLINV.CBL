       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLINV.
      *****************************************************************
      * NIGHTLY INSERT STOCK CHECK.  RUNS AFTER THE PRINT EXTRACT IS
      * COMPLETE (AFTER SAMPLMRG ON A PARTITIONED NIGHT) AND BEFORE
      * THE SAMPLGAT GATEKEEPER.  TAKES TONIGHT'S INSERT USAGE FROM
      * THE 'I' GROUPS ON THE PRINTEXT MANIFEST AND DEPLETES THE
      * INSERT INVENTORY MASTER BY IT, THEN FORECASTS THE NEXT SEVEN
      * DAYS' USAGE FROM THE PENDING-RELEASE FILE (EACH PARKED ITEM'S
      * PRINT PROFILE, RESOLVED THE WAY SAMPLEDR RESOLVES IT, FOR THE
      * CUSTOMER'S LANGUAGE) AND PRINTS A STOCK STATUS REPORT WITH
      * LOW-STOCK WARNINGS AGAINST EACH INSERT'S REORDER POINT.
      * WHEN TONIGHT'S LETTERS NEED MORE OF AN INSERT THAN THE VENDOR
      * HOLDS, ITS RUN-CONTROL RECORD IS WRITTEN UNBALANCED SO THE
      * GATEKEEPER HOLDS THE RELEASE -- A COMPLIANCE NOTICE MUST NOT
      * GO OUT WITHOUT ITS DISCLOSURE.  EACH VENDOR STUFFS FROM ITS
      * OWN STOCK, SO USAGE IS KEPT BY VENDOR AND INSERT CODE: THE
      * PRINT VENDORS' FROM THE VENDOR ID ON EACH PRINTEXT/PRINTEX2
      * MANIFEST RECORD, THE SPECIALTY VENDOR'S FROM THE 'I' RECORDS
      * ON THE ACCSEXT MANIFEST.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'PRINTEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTX-STATUS.
           SELECT ACCS-FILE ASSIGN TO 'ACCSEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCS-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'PENDOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT CUST-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT PROFILE-FILE ASSIGN TO 'PRNTPROF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRFL-KEY
               FILE STATUS IS WS-PRFL-STATUS.
           SELECT INVENTORY-FILE ASSIGN TO 'INVNMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVN-KEY
               FILE STATUS IS WS-INVN-STATUS.
           SELECT VRTE-FILE ASSIGN TO 'VNDROUTE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VRTE-STATUS.
           SELECT STOCK-REPORT-FILE ASSIGN TO 'INVRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
           COPY PRTFILE.
       FD  ACCS-FILE.
           COPY ACCXFILE.
       FD  PENDING-FILE.
           COPY PENDFILE.
       FD  CUST-FILE.
           COPY CUSTFILE.
       FD  PROFILE-FILE.
           COPY PRFLFILE.
       FD  INVENTORY-FILE.
           COPY INVNFILE.
       FD  VRTE-FILE.
           COPY VRTEFILE.
       FD  STOCK-REPORT-FILE.
       01  STOCK-REPORT-LINE             PIC X(132).
       FD  RUN-CONTROL-FILE.
           COPY RUNCFILE.
       WORKING-STORAGE SECTION.
       01  WS-PRTX-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ACCS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PEND-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PRFL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-INVN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RUNC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-RUN-TIME                   PIC 9(06) VALUE 0.
      * LAST SEND DATE THE FORECAST LOOKS AHEAD TO.
       01  WS-FORECAST-DAYS              PIC 9(03) VALUE 7.
       01  WS-HORIZON-DATE               PIC 9(08) VALUE 0.
       01  WS-PRTX-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-PRINT-FILE             VALUE 'Y'.
       01  WS-ACCS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-ACCS-FILE              VALUE 'Y'.
       01  WS-PEND-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-PENDING-FILE           VALUE 'Y'.
       01  WS-INVN-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-INVENTORY-FILE         VALUE 'Y'.
       01  WS-PEND-AVAILABLE-SWITCH      PIC X(01) VALUE 'N'.
           88  PENDING-FILE-AVAILABLE        VALUE 'Y'.
       01  WS-CUST-AVAILABLE-SWITCH      PIC X(01) VALUE 'N'.
           88  CUSTOMER-FILE-AVAILABLE       VALUE 'Y'.
       01  WS-PRFL-AVAILABLE-SWITCH      PIC X(01) VALUE 'N'.
           88  PROFILE-FILE-AVAILABLE        VALUE 'Y'.
       01  WS-PRFL-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  PROFILE-FOUND                 VALUE 'Y'.
       01  WS-FORECAST-SWITCH            PIC X(01) VALUE 'N'.
           88  ITEM-PRINTS-ON-PAPER          VALUE 'Y'.
       01  WS-USE-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  USAGE-ENTRY-FOUND             VALUE 'Y'.
       01  WS-RERUN-SWITCH               PIC X(01) VALUE 'N'.
           88  ALREADY-DEPLETED-TONIGHT      VALUE 'Y'.
       01  WS-OVERFLOW-SWITCH            PIC X(01) VALUE 'N'.
           88  USAGE-TABLE-OVERFLOWED        VALUE 'Y'.
       01  WS-ITEM-LANGUAGE              PIC X(02) VALUE SPACES.
       01  WS-ITEM-ZIP                   PIC X(10) VALUE SPACES.
       01  WS-ITEM-FORMAT                PIC X(01) VALUE SPACES.
           88  ITEM-ACCESSIBLE-FORMAT        VALUES 'L' 'B'.
       01  WS-ITEM-VENDOR                PIC X(01) VALUE '1'.
       01  WS-WORK-VENDOR-ID             PIC X(01) VALUE SPACES.
       01  WS-WORK-INSERT-CODE           PIC X(02) VALUE SPACES.
       01  WS-INS-SUB                    PIC 9(01) VALUE 0.
      *****************************************************************
      * ONE ENTRY PER VENDOR AND INSERT CODE SEEN ON TONIGHT'S
      * MANIFESTS OR IN THE FORECAST WINDOW: TONIGHT'S USAGE, THE
      * SEVEN-DAY FORECAST, AND WHETHER THE INSERT TURNED UP ON THE
      * INVENTORY MASTER UNDER THAT VENDOR.
      *****************************************************************
       01  WS-USE-MAX                    PIC 9(03) VALUE 200.
       01  WS-USE-COUNT                  PIC 9(03) VALUE 0.
       01  WS-USAGE-TABLE.
           05  WS-USE-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-USE-IX.
               10  WS-USE-VENDOR        PIC X(01).
               10  WS-USE-CODE          PIC X(02).
               10  WS-USE-TONIGHT       PIC 9(07).
               10  WS-USE-FORECAST      PIC 9(07).
               10  WS-USE-MASTER-SWITCH PIC X(01).
                   88  USE-ON-MASTER        VALUE 'Y'.
       01  WS-TONIGHT-QTY                PIC 9(07) VALUE 0.
       01  WS-FORECAST-QTY               PIC 9(07) VALUE 0.
       01  WS-STOCK-BEFORE               PIC 9(07) VALUE 0.
       01  WS-DEPLETE-QTY                PIC 9(07) VALUE 0.
       01  WS-SHORT-QTY                  PIC 9(07) VALUE 0.
       01  WS-STATUS-TEXT                PIC X(34) VALUE SPACES.
       01  WS-MANIFEST-INSERTS           PIC 9(09) VALUE 0.
       01  WS-PENDING-READ-COUNT         PIC 9(07) VALUE 0.
       01  WS-FORECAST-ITEM-COUNT        PIC 9(07) VALUE 0.
       01  WS-MASTER-COUNT               PIC 9(07) VALUE 0.
       01  WS-DEPLETED-COUNT             PIC 9(07) VALUE 0.
       01  WS-SHORT-COUNT                PIC 9(07) VALUE 0.
       01  WS-REORDER-COUNT              PIC 9(07) VALUE 0.
       01  WS-UNTRACKED-COUNT            PIC 9(07) VALUE 0.
       01  WS-QTY-EDIT-1                 PIC Z,ZZZ,ZZ9.
       01  WS-QTY-EDIT-2                 PIC Z,ZZZ,ZZ9.
       01  WS-QTY-EDIT-3                 PIC Z,ZZZ,ZZ9.
       01  WS-QTY-EDIT-4                 PIC Z,ZZZ,ZZ9.
       01  WS-QTY-EDIT-5                 PIC Z,ZZZ,ZZ9.
       01  WS-LEAD-EDIT                  PIC ZZ9.
       01  WS-COUNT-EDIT                 PIC Z,ZZZ,ZZ9.
      *****************************************************************
      * THE VNDROUTE CARDS, TABLED AS SAMPLEDR TABLES THEM, SO A
      * FORECAST ITEM IS CHARGED TO THE STOCK OF THE VENDOR ITS
      * LETTER WOULD BE ROUTED TO.  THE OPERATOR OVERRIDE IS A ONE-
      * NIGHT MEASURE AND IS NOT APPLIED TO THE FORECAST.
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
               10  WS-VRTE-VENDOR           PIC X(01).
       01  WS-VRTE-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  ROUTE-CARD-FOUND              VALUE 'Y'.
       01  WS-VRTE-GROUP-WORK            PIC X(03) VALUE SPACES.
       01  WS-VRTE-FORM-WORK             PIC X(04) VALUE SPACES.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-MANIFEST-USAGE
               UNTIL END-OF-PRINT-FILE
           PERFORM 1150-LOAD-ACCESSIBLE-USAGE
               UNTIL END-OF-ACCS-FILE
           PERFORM 2000-FORECAST-PENDING-ITEM
               UNTIL END-OF-PENDING-FILE
           PERFORM 8200-READ-INVENTORY-NEXT
           PERFORM 3000-CHECK-INVENTORY-ITEM
               UNTIL END-OF-INVENTORY-FILE
           PERFORM 4000-REPORT-UNTRACKED-INSERT
               VARYING WS-USE-IX FROM 1 BY 1
               UNTIL WS-USE-IX IS GREATER THAN WS-USE-COUNT
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                + WS-FORECAST-DAYS)
           OPEN INPUT PRINT-FILE
           IF WS-PRTX-STATUS IS NOT EQUAL TO '00'
               MOVE 'PRINTEXT' TO WS-ABORT-FILE-NAME
               MOVE WS-PRTX-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN INPUT ACCS-FILE
           IF WS-ACCS-STATUS IS NOT EQUAL TO '00'
               MOVE 'ACCSEXT' TO WS-ABORT-FILE-NAME
               MOVE WS-ACCS-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN I-O INVENTORY-FILE
           IF WS-INVN-STATUS IS NOT EQUAL TO '00'
               MOVE 'INVNMAST' TO WS-ABORT-FILE-NAME
               MOVE WS-INVN-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT STOCK-REPORT-FILE
           IF WS-RPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'INVRPT' TO WS-ABORT-FILE-NAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
      * THE FORECAST IS ADVISORY.  WITHOUT THE PENDING FILE THERE IS
      * NOTHING TO FORECAST; WITHOUT THE CUSTOMER MASTER EVERY ITEM
      * IS TAKEN AS A PAPER LETTER IN ENGLISH; WITHOUT THE PROFILES
      * NO ITEM CAN BE TIED TO AN INSERT.  TONIGHT'S DEPLETION AND
      * SHORTAGE CHECK RUN REGARDLESS.
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS IS EQUAL TO '00'
               SET PENDING-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'SAMPLINV: PENDOUT NOT AVAILABLE -- NO '
                   'SEVEN-DAY FORECAST'
               SET END-OF-PENDING-FILE TO TRUE
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS IS EQUAL TO '00'
               SET CUSTOMER-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'SAMPLINV: CUSTMAST NOT AVAILABLE -- '
                   'FORECAST TAKES EVERY ITEM AS PAPER, LANGUAGE EN'
           END-IF
           OPEN INPUT PROFILE-FILE
           IF WS-PRFL-STATUS IS EQUAL TO '00'
               SET PROFILE-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'SAMPLINV: PRNTPROF NOT AVAILABLE -- '
                   'NO INSERT USAGE FORECAST'
           END-IF
           PERFORM 1200-LOAD-VENDOR-ROUTES
           MOVE SPACES TO STOCK-REPORT-LINE
           STRING 'INSERT STOCK STATUS REPORT   RUN DATE '
                                        DELIMITED BY SIZE
                   WS-RUN-DATE          DELIMITED BY SIZE
                   '   FORECAST THROUGH ' DELIMITED BY SIZE
                   WS-HORIZON-DATE      DELIMITED BY SIZE
                   INTO STOCK-REPORT-LINE
           END-STRING
           WRITE STOCK-REPORT-LINE
           MOVE SPACES TO STOCK-REPORT-LINE
           WRITE STOCK-REPORT-LINE
           MOVE SPACES TO STOCK-REPORT-LINE
           STRING 'V IN DESCRIPTION                    '
                                        DELIMITED BY SIZE
                   '  ON HAND   TONIGHT     AFTER  7-DAY FC'
                                        DELIMITED BY SIZE
                   '   REORDER LEAD STATUS'
                                        DELIMITED BY SIZE
                   INTO STOCK-REPORT-LINE
           END-STRING
           WRITE STOCK-REPORT-LINE
           PERFORM 8000-READ-PRINT-EXTRACT
           PERFORM 8050-READ-ACCESSIBLE-EXTRACT
           IF PENDING-FILE-AVAILABLE
               PERFORM 8100-READ-PENDING
           END-IF
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLINV: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *****************************************************************
      * TONIGHT'S USAGE IS WHAT SAMPLEDR TOTALED ON THE MANIFEST UNDER
      * GROUP 'I' PLUS THE INSERT CODE -- THE SAME FIGURE THE VENDOR
      * PULLS STOCK AGAINST.  REPRINTS ARE NOT ON THE MANIFEST.  THE
      * MANIFEST RECORD SAYS WHICH PRINT VENDOR'S STOCK IT DRAWS ON;
      * A BLANK OR ZERO VENDOR ID IS THE PRIMARY VENDOR.
      *****************************************************************
       1100-LOAD-MANIFEST-USAGE.
           IF PRTX-MANIFEST-RECORD
                   AND PRTX-MAN-GROUP(1:1) IS EQUAL TO 'I'
                   AND PRTX-MAN-LETTERS IS NUMERIC
               IF PRTX-MAN-SECOND-VENDOR
                   MOVE '2' TO WS-WORK-VENDOR-ID
               ELSE
                   MOVE '1' TO WS-WORK-VENDOR-ID
               END-IF
               MOVE PRTX-MAN-GROUP(2:2) TO WS-WORK-INSERT-CODE
               PERFORM 7000-FIND-USAGE-ENTRY
               IF USAGE-ENTRY-FOUND
                   ADD PRTX-MAN-LETTERS TO WS-USE-TONIGHT(WS-USE-IX)
               END-IF
               ADD PRTX-MAN-LETTERS TO WS-MANIFEST-INSERTS
           END-IF
           PERFORM 8000-READ-PRINT-EXTRACT
           .

      *****************************************************************
      * THE SPECIALTY VENDOR'S INSERTS FOR THE LARGE-PRINT AND BRAILLE
      * LETTERS ARE TOTALED ON THE ACCSEXT MANIFEST UNDER FORMAT 'I'.
      *****************************************************************
       1150-LOAD-ACCESSIBLE-USAGE.
           IF ACCX-MANIFEST-RECORD
                   AND ACCX-MAN-INSERT-USAGE
                   AND ACCX-MAN-LETTERS IS NUMERIC
               MOVE 'A' TO WS-WORK-VENDOR-ID
               MOVE ACCX-MAN-INSERT-CODE TO WS-WORK-INSERT-CODE
               PERFORM 7000-FIND-USAGE-ENTRY
               IF USAGE-ENTRY-FOUND
                   ADD ACCX-MAN-LETTERS TO WS-USE-TONIGHT(WS-USE-IX)
               END-IF
               ADD ACCX-MAN-LETTERS TO WS-MANIFEST-INSERTS
           END-IF
           PERFORM 8050-READ-ACCESSIBLE-EXTRACT
           .

      *****************************************************************
      * THE FORECAST IS ADVISORY, SO A MISSING VNDROUTE SIMPLY CHARGES
      * EVERY PAPER ITEM TO THE PRIMARY VENDOR'S STOCK, AND A BAD OR
      * DUPLICATE CARD IS SKIPPED HERE (SAMPLEDR REPORTS IT).
      *****************************************************************
       1200-LOAD-VENDOR-ROUTES.
           OPEN INPUT VRTE-FILE
           IF WS-VRTE-STATUS IS EQUAL TO '00'
               PERFORM 8300-READ-VENDOR-ROUTE
               PERFORM 1210-TABLE-VENDOR-ROUTE
                   UNTIL END-OF-VRTE-FILE
               CLOSE VRTE-FILE
           ELSE
               DISPLAY 'SAMPLINV: VNDROUTE NOT AVAILABLE -- FORECAST '
                   'CHARGED TO THE PRIMARY PRINT VENDOR'
           END-IF
           .

       1210-TABLE-VENDOR-ROUTE.
           MOVE VRTE-PRESORT-GROUP TO WS-VRTE-GROUP-WORK
           MOVE VRTE-FORM-CODE TO WS-VRTE-FORM-WORK
           PERFORM 7200-FIND-ROUTE-CARD
           IF (VRTE-VENDOR-ID IS EQUAL TO '1'
                   OR VRTE-VENDOR-ID IS EQUAL TO '2')
                   AND NOT ROUTE-CARD-FOUND
                   AND WS-VRTE-COUNT IS LESS THAN WS-VRTE-MAX
               ADD 1 TO WS-VRTE-COUNT
               SET WS-VRTE-IX TO WS-VRTE-COUNT
               MOVE VRTE-PRESORT-GROUP TO WS-VRTE-GROUP(WS-VRTE-IX)
               MOVE VRTE-FORM-CODE TO WS-VRTE-FORM(WS-VRTE-IX)
               MOVE VRTE-VENDOR-ID TO WS-VRTE-VENDOR(WS-VRTE-IX)
           END-IF
           PERFORM 8300-READ-VENDOR-ROUTE
           .

      *****************************************************************
      * A PARKED ITEM RELEASING AFTER TONIGHT AND NO LATER THAN THE
      * HORIZON WILL PRINT WITH ITS TYPE'S PROFILE INSERTS -- UNLESS
      * THE CUSTOMER TAKES ELECTRONIC DELIVERY ONLY.  THE FORECAST
      * COUNTS EACH ITEM AS ITS OWN LETTER, SO IT ERRS HIGH WHEN
      * SEVERAL ITEMS FOR ONE CUSTOMER CONSOLIDATE ON ONE NIGHT.
      *****************************************************************
       2000-FORECAST-PENDING-ITEM.
           ADD 1 TO WS-PENDING-READ-COUNT
           IF PEND-SEND-DATE IS NUMERIC
                   AND PEND-SEND-DATE IS GREATER THAN WS-RUN-DATE
                   AND PEND-SEND-DATE IS NOT GREATER THAN
                       WS-HORIZON-DATE
                   AND PROFILE-FILE-AVAILABLE
               PERFORM 2100-RESOLVE-ITEM-CUSTOMER
               IF ITEM-PRINTS-ON-PAPER
                   PERFORM 2200-RESOLVE-ITEM-PROFILE
                   IF PROFILE-FOUND
                       PERFORM 2250-ROUTE-ITEM-VENDOR
                       ADD 1 TO WS-FORECAST-ITEM-COUNT
                       PERFORM 2300-FORECAST-ONE-INSERT
                           VARYING WS-INS-SUB FROM 1 BY 1
                           UNTIL WS-INS-SUB IS GREATER THAN 5
                   END-IF
               END-IF
           END-IF
           PERFORM 8100-READ-PENDING
           .

       2100-RESOLVE-ITEM-CUSTOMER.
           SET ITEM-PRINTS-ON-PAPER TO TRUE
           MOVE 'EN' TO WS-ITEM-LANGUAGE
           MOVE SPACES TO WS-ITEM-ZIP
           MOVE SPACES TO WS-ITEM-FORMAT
           IF CUSTOMER-FILE-AVAILABLE
               MOVE PEND-CUSTOMER-NUMBER TO CUST-CUSTOMER-NUMBER
               READ CUST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FORECAST-SWITCH
                   NOT INVALID KEY
                       IF CUST-CHANNEL-ELECTRONIC
                           MOVE 'N' TO WS-FORECAST-SWITCH
                       END-IF
                       IF CUST-LANGUAGE-CODE IS NOT EQUAL TO SPACES
                           MOVE CUST-LANGUAGE-CODE TO WS-ITEM-LANGUAGE
                       END-IF
                       MOVE CUST-ZIP-CODE TO WS-ITEM-ZIP
                       MOVE CUST-ACCESSIBLE-FORMAT TO WS-ITEM-FORMAT
               END-READ
           END-IF
           .

      * SAME FALLBACK AS SAMPLEDR: THE TYPE UNDER THE CUSTOMER'S
      * LANGUAGE, THEN UNDER EN.  THE STANDARD DEFAULT PROFILE
      * CARRIES NO INSERTS.
       2200-RESOLVE-ITEM-PROFILE.
           MOVE 'N' TO WS-PRFL-FOUND-SWITCH
           MOVE PEND-MESSAGE-TYPE TO PRFL-MESSAGE-TYPE
           MOVE WS-ITEM-LANGUAGE TO PRFL-LANGUAGE-CODE
           READ PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PROFILE-FOUND TO TRUE
           END-READ
           IF NOT PROFILE-FOUND
                   AND WS-ITEM-LANGUAGE IS NOT EQUAL TO 'EN'
               MOVE PEND-MESSAGE-TYPE TO PRFL-MESSAGE-TYPE
               MOVE 'EN' TO PRFL-LANGUAGE-CODE
               READ PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PROFILE-FOUND TO TRUE
               END-READ
           END-IF
           .

      *****************************************************************
      * A LARGE-PRINT OR BRAILLE CUSTOMER'S LETTER GOES TO THE
      * SPECIALTY VENDOR.  ANY OTHER IS ROUTED AS SAMPLEDR ROUTES IT:
      * PRESORT GROUP AND FORM, THEN GROUP FOR ANY FORM, THEN FORM
      * FOR ANY GROUP, THEN THE PRIMARY VENDOR.
      *****************************************************************
       2250-ROUTE-ITEM-VENDOR.
           MOVE '1' TO WS-ITEM-VENDOR
           IF ITEM-ACCESSIBLE-FORMAT
               MOVE 'A' TO WS-ITEM-VENDOR
           ELSE
               IF WS-ITEM-ZIP(1:3) IS NUMERIC
                   MOVE WS-ITEM-ZIP(1:3) TO WS-VRTE-GROUP-WORK
               ELSE
                   MOVE '???' TO WS-VRTE-GROUP-WORK
               END-IF
               MOVE PRFL-FORM-CODE TO WS-VRTE-FORM-WORK
               PERFORM 7200-FIND-ROUTE-CARD
               IF NOT ROUTE-CARD-FOUND
                   MOVE SPACES TO WS-VRTE-FORM-WORK
                   PERFORM 7200-FIND-ROUTE-CARD
               END-IF
               IF NOT ROUTE-CARD-FOUND
                   MOVE SPACES TO WS-VRTE-GROUP-WORK
                   MOVE PRFL-FORM-CODE TO WS-VRTE-FORM-WORK
                   PERFORM 7200-FIND-ROUTE-CARD
               END-IF
               IF NOT ROUTE-CARD-FOUND
                   MOVE SPACES TO WS-VRTE-FORM-WORK
                   PERFORM 7200-FIND-ROUTE-CARD
               END-IF
               IF ROUTE-CARD-FOUND
                   MOVE WS-VRTE-VENDOR(WS-VRTE-IX) TO WS-ITEM-VENDOR
               END-IF
           END-IF
           .

       2300-FORECAST-ONE-INSERT.
           MOVE WS-ITEM-VENDOR TO WS-WORK-VENDOR-ID
           MOVE PRFL-INSERT-CODE(WS-INS-SUB) TO WS-WORK-INSERT-CODE
           IF WS-WORK-INSERT-CODE IS NOT EQUAL TO SPACES
               PERFORM 7000-FIND-USAGE-ENTRY
               IF USAGE-ENTRY-FOUND
                   ADD 1 TO WS-USE-FORECAST(WS-USE-IX)
               END-IF
           END-IF
           .

      *****************************************************************
      * ONE PASS OF THE INVENTORY MASTER IN VENDOR AND INSERT-CODE
      * ORDER.  EACH INSERT USED TONIGHT IS DEPLETED (ON-HAND NEVER
      * GOES BELOW ZERO -- WHAT TONIGHT NEEDED BEYOND IT IS THE
      * SHORTAGE), AND EVERY INSERT ON THE MASTER GETS A STATUS LINE.
      *****************************************************************
       3000-CHECK-INVENTORY-ITEM.
           ADD 1 TO WS-MASTER-COUNT
           MOVE INVN-VENDOR-ID TO WS-WORK-VENDOR-ID
           MOVE INVN-INSERT-CODE TO WS-WORK-INSERT-CODE
           MOVE 0 TO WS-TONIGHT-QTY
           MOVE 0 TO WS-FORECAST-QTY
           PERFORM 7100-LOOKUP-USAGE-ENTRY
           IF USAGE-ENTRY-FOUND
               MOVE WS-USE-TONIGHT(WS-USE-IX) TO WS-TONIGHT-QTY
               MOVE WS-USE-FORECAST(WS-USE-IX) TO WS-FORECAST-QTY
               MOVE 'Y' TO WS-USE-MASTER-SWITCH(WS-USE-IX)
           END-IF
           PERFORM 3100-DEPLETE-ON-HAND
           PERFORM 3200-ASSESS-STOCK
           PERFORM 3900-WRITE-STATUS-LINE
           PERFORM 8200-READ-INVENTORY-NEXT
           .

      * A RERUN ON THE SAME NIGHT FINDS TONIGHT'S DEPLETION ALREADY
      * TAKEN AND RECONSTRUCTS THE OPENING STOCK FROM IT RATHER THAN
      * TAKING THE INSERTS OUT A SECOND TIME.
       3100-DEPLETE-ON-HAND.
           MOVE 'N' TO WS-RERUN-SWITCH
           IF INVN-LAST-DEPLETE-DATE IS EQUAL TO WS-RUN-DATE
               SET ALREADY-DEPLETED-TONIGHT TO TRUE
               MOVE INVN-LAST-DEPLETE-QTY TO WS-DEPLETE-QTY
               COMPUTE WS-STOCK-BEFORE =
                   INVN-ON-HAND + INVN-LAST-DEPLETE-QTY
           ELSE
               MOVE INVN-ON-HAND TO WS-STOCK-BEFORE
               MOVE 0 TO WS-DEPLETE-QTY
               IF WS-TONIGHT-QTY IS GREATER THAN ZERO
                   IF WS-TONIGHT-QTY IS GREATER THAN INVN-ON-HAND
                       MOVE INVN-ON-HAND TO WS-DEPLETE-QTY
                   ELSE
                       MOVE WS-TONIGHT-QTY TO WS-DEPLETE-QTY
                   END-IF
                   SUBTRACT WS-DEPLETE-QTY FROM INVN-ON-HAND
                   MOVE WS-RUN-DATE TO INVN-LAST-DEPLETE-DATE
                   MOVE WS-DEPLETE-QTY TO INVN-LAST-DEPLETE-QTY
                   REWRITE INVN-RECORD
                       INVALID KEY
                           DISPLAY 'SAMPLINV: REWRITE FAILED FOR '
                               'VENDOR ' INVN-VENDOR-ID
                               ' INSERT ' INVN-INSERT-CODE
                               ' -- FILE STATUS ' WS-INVN-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-DEPLETED-COUNT
                   END-REWRITE
               END-IF
           END-IF
           .

      * SHORT: TONIGHT'S LETTERS NEED MORE THAN THE VENDOR HELD --
      * THE RELEASE IS HELD.  OTHERWISE A WARNING WHEN THE NEXT SEVEN
      * DAYS WOULD EXHAUST THE STOCK, OR TAKE IT TO OR BELOW THE
      * REORDER POINT.
       3200-ASSESS-STOCK.
           MOVE SPACES TO WS-STATUS-TEXT
           MOVE 0 TO WS-SHORT-QTY
           IF WS-TONIGHT-QTY IS GREATER THAN WS-STOCK-BEFORE
               COMPUTE WS-SHORT-QTY = WS-TONIGHT-QTY - WS-STOCK-BEFORE
               ADD 1 TO WS-SHORT-COUNT
               MOVE WS-SHORT-QTY TO WS-COUNT-EDIT
               STRING '** SHORT ' DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       ' -- HOLD' DELIMITED BY SIZE
                       INTO WS-STATUS-TEXT
               END-STRING
           ELSE
               IF WS-FORECAST-QTY IS GREATER THAN INVN-ON-HAND
                   ADD 1 TO WS-REORDER-COUNT
                   MOVE '* RUNS OUT WITHIN 7 DAYS -- ORDER'
                       TO WS-STATUS-TEXT
               ELSE
                   IF INVN-ON-HAND - WS-FORECAST-QTY
                           IS NOT GREATER THAN INVN-REORDER-POINT
                       ADD 1 TO WS-REORDER-COUNT
                       MOVE '* AT/BELOW REORDER POINT -- ORDER'
                           TO WS-STATUS-TEXT
                   ELSE
                       MOVE 'OK' TO WS-STATUS-TEXT
                   END-IF
               END-IF
           END-IF
           .

       3900-WRITE-STATUS-LINE.
           MOVE WS-STOCK-BEFORE TO WS-QTY-EDIT-1
           MOVE WS-TONIGHT-QTY TO WS-QTY-EDIT-2
           MOVE INVN-ON-HAND TO WS-QTY-EDIT-3
           MOVE WS-FORECAST-QTY TO WS-QTY-EDIT-4
           MOVE INVN-REORDER-POINT TO WS-QTY-EDIT-5
           MOVE INVN-LEAD-TIME-DAYS TO WS-LEAD-EDIT
           MOVE SPACES TO STOCK-REPORT-LINE
           STRING INVN-VENDOR-ID       DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   INVN-INSERT-CODE     DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   INVN-DESCRIPTION     DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-QTY-EDIT-1        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-QTY-EDIT-2        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-QTY-EDIT-3        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-QTY-EDIT-4        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-QTY-EDIT-5        DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   WS-LEAD-EDIT         DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-STATUS-TEXT       DELIMITED BY SIZE
                   INTO STOCK-REPORT-LINE
           END-STRING
           IF ALREADY-DEPLETED-TONIGHT
               MOVE '(RERUN)' TO STOCK-REPORT-LINE(126:7)
           END-IF
           WRITE STOCK-REPORT-LINE
           .

      *****************************************************************
      * AN INSERT THE PROFILES NAME BUT NOBODY STOCKS ON THE MASTER
      * CANNOT BE CHECKED.  IT IS REPORTED FOR OPERATIONS TO ADD
      * THROUGH SAMPLINM, BUT DOES NOT BY ITSELF HOLD THE RELEASE.
      *****************************************************************
       4000-REPORT-UNTRACKED-INSERT.
           IF NOT USE-ON-MASTER(WS-USE-IX)
               ADD 1 TO WS-UNTRACKED-COUNT
               MOVE WS-USE-TONIGHT(WS-USE-IX) TO WS-QTY-EDIT-2
               MOVE WS-USE-FORECAST(WS-USE-IX) TO WS-QTY-EDIT-4
               MOVE SPACES TO STOCK-REPORT-LINE
               STRING WS-USE-VENDOR(WS-USE-IX) DELIMITED BY SIZE
                       ' '                  DELIMITED BY SIZE
                       WS-USE-CODE(WS-USE-IX) DELIMITED BY SIZE
                       ' '                  DELIMITED BY SIZE
                       '** NOT ON INVENTORY MASTER **  '
                                            DELIMITED BY SIZE
                       '          '         DELIMITED BY SIZE
                       WS-QTY-EDIT-2        DELIMITED BY SIZE
                       '           '        DELIMITED BY SIZE
                       WS-QTY-EDIT-4        DELIMITED BY SIZE
                       INTO STOCK-REPORT-LINE
               END-STRING
               WRITE STOCK-REPORT-LINE
           END-IF
           .

      *****************************************************************
      * FIND THE USAGE ENTRY FOR WS-WORK-VENDOR-ID AND
      * WS-WORK-INSERT-CODE, ADDING ONE IF THIS IS THE FIRST TIME THE
      * PAIR HAS BEEN SEEN.  A FULL TABLE
      * MEANS AN INSERT WENT UNCHECKED, WHICH HOLDS THE RELEASE.
      *****************************************************************
       7000-FIND-USAGE-ENTRY.
           PERFORM 7100-LOOKUP-USAGE-ENTRY
           IF NOT USAGE-ENTRY-FOUND
               IF WS-USE-COUNT IS LESS THAN WS-USE-MAX
                   ADD 1 TO WS-USE-COUNT
                   SET WS-USE-IX TO WS-USE-COUNT
                   MOVE WS-WORK-VENDOR-ID TO WS-USE-VENDOR(WS-USE-IX)
                   MOVE WS-WORK-INSERT-CODE TO WS-USE-CODE(WS-USE-IX)
                   MOVE 0 TO WS-USE-TONIGHT(WS-USE-IX)
                   MOVE 0 TO WS-USE-FORECAST(WS-USE-IX)
                   MOVE 'N' TO WS-USE-MASTER-SWITCH(WS-USE-IX)
                   SET USAGE-ENTRY-FOUND TO TRUE
               ELSE
                   IF NOT USAGE-TABLE-OVERFLOWED
                       DISPLAY 'SAMPLINV: INSERT USAGE TABLE FULL AT '
                           WS-USE-MAX ' CODES -- VENDOR '
                           WS-WORK-VENDOR-ID ' INSERT '
                           WS-WORK-INSERT-CODE ' NOT CHECKED'
                   END-IF
                   SET USAGE-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           .

       7100-LOOKUP-USAGE-ENTRY.
           MOVE 'N' TO WS-USE-FOUND-SWITCH
           IF WS-USE-COUNT IS GREATER THAN ZERO
               SET WS-USE-IX TO 1
               SEARCH WS-USE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-USE-IX IS GREATER THAN WS-USE-COUNT
                       CONTINUE
                   WHEN WS-USE-VENDOR(WS-USE-IX) IS EQUAL TO
                           WS-WORK-VENDOR-ID
                       AND WS-USE-CODE(WS-USE-IX) IS EQUAL TO
                           WS-WORK-INSERT-CODE
                       SET USAGE-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

       7200-FIND-ROUTE-CARD.
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

       8000-READ-PRINT-EXTRACT.
           READ PRINT-FILE
               AT END
                   SET END-OF-PRINT-FILE TO TRUE
           END-READ
           .

       8050-READ-ACCESSIBLE-EXTRACT.
           READ ACCS-FILE
               AT END
                   SET END-OF-ACCS-FILE TO TRUE
           END-READ
           .

       8100-READ-PENDING.
           READ PENDING-FILE
               AT END
                   SET END-OF-PENDING-FILE TO TRUE
           END-READ
           .

       8200-READ-INVENTORY-NEXT.
           READ INVENTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-INVENTORY-FILE TO TRUE
           END-READ
           .

       8300-READ-VENDOR-ROUTE.
           READ VRTE-FILE
               AT END
                   SET END-OF-VRTE-FILE TO TRUE
           END-READ
           .

       9000-TERMINATE.
           MOVE SPACES TO STOCK-REPORT-LINE
           WRITE STOCK-REPORT-LINE
           MOVE WS-MANIFEST-INSERTS TO WS-COUNT-EDIT
           STRING 'INSERTS ON TONIGHT''S MANIFESTS: ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO STOCK-REPORT-LINE
           END-STRING
           WRITE STOCK-REPORT-LINE
           MOVE WS-FORECAST-ITEM-COUNT TO WS-COUNT-EDIT
           STRING 'PENDING ITEMS FORECAST:         ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO STOCK-REPORT-LINE
           END-STRING
           WRITE STOCK-REPORT-LINE
           MOVE WS-MASTER-COUNT TO WS-COUNT-EDIT
           STRING 'INSERTS ON INVENTORY MASTER:    ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO STOCK-REPORT-LINE
           END-STRING
           WRITE STOCK-REPORT-LINE
           MOVE WS-DEPLETED-COUNT TO WS-COUNT-EDIT
           STRING 'INSERTS DEPLETED:               ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO STOCK-REPORT-LINE
           END-STRING
           WRITE STOCK-REPORT-LINE
           MOVE WS-SHORT-COUNT TO WS-COUNT-EDIT
           STRING 'INSERTS SHORT FOR TONIGHT:      ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO STOCK-REPORT-LINE
           END-STRING
           WRITE STOCK-REPORT-LINE
           MOVE WS-REORDER-COUNT TO WS-COUNT-EDIT
           STRING 'INSERTS TO REORDER:             ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO STOCK-REPORT-LINE
           END-STRING
           WRITE STOCK-REPORT-LINE
           MOVE WS-UNTRACKED-COUNT TO WS-COUNT-EDIT
           STRING 'INSERTS NOT ON MASTER:          ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO STOCK-REPORT-LINE
           END-STRING
           WRITE STOCK-REPORT-LINE
           IF WS-SHORT-COUNT IS GREATER THAN ZERO
                   OR USAGE-TABLE-OVERFLOWED
               MOVE SPACES TO STOCK-REPORT-LINE
               WRITE STOCK-REPORT-LINE
               STRING '** INSERT STOCK SHORT -- RUN CONTROL '
                                        DELIMITED BY SIZE
                       'WRITTEN UNBALANCED, GATEKEEPER WILL HOLD '
                                        DELIMITED BY SIZE
                       'THE RELEASE'    DELIMITED BY SIZE
                       INTO STOCK-REPORT-LINE
               END-STRING
               WRITE STOCK-REPORT-LINE
           END-IF
           PERFORM 9900-WRITE-RUN-CONTROL
           CLOSE PRINT-FILE
           CLOSE ACCS-FILE
           CLOSE INVENTORY-FILE
           CLOSE STOCK-REPORT-FILE
           IF PENDING-FILE-AVAILABLE
               CLOSE PENDING-FILE
           END-IF
           IF CUSTOMER-FILE-AVAILABLE
               CLOSE CUST-FILE
           END-IF
           IF PROFILE-FILE-AVAILABLE
               CLOSE PROFILE-FILE
           END-IF
           IF WS-SHORT-COUNT IS GREATER THAN ZERO
                   OR USAGE-TABLE-OVERFLOWED
               MOVE 08 TO RETURN-CODE
           ELSE
               IF WS-REORDER-COUNT IS GREATER THAN ZERO
                       OR WS-UNTRACKED-COUNT IS GREATER THAN ZERO
                   MOVE 04 TO RETURN-CODE
               END-IF
           END-IF
           .

      *****************************************************************
      * COMPLETION RECORD FOR THE SAMPLGAT GATEKEEPER: THE INSERTS
      * TONIGHT'S MANIFEST CALLS FOR, UNBALANCED WHEN ANY OF THEM IS
      * SHORT AT THE VENDOR.
      *****************************************************************
       9900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNC-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLINV: UNABLE TO OPEN RUNCTL -- FILE '
                   'STATUS ' WS-RUNC-STATUS ' -- GATEKEEPER WILL '
                   'HOLD THE NIGHT'
           ELSE
               MOVE 'SAMPLINV' TO RUNC-STAGE-NAME
               MOVE 0 TO RUNC-PARTITION-ID
               MOVE WS-RUN-DATE TO RUNC-RUN-DATE
               MOVE WS-RUN-TIME TO RUNC-RUN-TIME
               MOVE WS-MANIFEST-INSERTS TO RUNC-DETAIL-COUNT
               IF WS-SHORT-COUNT IS GREATER THAN ZERO
                       OR USAGE-TABLE-OVERFLOWED
                   SET RUNC-STAGE-UNBALANCED TO TRUE
               ELSE
                   SET RUNC-STAGE-BALANCED TO TRUE
               END-IF
               WRITE RUNC-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF
           .
