       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLSLA.
      *****************************************************************
      * REGULATORY TIMELINESS (SLA) MONITOR.  FOLLOWS EVERY REQUEST
      * FOR A MESSAGE TYPE ON THE SLA TABLE FROM THE DAY IT REACHED US
      * UNTIL IT IS PROVEN SENT -- THROUGH TRANEXCP REPAIR, PARKING ON
      * THE PENDING-RELEASE FILE, GENERATION, AND THE PRINT VENDOR'S
      * CONFIRMATION -- SO A REGULATED LETTER ABOUT TO MISS ITS
      * STATUTORY DEADLINE IS SEEN WHILE THERE IS STILL TIME TO ACT.
      * WRITES THE DAILY AT-RISK LIST, THE BREACH REPORT COMPLIANCE
      * FILES FROM, AND THE TRACKING CARRY-FORWARD FOR THE NEXT NIGHT.
      * RUNS AFTER THE NIGHT'S GENERATION, MERGE, HISTORY LOAD AND
      * VENDOR RECONCILIATION.  NOT A GATED STAGE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-FILE ASSIGN TO 'SLACTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SLA-MESSAGE-TYPE
               FILE STATUS IS WS-SLA-STATUS.
           SELECT SLAT-IN-FILE ASSIGN TO 'SLATIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLAT-IN-STATUS.
           SELECT SLAT-OUT-FILE ASSIGN TO 'SLATOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLAT-OUT-STATUS.
           SELECT FIX-FILE ASSIGN TO 'FIXTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIX-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'AUDTRAIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'TRANEXCP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT PEND-FILE ASSIGN TO 'PENDOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT CONF-FILE ASSIGN TO 'CONFIRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.
           SELECT RISK-REPORT-FILE ASSIGN TO 'SLARISK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RISK-STATUS.
           SELECT BREACH-REPORT-FILE ASSIGN TO 'SLABRCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SLA-FILE.
           COPY SLAFILE.
       FD  SLAT-IN-FILE.
           COPY SLATFILE.
       FD  SLAT-OUT-FILE.
       01  SLAT-OUT-RECORD.
           05  SLAT-OUT-CUSTOMER-NUMBER PIC 9(09).
           05  SLAT-OUT-MESSAGE-TYPE    PIC X(15).
           05  SLAT-OUT-DATE-RECEIVED   PIC 9(08).
           05  SLAT-OUT-DEADLINE-DATE   PIC 9(08).
           05  SLAT-OUT-ITEM-STATUS     PIC X(01).
           05  SLAT-OUT-GENERATED-DATE  PIC 9(08).
       FD  FIX-FILE.
           COPY FIXTRAN.
       FD  AUDIT-FILE.
           COPY AUDTFILE.
       FD  EXCEPTION-FILE.
           COPY EXCPFILE.
       FD  PEND-FILE.
           COPY PENDFILE.
       FD  CONF-FILE.
           COPY CONFFILE.
       FD  RISK-REPORT-FILE.
       01  RISK-REPORT-LINE             PIC X(132).
       FD  BREACH-REPORT-FILE.
       01  BREACH-REPORT-LINE           PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-SLA-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SLAT-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-SLAT-OUT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-FIX-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-AUDT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-EXCP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PEND-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CONF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RISK-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BRCH-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-SLA-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  END-OF-SLA-FILE               VALUE 'Y'.
       01  WS-SLAT-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-SLAT-IN-FILE           VALUE 'Y'.
       01  WS-FIX-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  END-OF-FIX-FILE               VALUE 'Y'.
       01  WS-AUDT-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-AUDIT-FILE             VALUE 'Y'.
       01  WS-EXCP-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-EXCEPTION-FILE         VALUE 'Y'.
       01  WS-PEND-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-PEND-FILE              VALUE 'Y'.
       01  WS-CONF-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-CONF-FILE              VALUE 'Y'.
      *****************************************************************
      * THE SLA TABLE, HELD IN STORAGE AND SEARCHED BY MESSAGE TYPE.
      *****************************************************************
       01  WS-SLA-MAX                    PIC 9(03) VALUE 100.
       01  WS-SLA-COUNT                  PIC 9(03) VALUE 0.
       01  WS-SLA-TABLE.
           05  WS-SLA-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-SLA-IX.
               10  WS-SLA-TYPE              PIC X(15).
               10  WS-SLA-DAYS              PIC 9(03).
               10  WS-SLA-POINT             PIC X(01).
                   88  WS-SLA-AT-GENERATION     VALUE 'G'.
               10  WS-SLA-WARNING           PIC 9(03).
               10  WS-SLA-REFERENCE         PIC X(20).
       01  WS-SLA-WORK-TYPE              PIC X(15) VALUE SPACES.
       01  WS-SLA-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  REGULATED-TYPE                VALUE 'Y'.
      *****************************************************************
      * TONIGHT'S VENDOR CONFIRMATIONS, KEYED BY CUSTOMER AND PRINT
      * DATE AS SAMPLRCN AND SAMPLRCA MATCH THEM (BOTH VENDORS' FILES
      * ARRIVE ON CONFIRM).  ONE CONFIRMATION COVERS EVERY
      * MESSAGE CONSOLIDATED INTO THE LETTER, SO ENTRIES ARE NOT
      * CONSUMED AS THEY MATCH.
      *****************************************************************
       01  WS-CONF-MAX                   PIC 9(05) VALUE 10000.
       01  WS-CONF-COUNT                 PIC 9(05) VALUE 0.
       01  WS-CONF-OVERFLOW-SWITCH       PIC X(01) VALUE 'N'.
           88  CONF-TABLE-OVERFLOWED         VALUE 'Y'.
       01  WS-CONF-TABLE.
           05  WS-CONF-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-CONF-IX.
               10  WS-CONF-CUSTOMER         PIC 9(09).
               10  WS-CONF-DATE             PIC 9(08).
       01  WS-CONF-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  LETTER-CONFIRMED              VALUE 'Y'.
      *****************************************************************
      * TRACKED ITEMS: LAST NIGHT'S OPEN ITEMS PLUS TONIGHT'S NEW ONES.
      * THE SEEN SWITCH MARKS AN ITEM ACCOUNTED FOR BY ONE OF TONIGHT'S
      * FILES, SO EACH OBSERVATION CLAIMS A DIFFERENT ITEM WHEN A
      * CUSTOMER HAS MORE THAN ONE OF THE SAME TYPE IN FLIGHT.
      *****************************************************************
       01  WS-TRK-MAX                    PIC 9(05) VALUE 10000.
       01  WS-TRK-COUNT                  PIC 9(05) VALUE 0.
       01  WS-TRK-OVERFLOW-SWITCH        PIC X(01) VALUE 'N'.
           88  TRK-TABLE-OVERFLOWED          VALUE 'Y'.
       01  WS-TRK-TABLE.
           05  WS-TRK-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-TRK-IX.
               10  WS-TRK-CUSTOMER          PIC 9(09).
               10  WS-TRK-CUSTOMER-X REDEFINES WS-TRK-CUSTOMER
                                            PIC X(09).
               10  WS-TRK-TYPE              PIC X(15).
               10  WS-TRK-RECEIVED          PIC 9(08).
               10  WS-TRK-DEADLINE          PIC 9(08).
               10  WS-TRK-STATUS            PIC X(01).
                   88  TRK-IN-REPAIR            VALUE 'R'.
                   88  TRK-PARKED               VALUE 'P'.
                   88  TRK-AWAITING-CONFIRM     VALUE 'G'.
                   88  TRK-CLOSED               VALUE 'X'.
               10  WS-TRK-GENERATED         PIC 9(08).
               10  WS-TRK-SEEN-SWITCH       PIC X(01).
                   88  TRK-SEEN-TONIGHT         VALUE 'Y'.
       01  WS-TRK-SUB                    PIC 9(05) VALUE 0.
       01  WS-FOUND-SUB                  PIC 9(05) VALUE 0.
       01  WS-EXACT-SWITCH               PIC X(01) VALUE 'N'.
           88  EXACT-RECEIPT-FOUND           VALUE 'Y'.
       01  WS-MATCH-CUSTOMER             PIC 9(09) VALUE 0.
       01  WS-MATCH-TYPE                 PIC X(15) VALUE SPACES.
       01  WS-MATCH-RECEIVED             PIC 9(08) VALUE 0.
       01  WS-CLOSE-DATE                 PIC 9(08) VALUE 0.
       01  WS-DAYS-LEFT                  PIC S9(05) VALUE 0.
       01  WS-DAYS-EDIT                  PIC ZZZZ9.
       01  WS-DAYS-TEXT                  PIC X(05) VALUE SPACES.
       01  WS-EVENT-DATE-TEXT            PIC X(08) VALUE SPACES.
       01  WS-LINE-STATUS-TEXT           PIC X(40) VALUE SPACES.
       01  WS-STATE-TEXT                 PIC X(28) VALUE SPACES.
       01  WS-REFERENCE-TEXT             PIC X(20) VALUE SPACES.
       01  WS-REGULATED-COUNT            PIC 9(09) VALUE 0.
       01  WS-MET-COUNT                  PIC 9(09) VALUE 0.
       01  WS-LATE-COUNT                 PIC 9(09) VALUE 0.
       01  WS-UNSENT-COUNT               PIC 9(09) VALUE 0.
       01  WS-PAST-DEADLINE-COUNT        PIC 9(09) VALUE 0.
       01  WS-AT-RISK-COUNT              PIC 9(09) VALUE 0.
       01  WS-CARRIED-COUNT              PIC 9(09) VALUE 0.
       01  WS-UNTRACKED-COUNT            PIC 9(09) VALUE 0.
       01  WS-COUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-PRIOR-TRACKING
           PERFORM 2500-APPLY-REPAIR-DISPOSITIONS
           PERFORM 3000-MATCH-GENERATED-LETTERS
           PERFORM 3500-MATCH-REPAIR-ITEMS
           PERFORM 3700-MATCH-PARKED-ITEMS
           PERFORM 4000-MATCH-CONFIRMATIONS
           PERFORM 5000-SWEEP-OPEN-ITEMS
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1300-LOAD-SLA-TABLE
           PERFORM 1200-LOAD-CONFIRMATIONS
           OPEN INPUT AUDIT-FILE
           IF WS-AUDT-STATUS IS NOT EQUAL TO '00'
               MOVE 'AUDTRAIL' TO WS-ABORT-FILE-NAME
               MOVE WS-AUDT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCP-STATUS IS NOT EQUAL TO '00'
               MOVE 'TRANEXCP' TO WS-ABORT-FILE-NAME
               MOVE WS-EXCP-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS IS NOT EQUAL TO '00'
               MOVE 'PENDOUT' TO WS-ABORT-FILE-NAME
               MOVE WS-PEND-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT SLAT-OUT-FILE
           IF WS-SLAT-OUT-STATUS IS NOT EQUAL TO '00'
               MOVE 'SLATOUT' TO WS-ABORT-FILE-NAME
               MOVE WS-SLAT-OUT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT RISK-REPORT-FILE
           IF WS-RISK-STATUS IS NOT EQUAL TO '00'
               MOVE 'SLARISK' TO WS-ABORT-FILE-NAME
               MOVE WS-RISK-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT BREACH-REPORT-FILE
           IF WS-BRCH-STATUS IS NOT EQUAL TO '00'
               MOVE 'SLABRCH' TO WS-ABORT-FILE-NAME
               MOVE WS-BRCH-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           MOVE SPACES TO RISK-REPORT-LINE
           STRING 'REGULATORY TIMELINESS -- ITEMS AT RISK OF MISSING '
                                              DELIMITED BY SIZE
                   'THEIR DEADLINE AS OF '    DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
                   INTO RISK-REPORT-LINE
           END-STRING
           WRITE RISK-REPORT-LINE
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE SPACES TO RISK-REPORT-LINE
           STRING 'CUSTOMER  MESSAGE TYPE    REGULATION           '
                                              DELIMITED BY SIZE
                   'RECEIVED DEADLINE  DAYS LEFT  STATE'
                                              DELIMITED BY SIZE
                   INTO RISK-REPORT-LINE
           END-STRING
           WRITE RISK-REPORT-LINE
           MOVE SPACES TO BREACH-REPORT-LINE
           STRING 'REGULATORY TIMELINESS -- BREACH REPORT FOR '
                                              DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
                   INTO BREACH-REPORT-LINE
           END-STRING
           WRITE BREACH-REPORT-LINE
           MOVE SPACES TO BREACH-REPORT-LINE
           WRITE BREACH-REPORT-LINE
           MOVE SPACES TO BREACH-REPORT-LINE
           STRING 'CUSTOMER  MESSAGE TYPE    REGULATION           '
                                              DELIMITED BY SIZE
                   'RECEIVED DEADLINE SENT ON  DAYS LATE  STATUS'
                                              DELIMITED BY SIZE
                   INTO BREACH-REPORT-LINE
           END-STRING
           WRITE BREACH-REPORT-LINE
           .

      *****************************************************************
      * TONIGHT'S VENDOR CONFIRMATIONS.  A MISSING FILE ONLY MEANS NO
      * LETTER WAITING ON ONE CAN CLOSE TONIGHT.
      *****************************************************************
       1200-LOAD-CONFIRMATIONS.
           OPEN INPUT CONF-FILE
           IF WS-CONF-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLSLA: CONFIRM NOT AVAILABLE -- NO '
                   'CONFIRMATIONS TO MATCH TONIGHT'
           ELSE
               PERFORM 8600-READ-CONF
               PERFORM 1210-TABLE-CONFIRMATION
                   UNTIL END-OF-CONF-FILE
               CLOSE CONF-FILE
           END-IF
           .

       1210-TABLE-CONFIRMATION.
           IF WS-CONF-COUNT IS LESS THAN WS-CONF-MAX
               ADD 1 TO WS-CONF-COUNT
               SET WS-CONF-IX TO WS-CONF-COUNT
               MOVE CONF-CUSTOMER-NUMBER TO WS-CONF-CUSTOMER(WS-CONF-IX)
               MOVE CONF-PRINT-DATE TO WS-CONF-DATE(WS-CONF-IX)
           ELSE
               IF NOT CONF-TABLE-OVERFLOWED
                   DISPLAY 'SAMPLSLA: MORE THAN ' WS-CONF-MAX
                       ' CONFIRMATIONS -- EXCESS IGNORED TONIGHT, '
                       'THOSE LETTERS STAY OPEN'
                   SET CONF-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           PERFORM 8600-READ-CONF
           .

      *****************************************************************
      * TABLE THE SLA FILE.  A SHOP THAT HAS NEVER LOADED ONE (FILE
      * STATUS 35) HAS NO REGULATED TYPES AND ONLY WORKS OFF WHAT IS
      * ALREADY BEING TRACKED; AN UNREADABLE FILE IS A HARD STOP, AS
      * A RUN WITHOUT IT WOULD DROP EVERY NEW REGULATED ITEM.
      *****************************************************************
       1300-LOAD-SLA-TABLE.
           OPEN INPUT SLA-FILE
           EVALUATE WS-SLA-STATUS
               WHEN '00'
                   PERFORM 8000-READ-SLA
                   PERFORM 1310-TABLE-SLA-TYPE
                       UNTIL END-OF-SLA-FILE
                   CLOSE SLA-FILE
               WHEN '35'
                   DISPLAY 'SAMPLSLA: SLACTL NOT YET CREATED -- NO '
                       'MESSAGE TYPES UNDER SLA'
               WHEN OTHER
                   MOVE 'SLACTL' TO WS-ABORT-FILE-NAME
                   MOVE WS-SLA-STATUS TO WS-ABORT-STATUS
                   PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-EVALUATE
           .

       1310-TABLE-SLA-TYPE.
           EVALUATE TRUE
               WHEN SLA-ALLOWED-DAYS IS NOT NUMERIC
                       OR SLA-WARNING-DAYS IS NOT NUMERIC
                   DISPLAY 'SAMPLSLA: SLACTL ENTRY FOR '
                       SLA-MESSAGE-TYPE ' HAS NON-NUMERIC DAYS -- '
                       'NOT MONITORED'
               WHEN NOT SLA-MEASURE-GENERATION
                       AND NOT SLA-MEASURE-CONFIRMATION
                   DISPLAY 'SAMPLSLA: SLACTL ENTRY FOR '
                       SLA-MESSAGE-TYPE ' HAS MEASURE POINT '
                       SLA-MEASURE-POINT ' -- NOT MONITORED'
               WHEN WS-SLA-COUNT IS NOT LESS THAN WS-SLA-MAX
                   DISPLAY 'SAMPLSLA: MORE THAN ' WS-SLA-MAX
                       ' MESSAGE TYPES UNDER SLA -- '
                       SLA-MESSAGE-TYPE ' NOT MONITORED'
               WHEN OTHER
                   ADD 1 TO WS-SLA-COUNT
                   SET WS-SLA-IX TO WS-SLA-COUNT
                   MOVE SLA-MESSAGE-TYPE TO WS-SLA-TYPE(WS-SLA-IX)
                   MOVE SLA-ALLOWED-DAYS TO WS-SLA-DAYS(WS-SLA-IX)
                   MOVE SLA-MEASURE-POINT TO WS-SLA-POINT(WS-SLA-IX)
                   MOVE SLA-WARNING-DAYS TO WS-SLA-WARNING(WS-SLA-IX)
                   MOVE SLA-REGULATION-REF
                       TO WS-SLA-REFERENCE(WS-SLA-IX)
           END-EVALUATE
           PERFORM 8000-READ-SLA
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLSLA: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *****************************************************************
      * LAST NIGHT'S OPEN ITEMS.  A MISSING FILE IS THE FIRST NIGHT.
      *****************************************************************
       2000-LOAD-PRIOR-TRACKING.
           OPEN INPUT SLAT-IN-FILE
           IF WS-SLAT-IN-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLSLA: SLATIN NOT AVAILABLE -- NO '
                   'CARRY-FORWARD ITEMS TONIGHT'
           ELSE
               PERFORM 8100-READ-SLAT-IN
               PERFORM 2100-TABLE-PRIOR-ITEM
                   UNTIL END-OF-SLAT-IN-FILE
               CLOSE SLAT-IN-FILE
           END-IF
           .

       2100-TABLE-PRIOR-ITEM.
           IF WS-TRK-COUNT IS LESS THAN WS-TRK-MAX
               ADD 1 TO WS-TRK-COUNT
               SET WS-TRK-IX TO WS-TRK-COUNT
               MOVE SLAT-CUSTOMER-NUMBER TO WS-TRK-CUSTOMER(WS-TRK-IX)
               MOVE SLAT-MESSAGE-TYPE TO WS-TRK-TYPE(WS-TRK-IX)
               MOVE SLAT-DATE-RECEIVED TO WS-TRK-RECEIVED(WS-TRK-IX)
               MOVE SLAT-DEADLINE-DATE TO WS-TRK-DEADLINE(WS-TRK-IX)
               MOVE SLAT-ITEM-STATUS TO WS-TRK-STATUS(WS-TRK-IX)
               MOVE SLAT-GENERATED-DATE TO WS-TRK-GENERATED(WS-TRK-IX)
               MOVE 'N' TO WS-TRK-SEEN-SWITCH(WS-TRK-IX)
           ELSE
               PERFORM 7190-REPORT-TRACKING-OVERFLOW
           END-IF
           PERFORM 8100-READ-SLAT-IN
           .

      *****************************************************************
      * THE DAY'S TRANEXCP REPAIR DISPOSITIONS, AS SAMPLFIX APPLIED
      * THEM.  AN ABANDONED ITEM WILL NEVER BE SENT AND IS CLOSED ONTO
      * THE BREACH REPORT.  A REPAIR MAY CORRECT THE CUSTOMER NUMBER
      * OR MESSAGE TYPE, SO THE ITEM IS RE-KEYED TO WHAT WILL COME
      * BACK THROUGH THE NIGHTLY RUN, KEEPING ITS ORIGINAL CLOCK.  A
      * MISSING FILE MEANS NO REPAIR WORK WAS DONE.
      *****************************************************************
       2500-APPLY-REPAIR-DISPOSITIONS.
           OPEN INPUT FIX-FILE
           IF WS-FIX-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLSLA: FIXTRAN NOT AVAILABLE -- NO REPAIR '
                   'DISPOSITIONS TONIGHT'
           ELSE
               PERFORM 8200-READ-FIX
               PERFORM 2600-APPLY-ONE-DISPOSITION
                   UNTIL END-OF-FIX-FILE
               CLOSE FIX-FILE
           END-IF
           .

       2600-APPLY-ONE-DISPOSITION.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 7050-CHECK-REPAIR-ITEM
               VARYING WS-TRK-SUB FROM 1 BY 1
               UNTIL WS-TRK-SUB IS GREATER THAN WS-TRK-COUNT
                   OR WS-FOUND-SUB IS GREATER THAN ZERO
           IF WS-FOUND-SUB IS GREATER THAN ZERO
               SET WS-TRK-IX TO WS-FOUND-SUB
               EVALUATE TRUE
                   WHEN FIX-ACTION-ABANDON
                       MOVE 0 TO WS-CLOSE-DATE
                       MOVE 'ABANDONED IN EXCEPTION REPAIR'
                           TO WS-LINE-STATUS-TEXT
                       PERFORM 6100-CLOSE-UNSENT
                   WHEN FIX-ACTION-REPAIR
                       PERFORM 2700-REKEY-REPAIRED-ITEM
               END-EVALUATE
           END-IF
           PERFORM 8200-READ-FIX
           .

       2700-REKEY-REPAIRED-ITEM.
           IF FIX-NEW-CUSTOMER-NUMBER IS NUMERIC
                   AND FIX-NEW-CUSTOMER-NUMBER IS GREATER THAN ZERO
               MOVE FIX-NEW-CUSTOMER-NUMBER
                   TO WS-TRK-CUSTOMER(WS-TRK-IX)
           END-IF
           IF FIX-NEW-MESSAGE-TYPE IS NOT EQUAL TO SPACES
               MOVE FIX-NEW-MESSAGE-TYPE TO WS-TRK-TYPE(WS-TRK-IX)
               MOVE FIX-NEW-MESSAGE-TYPE TO WS-SLA-WORK-TYPE
               PERFORM 7200-FIND-SLA-TYPE
               IF REGULATED-TYPE
                   PERFORM 7150-SET-DEADLINE
               ELSE
                   MOVE 0 TO WS-CLOSE-DATE
                   MOVE 'REPAIRED TO A TYPE NOT UNDER SLA'
                       TO WS-LINE-STATUS-TEXT
                   PERFORM 6100-CLOSE-UNSENT
               END-IF
           END-IF
           .

      *****************************************************************
      * TONIGHT'S GENERATED MESSAGES.  THE FALLBACK PASS'S OWN RECORDS
      * (SUBMITTER SAMPLERC -- BOUNCE BOOKKEEPING AND PAPER RE-SENDS
      * OF A MESSAGE ALREADY GENERATED ONCE) ARE NOT NEW REQUESTS.
      * A MESSAGE MEASURED AT GENERATION, OR SENT ELECTRONICALLY ONLY,
      * CLOSES TONIGHT; ANY OTHER WAITS FOR THE VENDOR'S CONFIRMATION.
      *****************************************************************
       3000-MATCH-GENERATED-LETTERS.
           PERFORM 8300-READ-AUDIT
           PERFORM 3100-MATCH-ONE-GENERATED
               UNTIL END-OF-AUDIT-FILE
           .

       3100-MATCH-ONE-GENERATED.
           MOVE AUDT-MESSAGE-TYPE TO WS-SLA-WORK-TYPE
           PERFORM 7200-FIND-SLA-TYPE
           IF REGULATED-TYPE
                   AND AUDT-SUBMITTING-SYSTEM IS NOT EQUAL TO 'SAMPLERC'
               ADD 1 TO WS-REGULATED-COUNT
               MOVE AUDT-CUSTOMER-NUMBER TO WS-MATCH-CUSTOMER
               MOVE AUDT-MESSAGE-TYPE TO WS-MATCH-TYPE
               MOVE AUDT-DATE-RECEIVED TO WS-MATCH-RECEIVED
               PERFORM 7100-CLAIM-ITEM
               IF WS-FOUND-SUB IS GREATER THAN ZERO
                   SET WS-TRK-IX TO WS-FOUND-SUB
                   MOVE AUDT-RUN-DATE TO WS-TRK-GENERATED(WS-TRK-IX)
                   IF WS-SLA-AT-GENERATION(WS-SLA-IX)
                           OR AUDT-DELIVERY-CHANNEL IS EQUAL TO 'E'
                       MOVE AUDT-RUN-DATE TO WS-CLOSE-DATE
                       MOVE 'GENERATED AFTER DEADLINE'
                           TO WS-LINE-STATUS-TEXT
                       PERFORM 6000-CLOSE-SENT
                   ELSE
                       MOVE 'G' TO WS-TRK-STATUS(WS-TRK-IX)
                   END-IF
               END-IF
           END-IF
           PERFORM 8300-READ-AUDIT
           .

      *****************************************************************
      * TONIGHT'S EDIT REJECTIONS.  THE EXCEPTION CARRIES NO DATE
      * RECEIVED: A REJECTED ITEM ALREADY BEING TRACKED KEEPS ITS
      * CLOCK, A NEW ONE STARTS TONIGHT.  A REJECTION WITH A
      * NON-NUMERIC CUSTOMER NUMBER CANNOT BE FOLLOWED UNTIL REPAIRED
      * AND IS LISTED SO IT IS WORKED FIRST.
      *****************************************************************
       3500-MATCH-REPAIR-ITEMS.
           PERFORM 8400-READ-EXCEPTION
           PERFORM 3600-MATCH-ONE-REJECTION
               UNTIL END-OF-EXCEPTION-FILE
           .

       3600-MATCH-ONE-REJECTION.
           MOVE EXCP-MESSAGE-TYPE TO WS-SLA-WORK-TYPE
           PERFORM 7200-FIND-SLA-TYPE
           IF REGULATED-TYPE
               IF EXCP-CUSTOMER-NUMBER IS NOT NUMERIC
                   ADD 1 TO WS-UNTRACKED-COUNT
                   MOVE SPACES TO RISK-REPORT-LINE
                   STRING '** '                  DELIMITED BY SIZE
                           EXCP-MESSAGE-TYPE     DELIMITED BY SIZE
                           ' REJECTED WITH CUSTOMER NUMBER '
                                                 DELIMITED BY SIZE
                           EXCP-CUSTOMER-NUMBER  DELIMITED BY SIZE
                           ' -- NOT TRACKED UNTIL REPAIRED, WORK IT '
                                                 DELIMITED BY SIZE
                           'FIRST'               DELIMITED BY SIZE
                           INTO RISK-REPORT-LINE
                   END-STRING
                   WRITE RISK-REPORT-LINE
               ELSE
                   MOVE EXCP-CUSTOMER-NUMBER TO WS-MATCH-CUSTOMER
                   MOVE EXCP-MESSAGE-TYPE TO WS-MATCH-TYPE
                   MOVE 0 TO WS-MATCH-RECEIVED
                   PERFORM 7100-CLAIM-ITEM
                   IF WS-FOUND-SUB IS GREATER THAN ZERO
                       SET WS-TRK-IX TO WS-FOUND-SUB
                       MOVE 'R' TO WS-TRK-STATUS(WS-TRK-IX)
                   END-IF
               END-IF
           END-IF
           PERFORM 8400-READ-EXCEPTION
           .

      *****************************************************************
      * TONIGHT'S PENDING-RELEASE FILE: FUTURE-DATED, CAMPAIGN-METERED
      * OR OPERATOR-HELD REGULATED ITEMS STILL WAITING TO GO OUT.
      *****************************************************************
       3700-MATCH-PARKED-ITEMS.
           PERFORM 8500-READ-PEND
           PERFORM 3800-MATCH-ONE-PARKED
               UNTIL END-OF-PEND-FILE
           .

       3800-MATCH-ONE-PARKED.
           MOVE PEND-MESSAGE-TYPE TO WS-SLA-WORK-TYPE
           PERFORM 7200-FIND-SLA-TYPE
           IF REGULATED-TYPE
               MOVE PEND-CUSTOMER-NUMBER TO WS-MATCH-CUSTOMER
               MOVE PEND-MESSAGE-TYPE TO WS-MATCH-TYPE
               MOVE PEND-DATE-RECEIVED TO WS-MATCH-RECEIVED
               PERFORM 7100-CLAIM-ITEM
               IF WS-FOUND-SUB IS GREATER THAN ZERO
                   SET WS-TRK-IX TO WS-FOUND-SUB
                   MOVE 'P' TO WS-TRK-STATUS(WS-TRK-IX)
               END-IF
           END-IF
           PERFORM 8500-READ-PEND
           .

      *****************************************************************
      * LETTERS WAITING ON THE VENDOR: A CONFIRMATION FOR THE CUSTOMER
      * AND THE NIGHT THE LETTER WAS GENERATED PROVES IT MAILED, AND
      * THE CLOCK STOPS TONIGHT, WHEN THAT PROOF ARRIVED.
      *****************************************************************
       4000-MATCH-CONFIRMATIONS.
           PERFORM 4100-MATCH-ONE-CONFIRMATION
               VARYING WS-TRK-SUB FROM 1 BY 1
               UNTIL WS-TRK-SUB IS GREATER THAN WS-TRK-COUNT
           .

       4100-MATCH-ONE-CONFIRMATION.
           SET WS-TRK-IX TO WS-TRK-SUB
           IF TRK-AWAITING-CONFIRM(WS-TRK-IX)
               PERFORM 7300-FIND-CONFIRMATION
               IF LETTER-CONFIRMED
                   MOVE WS-RUN-DATE TO WS-CLOSE-DATE
                   MOVE 'VENDOR CONFIRMED AFTER DEADLINE'
                       TO WS-LINE-STATUS-TEXT
                   PERFORM 6000-CLOSE-SENT
               END-IF
           END-IF
           .

      *****************************************************************
      * EVERYTHING STILL OPEN.  A PARKED ITEM NOT ON TONIGHT'S PENDING
      * FILE THAT WAS NEITHER GENERATED NOR REJECTED WAS WITHDRAWN OR
      * SUPPRESSED AND WILL NOT BE SENT.  AN ITEM IN REPAIR STAYS OPEN
      * UNTIL IT IS REPAIRED OR ABANDONED.  THE REST CARRY FORWARD,
      * AND GO ON THE BREACH REPORT EVERY NIGHT THEY ARE PAST THE
      * DEADLINE OR ON THE AT-RISK LIST WITHIN THE WARNING DAYS OF IT.
      *****************************************************************
       5000-SWEEP-OPEN-ITEMS.
           PERFORM 5100-SWEEP-ONE-ITEM
               VARYING WS-TRK-SUB FROM 1 BY 1
               UNTIL WS-TRK-SUB IS GREATER THAN WS-TRK-COUNT
           .

       5100-SWEEP-ONE-ITEM.
           SET WS-TRK-IX TO WS-TRK-SUB
           EVALUATE TRUE
               WHEN TRK-CLOSED(WS-TRK-IX)
                   CONTINUE
               WHEN TRK-PARKED(WS-TRK-IX)
                       AND NOT TRK-SEEN-TONIGHT(WS-TRK-IX)
                   MOVE 0 TO WS-CLOSE-DATE
                   MOVE 'LEFT PENDING FILE WITHOUT BEING SENT'
                       TO WS-LINE-STATUS-TEXT
                   PERFORM 6100-CLOSE-UNSENT
               WHEN OTHER
                   PERFORM 5200-CARRY-OPEN-ITEM
           END-EVALUATE
           .

       5200-CARRY-OPEN-ITEM.
           MOVE WS-TRK-CUSTOMER(WS-TRK-IX) TO SLAT-OUT-CUSTOMER-NUMBER
           MOVE WS-TRK-TYPE(WS-TRK-IX) TO SLAT-OUT-MESSAGE-TYPE
           MOVE WS-TRK-RECEIVED(WS-TRK-IX) TO SLAT-OUT-DATE-RECEIVED
           MOVE WS-TRK-DEADLINE(WS-TRK-IX) TO SLAT-OUT-DEADLINE-DATE
           MOVE WS-TRK-STATUS(WS-TRK-IX) TO SLAT-OUT-ITEM-STATUS
           MOVE WS-TRK-GENERATED(WS-TRK-IX) TO SLAT-OUT-GENERATED-DATE
           WRITE SLAT-OUT-RECORD
           ADD 1 TO WS-CARRIED-COUNT
           PERFORM 6200-SET-STATE-TEXT
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-TRK-DEADLINE(WS-TRK-IX))
               - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           IF WS-DAYS-LEFT IS LESS THAN ZERO
               ADD 1 TO WS-PAST-DEADLINE-COUNT
               MOVE SPACES TO WS-EVENT-DATE-TEXT
               MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO WS-DAYS-TEXT
               MOVE SPACES TO WS-LINE-STATUS-TEXT
               STRING 'OPEN PAST DEADLINE -- ' DELIMITED BY SIZE
                       WS-STATE-TEXT          DELIMITED BY SIZE
                       INTO WS-LINE-STATUS-TEXT
               END-STRING
               PERFORM 6300-WRITE-BREACH-LINE
           ELSE
               MOVE WS-TRK-TYPE(WS-TRK-IX) TO WS-SLA-WORK-TYPE
               PERFORM 7200-FIND-SLA-TYPE
               IF REGULATED-TYPE
                   IF WS-DAYS-LEFT IS NOT GREATER THAN
                           WS-SLA-WARNING(WS-SLA-IX)
                       PERFORM 5300-WRITE-RISK-LINE
                   END-IF
               END-IF
           END-IF
           .

       5300-WRITE-RISK-LINE.
           ADD 1 TO WS-AT-RISK-COUNT
           MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
           MOVE SPACES TO RISK-REPORT-LINE
           STRING WS-TRK-CUSTOMER(WS-TRK-IX)  DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-TRK-TYPE(WS-TRK-IX)     DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-SLA-REFERENCE(WS-SLA-IX)
                                              DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-TRK-RECEIVED(WS-TRK-IX) DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-TRK-DEADLINE(WS-TRK-IX) DELIMITED BY SIZE
                   '     '                    DELIMITED BY SIZE
                   WS-DAYS-EDIT               DELIMITED BY SIZE
                   '  '                       DELIMITED BY SIZE
                   WS-STATE-TEXT              DELIMITED BY SIZE
                   INTO RISK-REPORT-LINE
           END-STRING
           WRITE RISK-REPORT-LINE
           .

      *****************************************************************
      * CLOSE AN ITEM THAT HAS BEEN SENT: MET IF THE CLOCK STOPPED ON
      * OR BEFORE THE DEADLINE, OTHERWISE A BREACH.
      *****************************************************************
       6000-CLOSE-SENT.
           IF WS-CLOSE-DATE IS GREATER THAN WS-TRK-DEADLINE(WS-TRK-IX)
               ADD 1 TO WS-LATE-COUNT
               MOVE WS-CLOSE-DATE TO WS-EVENT-DATE-TEXT
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE)
                   - FUNCTION INTEGER-OF-DATE(
                       WS-TRK-DEADLINE(WS-TRK-IX))
               MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO WS-DAYS-TEXT
               PERFORM 6300-WRITE-BREACH-LINE
           ELSE
               ADD 1 TO WS-MET-COUNT
           END-IF
           MOVE 'X' TO WS-TRK-STATUS(WS-TRK-IX)
           .

      *****************************************************************
      * CLOSE AN ITEM THAT WILL NEVER BE SENT.  NOT A LATE LETTER, BUT
      * A REGULATED NOTICE THAT DID NOT GO OUT, SO IT IS REPORTED.
      *****************************************************************
       6100-CLOSE-UNSENT.
           ADD 1 TO WS-UNSENT-COUNT
           MOVE SPACES TO WS-EVENT-DATE-TEXT
           MOVE SPACES TO WS-DAYS-TEXT
           PERFORM 6300-WRITE-BREACH-LINE
           MOVE 'X' TO WS-TRK-STATUS(WS-TRK-IX)
           .

       6200-SET-STATE-TEXT.
           EVALUATE TRUE
               WHEN TRK-IN-REPAIR(WS-TRK-IX)
                   MOVE 'IN EXCEPTION REPAIR' TO WS-STATE-TEXT
               WHEN TRK-PARKED(WS-TRK-IX)
                   MOVE 'PARKED ON PENDING FILE' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE 'AWAITING VENDOR CONFIRMATION'
                       TO WS-STATE-TEXT
           END-EVALUATE
           .

       6300-WRITE-BREACH-LINE.
           MOVE WS-TRK-TYPE(WS-TRK-IX) TO WS-SLA-WORK-TYPE
           PERFORM 7200-FIND-SLA-TYPE
           IF REGULATED-TYPE
               MOVE WS-SLA-REFERENCE(WS-SLA-IX) TO WS-REFERENCE-TEXT
           ELSE
               MOVE SPACES TO WS-REFERENCE-TEXT
           END-IF
           MOVE SPACES TO BREACH-REPORT-LINE
           STRING WS-TRK-CUSTOMER(WS-TRK-IX)  DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-TRK-TYPE(WS-TRK-IX)     DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-REFERENCE-TEXT          DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-TRK-RECEIVED(WS-TRK-IX) DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-TRK-DEADLINE(WS-TRK-IX) DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-EVENT-DATE-TEXT         DELIMITED BY SIZE
                   '     '                    DELIMITED BY SIZE
                   WS-DAYS-TEXT               DELIMITED BY SIZE
                   '  '                       DELIMITED BY SIZE
                   WS-LINE-STATUS-TEXT        DELIMITED BY SIZE
                   INTO BREACH-REPORT-LINE
           END-STRING
           WRITE BREACH-REPORT-LINE
           .

      *****************************************************************
      * FIND THE OPEN ITEM TONIGHT'S OBSERVATION BELONGS TO: AN ITEM
      * IN REPAIR OR PARKED FOR THE SAME CUSTOMER AND TYPE, NOT YET
      * CLAIMED TONIGHT -- THE ONE RECEIVED THE SAME DAY IF THERE IS
      * ONE, OTHERWISE THE EARLIEST RECEIVED.  WITH NONE, A NEW ITEM
      * IS STARTED.  A MISSING OR ZERO DATE RECEIVED (AN OBSERVATION
      * THAT DOES NOT CARRY ONE) COUNTS AS TONIGHT.  THE ITEM KEEPS
      * THE EARLIER OF ITS OWN DATE RECEIVED AND THE OBSERVATION'S.
      *****************************************************************
       7100-CLAIM-ITEM.
           IF WS-MATCH-RECEIVED IS NOT NUMERIC
                   OR WS-MATCH-RECEIVED IS EQUAL TO ZERO
               MOVE WS-RUN-DATE TO WS-MATCH-RECEIVED
           END-IF
           MOVE 0 TO WS-FOUND-SUB
           MOVE 'N' TO WS-EXACT-SWITCH
           PERFORM 7110-CHECK-OPEN-ITEM
               VARYING WS-TRK-SUB FROM 1 BY 1
               UNTIL WS-TRK-SUB IS GREATER THAN WS-TRK-COUNT
           IF WS-FOUND-SUB IS EQUAL TO ZERO
               IF WS-TRK-COUNT IS LESS THAN WS-TRK-MAX
                   ADD 1 TO WS-TRK-COUNT
                   MOVE WS-TRK-COUNT TO WS-FOUND-SUB
                   SET WS-TRK-IX TO WS-FOUND-SUB
                   MOVE WS-MATCH-CUSTOMER TO WS-TRK-CUSTOMER(WS-TRK-IX)
                   MOVE WS-MATCH-TYPE TO WS-TRK-TYPE(WS-TRK-IX)
                   MOVE WS-MATCH-RECEIVED TO WS-TRK-RECEIVED(WS-TRK-IX)
                   MOVE 'R' TO WS-TRK-STATUS(WS-TRK-IX)
                   MOVE 0 TO WS-TRK-GENERATED(WS-TRK-IX)
                   PERFORM 7150-SET-DEADLINE
               ELSE
                   PERFORM 7190-REPORT-TRACKING-OVERFLOW
               END-IF
           ELSE
               SET WS-TRK-IX TO WS-FOUND-SUB
               IF WS-MATCH-RECEIVED IS LESS THAN
                       WS-TRK-RECEIVED(WS-TRK-IX)
                   MOVE WS-MATCH-RECEIVED TO WS-TRK-RECEIVED(WS-TRK-IX)
                   PERFORM 7150-SET-DEADLINE
               END-IF
           END-IF
           IF WS-FOUND-SUB IS GREATER THAN ZERO
               MOVE 'Y' TO WS-TRK-SEEN-SWITCH(WS-TRK-IX)
           END-IF
           .

       7110-CHECK-OPEN-ITEM.
           SET WS-TRK-IX TO WS-TRK-SUB
           IF WS-TRK-CUSTOMER(WS-TRK-IX) IS EQUAL TO WS-MATCH-CUSTOMER
                   AND WS-TRK-TYPE(WS-TRK-IX) IS EQUAL TO WS-MATCH-TYPE
                   AND (TRK-IN-REPAIR(WS-TRK-IX)
                        OR TRK-PARKED(WS-TRK-IX))
                   AND NOT TRK-SEEN-TONIGHT(WS-TRK-IX)
                   AND NOT EXACT-RECEIPT-FOUND
               EVALUATE TRUE
                   WHEN WS-TRK-RECEIVED(WS-TRK-IX) IS EQUAL TO
                           WS-MATCH-RECEIVED
                       MOVE WS-TRK-SUB TO WS-FOUND-SUB
                       SET EXACT-RECEIPT-FOUND TO TRUE
                   WHEN WS-FOUND-SUB IS EQUAL TO ZERO
                       MOVE WS-TRK-SUB TO WS-FOUND-SUB
                   WHEN WS-TRK-RECEIVED(WS-TRK-IX) IS LESS THAN
                           WS-TRK-RECEIVED(WS-FOUND-SUB)
                       MOVE WS-TRK-SUB TO WS-FOUND-SUB
               END-EVALUATE
           END-IF
           .

      *****************************************************************
      * DEADLINE = DATE RECEIVED PLUS THE TYPE'S ALLOWED DAYS.  THE
      * CALLER HAS THE TYPE'S SLA ENTRY FOUND.
      *****************************************************************
       7150-SET-DEADLINE.
           COMPUTE WS-TRK-DEADLINE(WS-TRK-IX) =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TRK-RECEIVED(WS-TRK-IX))
                   + WS-SLA-DAYS(WS-SLA-IX))
           .

       7190-REPORT-TRACKING-OVERFLOW.
           IF NOT TRK-TABLE-OVERFLOWED
               DISPLAY 'SAMPLSLA: MORE THAN ' WS-TRK-MAX
                   ' REGULATED ITEMS OPEN -- EXCESS NOT TRACKED, '
                   'RAISE THE TABLE SIZE'
               SET TRK-TABLE-OVERFLOWED TO TRUE
           END-IF
           .

      *****************************************************************
      * AN ITEM IN REPAIR MATCHING A DISPOSITION'S KEY, COMPARED AS RAW
      * CHARACTERS AS SAMPLFIX DOES.
      *****************************************************************
       7050-CHECK-REPAIR-ITEM.
           SET WS-TRK-IX TO WS-TRK-SUB
           IF TRK-IN-REPAIR(WS-TRK-IX)
                   AND WS-TRK-CUSTOMER-X(WS-TRK-IX) IS EQUAL TO
                       FIX-CUSTOMER-NUMBER
                   AND WS-TRK-TYPE(WS-TRK-IX) IS EQUAL TO
                       FIX-MESSAGE-TYPE
               MOVE WS-TRK-SUB TO WS-FOUND-SUB
           END-IF
           .

       7200-FIND-SLA-TYPE.
           MOVE 'N' TO WS-SLA-FOUND-SWITCH
           IF WS-SLA-COUNT IS GREATER THAN ZERO
               SET WS-SLA-IX TO 1
               SEARCH WS-SLA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SLA-IX IS GREATER THAN WS-SLA-COUNT
                       CONTINUE
                   WHEN WS-SLA-TYPE(WS-SLA-IX) IS EQUAL TO
                           WS-SLA-WORK-TYPE
                       SET REGULATED-TYPE TO TRUE
               END-SEARCH
           END-IF
           .

       7300-FIND-CONFIRMATION.
           MOVE 'N' TO WS-CONF-FOUND-SWITCH
           IF WS-CONF-COUNT IS GREATER THAN ZERO
               SET WS-CONF-IX TO 1
               SEARCH WS-CONF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CONF-IX IS GREATER THAN WS-CONF-COUNT
                       CONTINUE
                   WHEN WS-CONF-CUSTOMER(WS-CONF-IX) IS EQUAL TO
                           WS-TRK-CUSTOMER(WS-TRK-IX)
                       AND WS-CONF-DATE(WS-CONF-IX) IS EQUAL TO
                           WS-TRK-GENERATED(WS-TRK-IX)
                       SET LETTER-CONFIRMED TO TRUE
               END-SEARCH
           END-IF
           .

       8000-READ-SLA.
           READ SLA-FILE
               AT END
                   SET END-OF-SLA-FILE TO TRUE
           END-READ
           IF WS-SLA-STATUS IS NOT EQUAL TO '00'
               SET END-OF-SLA-FILE TO TRUE
           END-IF
           .

       8100-READ-SLAT-IN.
           READ SLAT-IN-FILE
               AT END
                   SET END-OF-SLAT-IN-FILE TO TRUE
           END-READ
           .

       8200-READ-FIX.
           READ FIX-FILE
               AT END
                   SET END-OF-FIX-FILE TO TRUE
           END-READ
           .

       8300-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE
           END-READ
           .

       8400-READ-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   SET END-OF-EXCEPTION-FILE TO TRUE
           END-READ
           .

       8500-READ-PEND.
           READ PEND-FILE
               AT END
                   SET END-OF-PEND-FILE TO TRUE
           END-READ
           .

       8600-READ-CONF.
           READ CONF-FILE
               AT END
                   SET END-OF-CONF-FILE TO TRUE
           END-READ
           .

       9000-TERMINATE.
           MOVE SPACES TO BREACH-REPORT-LINE
           WRITE BREACH-REPORT-LINE
           MOVE WS-REGULATED-COUNT TO WS-COUNT-EDIT
           STRING 'REGULATED GENERATED:      '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO BREACH-REPORT-LINE
           END-STRING
           WRITE BREACH-REPORT-LINE
           MOVE WS-MET-COUNT TO WS-COUNT-EDIT
           STRING 'CLOSED WITHIN DEADLINE:   '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO BREACH-REPORT-LINE
           END-STRING
           WRITE BREACH-REPORT-LINE
           MOVE WS-LATE-COUNT TO WS-COUNT-EDIT
           STRING 'CLOSED AFTER DEADLINE:    '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO BREACH-REPORT-LINE
           END-STRING
           WRITE BREACH-REPORT-LINE
           MOVE WS-UNSENT-COUNT TO WS-COUNT-EDIT
           STRING 'CLOSED WITHOUT SENDING:   '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO BREACH-REPORT-LINE
           END-STRING
           WRITE BREACH-REPORT-LINE
           MOVE WS-PAST-DEADLINE-COUNT TO WS-COUNT-EDIT
           STRING 'OPEN PAST DEADLINE:       '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO BREACH-REPORT-LINE
           END-STRING
           WRITE BREACH-REPORT-LINE
           MOVE WS-AT-RISK-COUNT TO WS-COUNT-EDIT
           STRING 'OPEN AND AT RISK:         '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO BREACH-REPORT-LINE
           END-STRING
           WRITE BREACH-REPORT-LINE
           MOVE WS-CARRIED-COUNT TO WS-COUNT-EDIT
           STRING 'OPEN CARRIED FORWARD:     '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO BREACH-REPORT-LINE
           END-STRING
           WRITE BREACH-REPORT-LINE
           MOVE WS-UNTRACKED-COUNT TO WS-COUNT-EDIT
           STRING 'REJECTED, NOT TRACKABLE:  '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO BREACH-REPORT-LINE
           END-STRING
           WRITE BREACH-REPORT-LINE
           CLOSE AUDIT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE PEND-FILE
           CLOSE SLAT-OUT-FILE
           CLOSE RISK-REPORT-FILE
           CLOSE BREACH-REPORT-FILE
           IF WS-LATE-COUNT IS GREATER THAN ZERO
                   OR WS-UNSENT-COUNT IS GREATER THAN ZERO
                   OR WS-PAST-DEADLINE-COUNT IS GREATER THAN ZERO
                   OR WS-UNTRACKED-COUNT IS GREATER THAN ZERO
                   OR TRK-TABLE-OVERFLOWED
               MOVE 04 TO RETURN-CODE
           END-IF
           .
