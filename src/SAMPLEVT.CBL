       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLEVT.
      *****************************************************************
      * CORE-BANKING EVENT TRIGGER INTERFACE.  READS THE CORE
      * SYSTEM'S NIGHTLY ACCOUNT-EVENT FILE AND, THROUGH THE
      * MAINTAINED TRIGGER-RULE TABLE, TURNS EACH EVENT THAT HAS A
      * RULE INTO A LETTER REQUEST: THE RULE'S MESSAGE TYPE, A SEND
      * DATE OFFSET FROM THE EVENT DATE, AND TYPE-V VARIABLE RECORDS
      * FILLED FROM THE EVENT FIELDS THE RULE NAMES.  THE OUTPUT IS
      * A BALANCED TRANIN-FORMAT FEED (HEADER FROM SUBMITTING SYSTEM
      * 'EVENTS', V RECORDS AHEAD OF EACH DETAIL, TRAILER) THAT IS
      * CONCATENATED AHEAD OF THE NIGHT'S TRANSACTION FILE THE SAME
      * WAY SAMPLOCQ'S FEED IS, SO AN OVERDRAFT OR MATURITY LETTER NO
      * LONGER DEPENDS ON SOMEONE UPSTREAM REMEMBERING TO SUBMIT IT.
      * AN EVENT WITH NO RULE, OR WHOSE RULE NEEDS A VALUE THE EVENT
      * DOES NOT CARRY, IS REPORTED, NOT DROPPED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVNT-FILE ASSIGN TO 'EVNTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVNT-STATUS.
           SELECT TRGR-FILE ASSIGN TO 'TRGRULE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRGR-STATUS.
           SELECT EVNT-TRAN-FILE ASSIGN TO 'EVNTTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ETRN-STATUS.
           SELECT TRIGGER-REPORT-FILE ASSIGN TO 'EVNTRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EVNT-FILE.
           COPY EVNTFILE.
       FD  TRGR-FILE.
           COPY TRGRFILE.
       FD  EVNT-TRAN-FILE.
           COPY TRANFILE.
       FD  TRIGGER-REPORT-FILE.
       01  TRIGGER-REPORT-LINE          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-EVNT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TRGR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ETRN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
           88  END-OF-EVNT-FILE              VALUE 'Y'.
       01  WS-TRGR-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-TRGR-FILE              VALUE 'Y'.
       01  WS-RULE-MAX                   PIC 9(03) VALUE 500.
       01  WS-RULE-COUNT                 PIC 9(03) VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RULE-IX.
               10  WS-RULE-EVENT-CODE       PIC X(06).
               10  WS-RULE-MESSAGE-TYPE     PIC X(15).
               10  WS-RULE-SEND-OFFSET      PIC 9(03).
               10  WS-RULE-VAR-MAP OCCURS 5 TIMES.
                   15  WS-RULE-VAR-LABEL    PIC X(10).
                   15  WS-RULE-VAR-SOURCE   PIC X(01).
                   15  WS-RULE-VAR-REQUIRED PIC X(01).
       01  WS-RULE-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  TRIGGER-RULE-FOUND            VALUE 'Y'.
       01  WS-EVENT-ERROR-SWITCH         PIC X(01) VALUE 'N'.
           88  EVENT-IN-ERROR                VALUE 'Y'.
       01  WS-EVENT-ERROR-TEXT           PIC X(30) VALUE SPACES.
       01  WS-EVENT-ERROR-LABEL          PIC X(10) VALUE SPACES.
       01  WS-FIND-EVENT-CODE            PIC X(06) VALUE SPACES.
       01  WS-MAP-SUB                    PIC 9(01) VALUE 0.
       01  WS-VAR-SUB                    PIC 9(01) VALUE 0.
       01  WS-SOURCE-CODE                PIC X(01) VALUE SPACES.
       01  WS-SOURCE-FIELD REDEFINES WS-SOURCE-CODE
                                         PIC 9(01).
       01  WS-MAPPED-VALUE               PIC X(22) VALUE SPACES.
       01  WS-BASE-DATE                  PIC 9(08) VALUE 0.
       01  WS-SEND-DATE                  PIC 9(08) VALUE 0.
       01  WS-VARIABLE-BLOCK.
           COPY VARBLOCK.
       01  WS-READ-COUNT                 PIC 9(07) VALUE 0.
       01  WS-QUEUED-COUNT               PIC 9(07) VALUE 0.
       01  WS-VARIABLE-COUNT             PIC 9(07) VALUE 0.
       01  WS-NO-RULE-COUNT              PIC 9(07) VALUE 0.
       01  WS-REJECTED-COUNT             PIC 9(07) VALUE 0.
       01  WS-RULE-REJECT-COUNT          PIC 9(07) VALUE 0.
       01  WS-COUNT-EDIT                 PIC Z,ZZZ,ZZ9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-EVENT
               UNTIL END-OF-EVNT-FILE
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT EVNT-FILE
           IF WS-EVNT-STATUS IS NOT EQUAL TO '00'
               MOVE 'EVNTIN' TO WS-ABORT-FILE-NAME
               MOVE WS-EVNT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT EVNT-TRAN-FILE
           IF WS-ETRN-STATUS IS NOT EQUAL TO '00'
               MOVE 'EVNTTRAN' TO WS-ABORT-FILE-NAME
               MOVE WS-ETRN-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT TRIGGER-REPORT-FILE
           IF WS-RPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'EVNTRPT' TO WS-ABORT-FILE-NAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           MOVE 'CORE-BANKING EVENT TRIGGER REPORT'
               TO TRIGGER-REPORT-LINE
           WRITE TRIGGER-REPORT-LINE
           PERFORM 1200-LOAD-TRIGGER-RULES
           MOVE SPACES TO TRAN-RECORD
           MOVE 'H' TO TRAN-RECORD-TYPE
           MOVE 'EVENTS' TO TRAN-SUBMITTING-SYSTEM
           MOVE 0 TO TRAN-CONTROL-COUNT
           MOVE 0 TO TRAN-RECYCLE-AGE
           WRITE TRAN-RECORD
           PERFORM 8000-READ-EVNT
           .

      *****************************************************************
      * THE RULE TABLE IS SMALL -- ONE CARD PER EVENT CODE -- SO IT
      * IS HELD IN STORAGE.  A CARD WITHOUT A MESSAGE TYPE OR WITH A
      * NON-NUMERIC OFFSET CANNOT BUILD A LETTER AND IS REPORTED AND
      * LEFT OUT; A SECOND CARD FOR THE SAME EVENT CODE IS REPORTED
      * AND THE FIRST ONE STANDS.  WITHOUT THE TABLE EVERY EVENT IS
      * REPORTED AS HAVING NO RULE, SO NOTHING IS LOST.
      *****************************************************************
       1200-LOAD-TRIGGER-RULES.
           OPEN INPUT TRGR-FILE
           IF WS-TRGR-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLEVT: TRGRULE NOT AVAILABLE -- EVERY '
                   'EVENT WILL BE REPORTED AS HAVING NO RULE'
           ELSE
               PERFORM 8100-READ-TRGR
               PERFORM 1210-LOAD-ONE-RULE
                   UNTIL END-OF-TRGR-FILE
               CLOSE TRGR-FILE
           END-IF
           .

       1210-LOAD-ONE-RULE.
           MOVE 'N' TO WS-RULE-FOUND-SWITCH
           IF TRGR-EVENT-CODE IS NOT EQUAL TO SPACES
               MOVE TRGR-EVENT-CODE TO WS-FIND-EVENT-CODE
               PERFORM 7000-FIND-TRIGGER-RULE
           END-IF
           EVALUATE TRUE
               WHEN TRGR-EVENT-CODE IS EQUAL TO SPACES
                       OR TRGR-MESSAGE-TYPE IS EQUAL TO SPACES
                       OR TRGR-SEND-OFFSET IS NOT NUMERIC
                   MOVE 'UNUSABLE RULE: ' TO WS-EVENT-ERROR-TEXT
                   PERFORM 1220-REPORT-RULE-CARD
               WHEN TRIGGER-RULE-FOUND
                   MOVE 'DUPLICATE RULE IGNORED: '
                       TO WS-EVENT-ERROR-TEXT
                   PERFORM 1220-REPORT-RULE-CARD
               WHEN WS-RULE-COUNT IS NOT LESS THAN WS-RULE-MAX
                   MOVE 'RULE TABLE FULL, IGNORED: '
                       TO WS-EVENT-ERROR-TEXT
                   PERFORM 1220-REPORT-RULE-CARD
               WHEN OTHER
                   ADD 1 TO WS-RULE-COUNT
                   SET WS-RULE-IX TO WS-RULE-COUNT
                   MOVE TRGR-RECORD TO WS-RULE-ENTRY(WS-RULE-IX)
           END-EVALUATE
           PERFORM 8100-READ-TRGR
           .

       1220-REPORT-RULE-CARD.
           ADD 1 TO WS-RULE-REJECT-COUNT
           MOVE SPACES TO TRIGGER-REPORT-LINE
           STRING WS-EVENT-ERROR-TEXT       DELIMITED BY '  '
                   ' '                       DELIMITED BY SIZE
                   TRGR-EVENT-CODE           DELIMITED BY SIZE
                   ' '                       DELIMITED BY SIZE
                   TRGR-MESSAGE-TYPE         DELIMITED BY SIZE
                   INTO TRIGGER-REPORT-LINE
           END-STRING
           WRITE TRIGGER-REPORT-LINE
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLEVT: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *****************************************************************
      * ONE EVENT, AT MOST ONE LETTER.  THE VARIABLE VALUES ARE ALL
      * RESOLVED BEFORE ANYTHING IS WRITTEN, SO AN EVENT THAT FAILS
      * PARTWAY LEAVES NO ORPHAN V RECORDS ON THE FEED.  THE FULL
      * FRONT-END EDIT STILL RUNS DOWNSTREAM; ONLY WHAT CANNOT BE
      * BUILT INTO A DETAIL IS REFUSED HERE.
      *****************************************************************
       2000-CONVERT-EVENT.
           ADD 1 TO WS-READ-COUNT
           MOVE 'N' TO WS-EVENT-ERROR-SWITCH
           MOVE SPACES TO WS-EVENT-ERROR-TEXT
           MOVE SPACES TO WS-EVENT-ERROR-LABEL
           MOVE 'N' TO WS-RULE-FOUND-SWITCH
           IF EVNT-CUSTOMER-NUMBER IS NOT NUMERIC
                   OR EVNT-EVENT-CODE IS EQUAL TO SPACES
               SET EVENT-IN-ERROR TO TRUE
               MOVE 'UNUSABLE EVENT' TO WS-EVENT-ERROR-TEXT
           ELSE
               MOVE EVNT-EVENT-CODE TO WS-FIND-EVENT-CODE
               PERFORM 7000-FIND-TRIGGER-RULE
               IF NOT TRIGGER-RULE-FOUND
                   SET EVENT-IN-ERROR TO TRUE
                   MOVE 'NO TRIGGER RULE' TO WS-EVENT-ERROR-TEXT
               END-IF
           END-IF
           IF NOT EVENT-IN-ERROR
               MOVE 0 TO VAR-ENTRY-COUNT
               PERFORM 2100-MAP-ONE-VARIABLE
                   VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB IS GREATER THAN 5
                       OR EVENT-IN-ERROR
           END-IF
           IF EVENT-IN-ERROR
               PERFORM 2500-REPORT-EVENT
           ELSE
               PERFORM 2200-COMPUTE-SEND-DATE
               PERFORM 2300-WRITE-LETTER-REQUEST
           END-IF
           PERFORM 8000-READ-EVNT
           .

      *****************************************************************
      * A BLANK LABEL IS AN UNUSED SLOT.  AN OPTIONAL VALUE THE EVENT
      * LEFT BLANK IS SIMPLY NOT SENT (THE CATALOG TEXT KEEPS ITS
      * TOKEN); A REQUIRED ONE STOPS THE LETTER.
      *****************************************************************
       2100-MAP-ONE-VARIABLE.
           IF WS-RULE-VAR-LABEL(WS-RULE-IX, WS-MAP-SUB)
                   IS NOT EQUAL TO SPACES
               MOVE SPACES TO WS-MAPPED-VALUE
               MOVE WS-RULE-VAR-SOURCE(WS-RULE-IX, WS-MAP-SUB)
                   TO WS-SOURCE-CODE
               EVALUATE WS-SOURCE-CODE
                   WHEN '1' THRU '5'
                       MOVE EVNT-EVENT-FIELD(WS-SOURCE-FIELD)
                           TO WS-MAPPED-VALUE
                   WHEN 'A'
                       MOVE EVNT-ACCOUNT-NUMBER TO WS-MAPPED-VALUE
                   WHEN 'D'
                       IF EVNT-EVENT-DATE IS NUMERIC
                               AND EVNT-EVENT-DATE IS GREATER THAN ZERO
                           MOVE EVNT-EVENT-DATE TO WS-MAPPED-VALUE
                       END-IF
                   WHEN OTHER
                       SET EVENT-IN-ERROR TO TRUE
                       MOVE 'RULE SOURCE INVALID FOR'
                           TO WS-EVENT-ERROR-TEXT
                       MOVE WS-RULE-VAR-LABEL(WS-RULE-IX, WS-MAP-SUB)
                           TO WS-EVENT-ERROR-LABEL
               END-EVALUATE
               IF NOT EVENT-IN-ERROR
                   IF WS-MAPPED-VALUE IS EQUAL TO SPACES
                       IF WS-RULE-VAR-REQUIRED(WS-RULE-IX, WS-MAP-SUB)
                               IS EQUAL TO 'Y'
                           SET EVENT-IN-ERROR TO TRUE
                           MOVE 'MISSING REQUIRED VALUE'
                               TO WS-EVENT-ERROR-TEXT
                           MOVE WS-RULE-VAR-LABEL(WS-RULE-IX,
                                   WS-MAP-SUB)
                               TO WS-EVENT-ERROR-LABEL
                       END-IF
                   ELSE
                       ADD 1 TO VAR-ENTRY-COUNT
                       MOVE WS-RULE-VAR-LABEL(WS-RULE-IX, WS-MAP-SUB)
                           TO VAR-LABEL(VAR-ENTRY-COUNT)
                       MOVE WS-MAPPED-VALUE
                           TO VAR-VALUE(VAR-ENTRY-COUNT)
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************************
      * SEND DATE = EVENT DATE PLUS THE RULE'S OFFSET.  AN EVENT
      * WITHOUT A USABLE DATE IS TAKEN AS POSTED TODAY.  A SEND DATE
      * IN THE FUTURE IS PARKED ON THE PENDING-RELEASE FILE BY THE
      * NIGHTLY RUN LIKE ANY OTHER FUTURE-DATED DETAIL.
      *****************************************************************
       2200-COMPUTE-SEND-DATE.
           IF EVNT-EVENT-DATE IS NUMERIC
                   AND EVNT-EVENT-DATE IS GREATER THAN ZERO
               MOVE EVNT-EVENT-DATE TO WS-BASE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-BASE-DATE
           END-IF
           IF WS-RULE-SEND-OFFSET(WS-RULE-IX) IS GREATER THAN ZERO
               COMPUTE WS-SEND-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
                    + WS-RULE-SEND-OFFSET(WS-RULE-IX))
           ELSE
               MOVE WS-BASE-DATE TO WS-SEND-DATE
           END-IF
           .

       2300-WRITE-LETTER-REQUEST.
           PERFORM 2310-WRITE-VARIABLE-RECORD
               VARYING WS-VAR-SUB FROM 1 BY 1
               UNTIL WS-VAR-SUB IS GREATER THAN VAR-ENTRY-COUNT
           MOVE SPACES TO TRAN-RECORD
           MOVE 'D' TO TRAN-RECORD-TYPE
           MOVE EVNT-CUSTOMER-NUMBER TO TRAN-CUSTOMER-NUMBER
           MOVE WS-RULE-MESSAGE-TYPE(WS-RULE-IX) TO TRAN-MESSAGE-TYPE
           MOVE WS-SEND-DATE TO TRAN-SEND-DATE
           MOVE 0 TO TRAN-RECYCLE-AGE
           WRITE TRAN-RECORD
           ADD 1 TO WS-QUEUED-COUNT
           .

       2310-WRITE-VARIABLE-RECORD.
           MOVE SPACES TO TRAN-RECORD
           MOVE 'V' TO TRAN-RECORD-TYPE
           MOVE VAR-LABEL(WS-VAR-SUB) TO TRAN-VAR-LABEL
           MOVE VAR-VALUE(WS-VAR-SUB) TO TRAN-VAR-VALUE
           MOVE 0 TO TRAN-RECYCLE-AGE
           WRITE TRAN-RECORD
           ADD 1 TO WS-VARIABLE-COUNT
           .

       2500-REPORT-EVENT.
           IF TRIGGER-RULE-FOUND
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               ADD 1 TO WS-NO-RULE-COUNT
           END-IF
           MOVE SPACES TO TRIGGER-REPORT-LINE
           IF WS-EVENT-ERROR-LABEL IS NOT EQUAL TO SPACES
               STRING WS-EVENT-ERROR-TEXT   DELIMITED BY '  '
                       ' '                   DELIMITED BY SIZE
                       WS-EVENT-ERROR-LABEL  DELIMITED BY SPACE
                       ': '                  DELIMITED BY SIZE
                       EVNT-CUSTOMER-NUMBER  DELIMITED BY SIZE
                       ' '                   DELIMITED BY SIZE
                       EVNT-ACCOUNT-NUMBER   DELIMITED BY SIZE
                       ' '                   DELIMITED BY SIZE
                       EVNT-EVENT-CODE       DELIMITED BY SIZE
                       INTO TRIGGER-REPORT-LINE
               END-STRING
           ELSE
               STRING WS-EVENT-ERROR-TEXT   DELIMITED BY '  '
                       ': '                  DELIMITED BY SIZE
                       EVNT-CUSTOMER-NUMBER  DELIMITED BY SIZE
                       ' '                   DELIMITED BY SIZE
                       EVNT-ACCOUNT-NUMBER   DELIMITED BY SIZE
                       ' '                   DELIMITED BY SIZE
                       EVNT-EVENT-CODE       DELIMITED BY SIZE
                       ' '                   DELIMITED BY SIZE
                       EVNT-EVENT-DATE       DELIMITED BY SIZE
                       INTO TRIGGER-REPORT-LINE
               END-STRING
           END-IF
           WRITE TRIGGER-REPORT-LINE
           .

       7000-FIND-TRIGGER-RULE.
           MOVE 'N' TO WS-RULE-FOUND-SWITCH
           IF WS-RULE-COUNT IS GREATER THAN ZERO
               SET WS-RULE-IX TO 1
               SEARCH WS-RULE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RULE-IX IS GREATER THAN WS-RULE-COUNT
                       CONTINUE
                   WHEN WS-RULE-EVENT-CODE(WS-RULE-IX) IS EQUAL TO
                           WS-FIND-EVENT-CODE
                       SET TRIGGER-RULE-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

       8000-READ-EVNT.
           READ EVNT-FILE
               AT END
                   SET END-OF-EVNT-FILE TO TRUE
           END-READ
           .

       8100-READ-TRGR.
           READ TRGR-FILE
               AT END
                   SET END-OF-TRGR-FILE TO TRUE
           END-READ
           .

       9000-TERMINATE.
           MOVE SPACES TO TRAN-RECORD
           MOVE 'T' TO TRAN-RECORD-TYPE
           MOVE SPACES TO TRAN-SUBMITTING-SYSTEM
           MOVE WS-QUEUED-COUNT TO TRAN-CONTROL-COUNT
           MOVE 0 TO TRAN-RECYCLE-AGE
           WRITE TRAN-RECORD
           MOVE SPACES TO TRIGGER-REPORT-LINE
           WRITE TRIGGER-REPORT-LINE
           MOVE WS-RULE-COUNT TO WS-COUNT-EDIT
           STRING 'TRIGGER RULES LOADED:  ' DELIMITED BY SIZE
                   WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO TRIGGER-REPORT-LINE
           END-STRING
           WRITE TRIGGER-REPORT-LINE
           MOVE WS-RULE-REJECT-COUNT TO WS-COUNT-EDIT
           STRING 'RULE CARDS REFUSED:    ' DELIMITED BY SIZE
                   WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO TRIGGER-REPORT-LINE
           END-STRING
           WRITE TRIGGER-REPORT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           STRING 'EVENTS READ:           ' DELIMITED BY SIZE
                   WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO TRIGGER-REPORT-LINE
           END-STRING
           WRITE TRIGGER-REPORT-LINE
           MOVE WS-QUEUED-COUNT TO WS-COUNT-EDIT
           STRING 'LETTERS QUEUED:        ' DELIMITED BY SIZE
                   WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO TRIGGER-REPORT-LINE
           END-STRING
           WRITE TRIGGER-REPORT-LINE
           MOVE WS-VARIABLE-COUNT TO WS-COUNT-EDIT
           STRING 'VARIABLE RECORDS:      ' DELIMITED BY SIZE
                   WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO TRIGGER-REPORT-LINE
           END-STRING
           WRITE TRIGGER-REPORT-LINE
           MOVE WS-NO-RULE-COUNT TO WS-COUNT-EDIT
           STRING 'NO RULE / UNUSABLE:    ' DELIMITED BY SIZE
                   WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO TRIGGER-REPORT-LINE
           END-STRING
           WRITE TRIGGER-REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           STRING 'MISSING VALUES:        ' DELIMITED BY SIZE
                   WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO TRIGGER-REPORT-LINE
           END-STRING
           WRITE TRIGGER-REPORT-LINE
           CLOSE EVNT-FILE
           CLOSE EVNT-TRAN-FILE
           CLOSE TRIGGER-REPORT-FILE
           IF WS-NO-RULE-COUNT IS GREATER THAN ZERO
                   OR WS-REJECTED-COUNT IS GREATER THAN ZERO
                   OR WS-RULE-REJECT-COUNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE
           END-IF
           .
