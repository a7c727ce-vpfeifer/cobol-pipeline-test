       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLDBP.
      *****************************************************************
      * DIGITAL-BANKING PREFERENCE-CHANGE PROCESSING.  READS THE
      * NIGHTLY FILE OF PAPERLESS, E-MAIL, AND LANGUAGE CHANGES
      * CUSTOMERS MADE IN ONLINE BANKING, WHICH A CLERK USED TO REKEY
      * FROM A SPREADSHEET, AND FOR EACH CUSTOMER WHOSE PREFERENCES
      * REALLY CHANGED:
      *   - WRITES A CUSTOMER-MASTER UPDATE REQUEST (CUSTTRAN LAYOUT,
      *     THE MASTER RECORD AS IT STANDS WITH ONLY THE CHANGED
      *     PREFERENCES REPLACED) SUBMITTED UNDER THE 'DIGIBANK'
      *     SUBMITTER ID.  IT GOES THROUGH THE SAMPLAPV APPROVAL PASS
      *     AND THEN SAMPLCST'S NORMAL VALIDATION AND CUSTCHLG LOGGING
      *     LIKE ANY CLERK'S REQUEST, EXCEPT THAT SAMPLCST TAKES ONLY
      *     THE CHANNEL, E-MAIL KEY, AND LANGUAGE FROM IT.
      *   - QUEUES A PREFERENCE-CHANGE CONFIRMATION LETTER ON A
      *     TRANIN-FORMAT FEED (SUBMITTING SYSTEM 'DIGIBANK'), WITH
      *     THE OLD AND NEW VALUES AS VARIABLE DATA.  IT IS DATED FOR
      *     TONIGHT, SO IT IS GENERATED WHILE THE CUSTOMER MASTER
      *     STILL HOLDS THE PREVIOUS CHANNEL AND E-MAIL ADDRESS: THE
      *     REGULATIONS REQUIRE A PAPERLESS ENROLLMENT OR AN E-MAIL
      *     CHANGE TO BE CONFIRMED THROUGH THE CHANNEL THE CUSTOMER
      *     HAD BEFORE THE CHANGE.
      * A CHANGE FOR A CUSTOMER NOT ON THE MASTER, OR CARRYING A VALUE
      * SAMPLCST WOULD REFUSE, IS REPORTED AND NOT SUBMITTED.  SEVERAL
      * CHANGES FOR ONE CUSTOMER IN THE SAME NIGHT ARE APPLIED IN
      * TURN AND SUBMITTED, AND CONFIRMED, AS ONE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBP-CHANGE-FILE ASSIGN TO 'DBPCHG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBP-STATUS.
           SELECT CUST-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT MSGCAT-FILE ASSIGN TO 'MSGCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-CAT-KEY
               FILE STATUS IS WS-MSGCAT-STATUS.
           SELECT DBP-PARM-FILE ASSIGN TO 'DBPPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBPP-STATUS.
           SELECT CUST-SUBM-FILE ASSIGN TO 'DBPSUBM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUT-STATUS.
           SELECT DBP-TRAN-FILE ASSIGN TO 'DBPTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTRN-STATUS.
           SELECT DBP-REPORT-FILE ASSIGN TO 'DBPRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DBP-CHANGE-FILE.
           COPY DBPFILE.
       FD  CUST-FILE.
           COPY CUSTFILE.
       FD  MSGCAT-FILE.
           COPY MSGCAT.
       FD  DBP-PARM-FILE.
           COPY DBPPARM.
       FD  CUST-SUBM-FILE.
           COPY CUSTTRAN.
       FD  DBP-TRAN-FILE.
           COPY TRANFILE.
       FD  DBP-REPORT-FILE.
       01  DBP-REPORT-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-DBP-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-MSGCAT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-DBPP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CUT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-DTRN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-CONFIRM-MSG-TYPE           PIC X(15) VALUE 'PREFCHG'.
       01  WS-DBP-SUBMITTER-ID           PIC X(08) VALUE 'DIGIBANK'.
       01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
           88  END-OF-DBP-CHANGE-FILE        VALUE 'Y'.
       01  WS-CUST-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  CUSTOMER-ON-MASTER            VALUE 'Y'.
       01  WS-REJECT-SWITCH              PIC X(01) VALUE 'N'.
           88  CHANGE-REJECTED               VALUE 'Y'.
       01  WS-REJECT-REASON              PIC X(40) VALUE SPACES.
       01  WS-HOLD-CUSTOMER-NUMBER       PIC 9(09) VALUE 0.
       01  WS-HOLD-CHANGE-DATE           PIC 9(08) VALUE 0.
       01  WS-HOLD-CHANGE-TIME           PIC 9(06) VALUE 0.
      * THE CUSTOMER'S PREFERENCES AS THE CHANGES READ SO FAR LEAVE
      * THEM, STARTING FROM THE MASTER; AND THE NEXT CHANGE LAID OVER
      * THEM, WHILE IT IS EDITED.
       01  WS-NEW-PREFERENCES.
           05  WS-NEW-CHANNEL           PIC X(01).
           05  WS-NEW-EMAIL-KEY         PIC X(30).
           05  WS-NEW-LANGUAGE-CODE     PIC X(02).
       01  WS-OLD-PREFERENCES.
           05  WS-OLD-CHANNEL           PIC X(01).
           05  WS-OLD-EMAIL-KEY         PIC X(30).
           05  WS-OLD-LANGUAGE-CODE     PIC X(02).
       01  WS-EDIT-PREFERENCES.
           05  WS-EDIT-CHANNEL          PIC X(01).
           05  WS-EDIT-EMAIL-KEY        PIC X(30).
           05  WS-EDIT-LANGUAGE-CODE    PIC X(02).
       01  WS-MSGCAT-AVAIL-SWITCH        PIC X(01) VALUE 'N'.
           88  MSGCAT-AVAILABLE              VALUE 'Y'.
       01  WS-MSGCAT-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  END-OF-MSGCAT-FILE            VALUE 'Y'.
       01  WS-LANG-MAX                   PIC 9(02) VALUE 20.
       01  WS-LANG-COUNT                 PIC 9(02) VALUE 0.
       01  WS-LANG-TABLE.
           05  WS-LANG-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-LANG-IX.
               10  WS-LANG-CODE             PIC X(02).
       01  WS-LANG-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  LANGUAGE-IN-CATALOG           VALUE 'Y'.
       01  WS-LANG-OVERFLOW-SWITCH       PIC X(01) VALUE 'N'.
           88  LANG-TABLE-OVERFLOWED         VALUE 'Y'.
       01  WS-EMAIL-WORK                 PIC X(30) VALUE SPACES.
       01  WS-EMAIL-REV                  PIC X(30) VALUE SPACES.
       01  WS-EMAIL-TRAIL-COUNT          PIC 9(02) VALUE 0.
       01  WS-EMAIL-LENGTH               PIC 9(02) VALUE 0.
       01  WS-EMAIL-AT-COUNT             PIC 9(02) VALUE 0.
       01  WS-EMAIL-SPACE-COUNT          PIC 9(02) VALUE 0.
       01  WS-EMAIL-LOCAL-LENGTH         PIC 9(02) VALUE 0.
       01  WS-EMAIL-DOMAIN-LENGTH        PIC 9(02) VALUE 0.
       01  WS-EMAIL-VALID-SWITCH         PIC X(01) VALUE 'N'.
           88  EMAIL-FORMAT-VALID            VALUE 'Y'.
       01  WS-MASKED-EMAIL               PIC X(22) VALUE SPACES.
       01  WS-CHANNEL-WORK               PIC X(01) VALUE SPACE.
       01  WS-CHANNEL-TEXT               PIC X(22) VALUE SPACES.
       01  WS-VAR-LABEL                  PIC X(10) VALUE SPACES.
       01  WS-VAR-VALUE                  PIC X(22) VALUE SPACES.
       01  WS-CHANGED-ITEM-COUNT         PIC 9(01) VALUE 0.
       01  WS-RESULT-TEXT                PIC X(50) VALUE SPACES.
       01  WS-REPORT-LABEL               PIC X(10) VALUE SPACES.
       01  WS-REPORT-VALUE               PIC X(30) VALUE SPACES.
       01  WS-READ-COUNT                 PIC 9(07) VALUE 0.
       01  WS-SUBMITTED-COUNT            PIC 9(07) VALUE 0.
       01  WS-LETTER-COUNT               PIC 9(07) VALUE 0.
       01  WS-NO-CHANGE-COUNT            PIC 9(07) VALUE 0.
       01  WS-NOT-ON-MASTER-COUNT        PIC 9(07) VALUE 0.
       01  WS-REFUSED-COUNT              PIC 9(07) VALUE 0.
       01  WS-COUNT-EDIT                 PIC Z,ZZZ,ZZ9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CUSTOMER
               UNTIL END-OF-DBP-CHANGE-FILE
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-PARAMETERS
           OPEN INPUT DBP-CHANGE-FILE
           IF WS-DBP-STATUS IS NOT EQUAL TO '00'
               MOVE 'DBPCHG' TO WS-ABORT-FILE-NAME
               MOVE WS-DBP-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS IS NOT EQUAL TO '00'
               MOVE 'CUSTMAST' TO WS-ABORT-FILE-NAME
               MOVE WS-CUST-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT CUST-SUBM-FILE
           IF WS-CUT-STATUS IS NOT EQUAL TO '00'
               MOVE 'DBPSUBM' TO WS-ABORT-FILE-NAME
               MOVE WS-CUT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT DBP-TRAN-FILE
           IF WS-DTRN-STATUS IS NOT EQUAL TO '00'
               MOVE 'DBPTRAN' TO WS-ABORT-FILE-NAME
               MOVE WS-DTRN-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT DBP-REPORT-FILE
           IF WS-RPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'DBPRPT' TO WS-ABORT-FILE-NAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           MOVE SPACES TO DBP-REPORT-LINE
           STRING 'DIGITAL-BANKING PREFERENCE CHANGE REPORT FOR '
                                        DELIMITED BY SIZE
                   'CUSTOMER SERVICE -- ' DELIMITED BY SIZE
                   WS-RUN-DATE          DELIMITED BY SIZE
                   INTO DBP-REPORT-LINE
           END-STRING
           WRITE DBP-REPORT-LINE
           MOVE SPACES TO TRAN-RECORD
           MOVE 'H' TO TRAN-RECORD-TYPE
           MOVE WS-DBP-SUBMITTER-ID TO TRAN-SUBMITTING-SYSTEM
           MOVE 0 TO TRAN-CONTROL-COUNT
           MOVE 0 TO TRAN-RECYCLE-AGE
           WRITE TRAN-RECORD
           PERFORM 1800-LOAD-CATALOG-LANGUAGES
           PERFORM 8000-READ-DBP-CHANGE
           .

       1100-READ-PARAMETERS.
           OPEN INPUT DBP-PARM-FILE
           IF WS-DBPP-STATUS IS EQUAL TO '00'
               READ DBP-PARM-FILE
                   NOT AT END
                       IF DBPP-CONFIRM-MSG-TYPE IS NOT EQUAL TO SPACES
                           MOVE DBPP-CONFIRM-MSG-TYPE
                               TO WS-CONFIRM-MSG-TYPE
                       END-IF
               END-READ
               CLOSE DBP-PARM-FILE
           ELSE
               DISPLAY 'SAMPLDBP: DBPPARM NOT AVAILABLE -- '
                   WS-CONFIRM-MSG-TYPE ' LETTERS QUEUED'
           END-IF
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLDBP: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *****************************************************************
      * THE LANGUAGES ACTUALLY IN THE MESSAGE CATALOG, FOR THE SAME
      * LANGUAGE EDIT SAMPLCST APPLIES.  WITHOUT THE CATALOG THE EDIT
      * IS BYPASSED AND LEFT TO SAMPLCST.
      *****************************************************************
       1800-LOAD-CATALOG-LANGUAGES.
           OPEN INPUT MSGCAT-FILE
           IF WS-MSGCAT-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLDBP: MSGCAT NOT AVAILABLE -- LANGUAGE '
                   'EDIT BYPASSED'
           ELSE
               SET MSGCAT-AVAILABLE TO TRUE
               PERFORM 8300-READ-MSGCAT-NEXT
               PERFORM 1850-TALLY-CATALOG-LANGUAGE
                   UNTIL END-OF-MSGCAT-FILE
               CLOSE MSGCAT-FILE
           END-IF
           .

       1850-TALLY-CATALOG-LANGUAGE.
           MOVE 'N' TO WS-LANG-FOUND-SWITCH
           IF WS-LANG-COUNT IS GREATER THAN ZERO
               SET WS-LANG-IX TO 1
               SEARCH WS-LANG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LANG-IX IS GREATER THAN WS-LANG-COUNT
                       CONTINUE
                   WHEN WS-LANG-CODE(WS-LANG-IX) IS EQUAL TO
                           MSG-CAT-LANGUAGE
                       SET LANGUAGE-IN-CATALOG TO TRUE
               END-SEARCH
           END-IF
           IF NOT LANGUAGE-IN-CATALOG
               IF WS-LANG-COUNT IS LESS THAN WS-LANG-MAX
                   ADD 1 TO WS-LANG-COUNT
                   SET WS-LANG-IX TO WS-LANG-COUNT
                   MOVE MSG-CAT-LANGUAGE TO WS-LANG-CODE(WS-LANG-IX)
               ELSE
                   IF NOT LANG-TABLE-OVERFLOWED
                       DISPLAY 'SAMPLDBP: MORE THAN ' WS-LANG-MAX
                           ' CATALOG LANGUAGES -- LANGUAGE EDIT '
                           'BYPASSED'
                       SET LANG-TABLE-OVERFLOWED TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM 8300-READ-MSGCAT-NEXT
           .

      *****************************************************************
      * ONE CUSTOMER'S CHANGES FOR THE NIGHT.  THEY ARE LAID OVER THE
      * MASTER'S PREFERENCES IN TURN AND SUBMITTED AS ONE REQUEST, SO
      * A LATER CHANGE NEVER UNDOES AN EARLIER ONE IN THE SAME NIGHT
      * AND THE CUSTOMER GETS ONE CONFIRMATION LETTER.
      *****************************************************************
       2000-PROCESS-CUSTOMER.
           MOVE DBP-CUSTOMER-NUMBER TO WS-HOLD-CUSTOMER-NUMBER
           PERFORM 2400-READ-CUSTOMER-MASTER
           IF CUSTOMER-ON-MASTER
               MOVE CUST-DELIVERY-CHANNEL TO WS-OLD-CHANNEL
               MOVE CUST-EMAIL-KEY TO WS-OLD-EMAIL-KEY
               MOVE CUST-LANGUAGE-CODE TO WS-OLD-LANGUAGE-CODE
           ELSE
               MOVE SPACES TO WS-OLD-PREFERENCES
           END-IF
           MOVE WS-OLD-PREFERENCES TO WS-NEW-PREFERENCES
           PERFORM 2100-APPLY-CHANGE
               UNTIL END-OF-DBP-CHANGE-FILE
                   OR DBP-CUSTOMER-NUMBER IS NOT EQUAL TO
                       WS-HOLD-CUSTOMER-NUMBER
           IF CUSTOMER-ON-MASTER
               IF WS-NEW-PREFERENCES IS EQUAL TO WS-OLD-PREFERENCES
                   ADD 1 TO WS-NO-CHANGE-COUNT
               ELSE
                   PERFORM 2500-SUBMIT-PREFERENCES
               END-IF
           END-IF
           .

       2100-APPLY-CHANGE.
           ADD 1 TO WS-READ-COUNT
           MOVE DBP-CHANGE-DATE TO WS-HOLD-CHANGE-DATE
           MOVE DBP-CHANGE-TIME TO WS-HOLD-CHANGE-TIME
           MOVE 'N' TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           IF DBP-CUSTOMER-NUMBER IS NOT NUMERIC
                   OR DBP-CUSTOMER-NUMBER IS EQUAL TO ZERO
               MOVE 'CUSTOMER NUMBER NOT VALID' TO WS-REJECT-REASON
               SET CHANGE-REJECTED TO TRUE
           END-IF
           IF NOT CHANGE-REJECTED
                   AND NOT CUSTOMER-ON-MASTER
               MOVE 'NOT ON CUSTOMER MASTER' TO WS-REJECT-REASON
               SET CHANGE-REJECTED TO TRUE
           END-IF
           IF CHANGE-REJECTED
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
           ELSE
               MOVE WS-NEW-PREFERENCES TO WS-EDIT-PREFERENCES
               IF DBP-DELIVERY-CHANNEL IS NOT EQUAL TO SPACE
                   MOVE DBP-DELIVERY-CHANNEL TO WS-EDIT-CHANNEL
               END-IF
               IF DBP-EMAIL-KEY IS NOT EQUAL TO SPACES
                   MOVE DBP-EMAIL-KEY TO WS-EDIT-EMAIL-KEY
               END-IF
               IF DBP-LANGUAGE-CODE IS NOT EQUAL TO SPACES
                   MOVE DBP-LANGUAGE-CODE TO WS-EDIT-LANGUAGE-CODE
               END-IF
               PERFORM 3000-VALIDATE-PREFERENCES
               IF CHANGE-REJECTED
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   MOVE WS-EDIT-PREFERENCES TO WS-NEW-PREFERENCES
               END-IF
           END-IF
           IF CHANGE-REJECTED
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'REFUSED -- '        DELIMITED BY SIZE
                       WS-REJECT-REASON    DELIMITED BY SIZE
                       INTO WS-RESULT-TEXT
               END-STRING
               PERFORM 6000-WRITE-REPORT-HEADLINE
           END-IF
           PERFORM 8000-READ-DBP-CHANGE
           .

       2400-READ-CUSTOMER-MASTER.
           MOVE 'N' TO WS-CUST-FOUND-SWITCH
           IF DBP-CUSTOMER-NUMBER IS NUMERIC
               MOVE DBP-CUSTOMER-NUMBER TO CUST-CUSTOMER-NUMBER
               READ CUST-FILE
                   INVALID KEY
                       MOVE SPACES TO CUST-CUSTOMER-NAME
                   NOT INVALID KEY
                       SET CUSTOMER-ON-MASTER TO TRUE
               END-READ
           ELSE
               MOVE SPACES TO CUST-CUSTOMER-NAME
           END-IF
           .

      *****************************************************************
      * THE UPDATE REQUEST IS THE CUSTOMER'S MASTER RECORD AS IT
      * STANDS WITH THE PREFERENCES REPLACED, SO IT PASSES SAMPLCST'S
      * FULL-IMAGE EDITS.  SAMPLCST APPLIES ONLY THE PREFERENCES FROM
      * A 'DIGIBANK' REQUEST, SO ANY OTHER CHANGE APPROVED IN THE
      * MEANTIME IS NOT REVERTED.  THE CONFIRMATION LETTER CARRIES
      * ONE OLD/NEW PAIR PER PREFERENCE CHANGED; WHEN ALL THREE
      * CHANGED THE OLD LANGUAGE IS LEFT OFF, AS A DETAIL CARRIES AT
      * MOST FIVE VARIABLE VALUES.
      *****************************************************************
       2500-SUBMIT-PREFERENCES.
           MOVE SPACES TO CUT-RECORD
           MOVE 'U' TO CUT-ACTION-CODE
           MOVE CUST-CUSTOMER-NUMBER TO CUT-CUSTOMER-NUMBER
           MOVE CUST-CUSTOMER-NAME TO CUT-CUSTOMER-NAME
           MOVE CUST-ACCOUNT-NUMBER TO CUT-ACCOUNT-NUMBER
           MOVE WS-NEW-LANGUAGE-CODE TO CUT-LANGUAGE-CODE
           MOVE CUST-MAILING-ADDRESS TO CUT-MAILING-ADDRESS
           MOVE WS-NEW-CHANNEL TO CUT-DELIVERY-CHANNEL
           MOVE WS-NEW-EMAIL-KEY TO CUT-EMAIL-KEY
           MOVE CUST-ACCESSIBLE-FORMAT TO CUT-ACCESSIBLE-FORMAT
           MOVE WS-DBP-SUBMITTER-ID TO CUT-SUBMITTER-ID
           MOVE SPACES TO CUT-APPROVER-ID
           WRITE CUT-RECORD
           ADD 1 TO WS-SUBMITTED-COUNT
           MOVE 0 TO WS-CHANGED-ITEM-COUNT
           IF WS-NEW-CHANNEL IS NOT EQUAL TO WS-OLD-CHANNEL
               ADD 1 TO WS-CHANGED-ITEM-COUNT
           END-IF
           IF WS-NEW-EMAIL-KEY IS NOT EQUAL TO WS-OLD-EMAIL-KEY
               ADD 1 TO WS-CHANGED-ITEM-COUNT
           END-IF
           IF WS-NEW-LANGUAGE-CODE IS NOT EQUAL TO WS-OLD-LANGUAGE-CODE
               ADD 1 TO WS-CHANGED-ITEM-COUNT
           END-IF
           MOVE 'PREFERENCE UPDATE SUBMITTED, LETTER QUEUED'
               TO WS-RESULT-TEXT
           PERFORM 6000-WRITE-REPORT-HEADLINE
           IF WS-NEW-CHANNEL IS NOT EQUAL TO WS-OLD-CHANNEL
               MOVE WS-OLD-CHANNEL TO WS-CHANNEL-WORK
               PERFORM 2600-FORMAT-CHANNEL
               MOVE 'OLDCHANNEL' TO WS-VAR-LABEL
               MOVE WS-CHANNEL-TEXT TO WS-VAR-VALUE
               PERFORM 2800-WRITE-VARIABLE
               MOVE WS-CHANNEL-TEXT TO WS-REPORT-VALUE
               MOVE '    FROM: ' TO WS-REPORT-LABEL
               PERFORM 6100-WRITE-REPORT-VALUE
               MOVE WS-NEW-CHANNEL TO WS-CHANNEL-WORK
               PERFORM 2600-FORMAT-CHANNEL
               MOVE 'NEWCHANNEL' TO WS-VAR-LABEL
               MOVE WS-CHANNEL-TEXT TO WS-VAR-VALUE
               PERFORM 2800-WRITE-VARIABLE
               MOVE WS-CHANNEL-TEXT TO WS-REPORT-VALUE
               MOVE '    TO:   ' TO WS-REPORT-LABEL
               PERFORM 6100-WRITE-REPORT-VALUE
           END-IF
           IF WS-NEW-EMAIL-KEY IS NOT EQUAL TO WS-OLD-EMAIL-KEY
               MOVE WS-OLD-EMAIL-KEY TO WS-EMAIL-WORK
               PERFORM 2700-MASK-EMAIL
               MOVE 'OLDEMAIL' TO WS-VAR-LABEL
               MOVE WS-MASKED-EMAIL TO WS-VAR-VALUE
               PERFORM 2800-WRITE-VARIABLE
               MOVE WS-OLD-EMAIL-KEY TO WS-REPORT-VALUE
               MOVE '    FROM: ' TO WS-REPORT-LABEL
               PERFORM 6100-WRITE-REPORT-VALUE
               MOVE WS-NEW-EMAIL-KEY TO WS-EMAIL-WORK
               PERFORM 2700-MASK-EMAIL
               MOVE 'NEWEMAIL' TO WS-VAR-LABEL
               MOVE WS-MASKED-EMAIL TO WS-VAR-VALUE
               PERFORM 2800-WRITE-VARIABLE
               MOVE WS-NEW-EMAIL-KEY TO WS-REPORT-VALUE
               MOVE '    TO:   ' TO WS-REPORT-LABEL
               PERFORM 6100-WRITE-REPORT-VALUE
           END-IF
           IF WS-NEW-LANGUAGE-CODE IS NOT EQUAL TO WS-OLD-LANGUAGE-CODE
               MOVE 'OLDLANG' TO WS-VAR-LABEL
               MOVE WS-OLD-LANGUAGE-CODE TO WS-VAR-VALUE
               IF WS-OLD-LANGUAGE-CODE IS EQUAL TO SPACES
                   MOVE 'EN' TO WS-VAR-VALUE
               END-IF
               IF WS-CHANGED-ITEM-COUNT IS LESS THAN 3
                   PERFORM 2800-WRITE-VARIABLE
               END-IF
               MOVE WS-VAR-VALUE TO WS-REPORT-VALUE
               MOVE '    FROM: ' TO WS-REPORT-LABEL
               PERFORM 6100-WRITE-REPORT-VALUE
               MOVE 'NEWLANG' TO WS-VAR-LABEL
               MOVE WS-NEW-LANGUAGE-CODE TO WS-VAR-VALUE
               IF WS-NEW-LANGUAGE-CODE IS EQUAL TO SPACES
                   MOVE 'EN' TO WS-VAR-VALUE
               END-IF
               PERFORM 2800-WRITE-VARIABLE
               MOVE WS-VAR-VALUE TO WS-REPORT-VALUE
               MOVE '    TO:   ' TO WS-REPORT-LABEL
               PERFORM 6100-WRITE-REPORT-VALUE
           END-IF
           MOVE SPACES TO TRAN-RECORD
           MOVE 'D' TO TRAN-RECORD-TYPE
           MOVE CUST-CUSTOMER-NUMBER TO TRAN-CUSTOMER-NUMBER
           MOVE WS-CONFIRM-MSG-TYPE TO TRAN-MESSAGE-TYPE
           MOVE WS-RUN-DATE TO TRAN-SEND-DATE
           MOVE 0 TO TRAN-RECYCLE-AGE
           WRITE TRAN-RECORD
           ADD 1 TO WS-LETTER-COUNT
           .

      *****************************************************************
      * A BLANK CHANNEL IS PAPER DOWNSTREAM, AS IN SAMPLEDR.
      *****************************************************************
       2600-FORMAT-CHANNEL.
           EVALUATE WS-CHANNEL-WORK
               WHEN 'E'
                   MOVE 'ELECTRONIC' TO WS-CHANNEL-TEXT
               WHEN 'B'
                   MOVE 'PAPER AND ELECTRONIC' TO WS-CHANNEL-TEXT
               WHEN OTHER
                   MOVE 'PAPER' TO WS-CHANNEL-TEXT
           END-EVALUATE
           .

      *****************************************************************
      * A LETTER MAY GO BY PAPER, SO IT NEVER SPELLS OUT AN E-MAIL
      * ADDRESS: IT SHOWS THE FIRST CHARACTER, '***', AND THE DOMAIN
      * (E.G. J***@EXAMPLE.COM), CUT TO THE VARIABLE'S 22 CHARACTERS.
      *****************************************************************
       2700-MASK-EMAIL.
           MOVE SPACES TO WS-MASKED-EMAIL
           IF WS-EMAIL-WORK IS EQUAL TO SPACES
               MOVE 'NONE' TO WS-MASKED-EMAIL
           ELSE
               PERFORM 3200-MEASURE-EMAIL
               IF WS-EMAIL-DOMAIN-LENGTH IS GREATER THAN ZERO
                   STRING WS-EMAIL-WORK(1:1)  DELIMITED BY SIZE
                           '***'              DELIMITED BY SIZE
                           WS-EMAIL-WORK(WS-EMAIL-LOCAL-LENGTH + 1:
                               WS-EMAIL-DOMAIN-LENGTH)
                                              DELIMITED BY SIZE
                           INTO WS-MASKED-EMAIL
                   END-STRING
               ELSE
                   STRING WS-EMAIL-WORK(1:1)  DELIMITED BY SIZE
                           '***'              DELIMITED BY SIZE
                           INTO WS-MASKED-EMAIL
                   END-STRING
               END-IF
           END-IF
           .

       2800-WRITE-VARIABLE.
           MOVE SPACES TO TRAN-RECORD
           MOVE 'V' TO TRAN-RECORD-TYPE
           MOVE WS-VAR-LABEL TO TRAN-VAR-LABEL
           MOVE WS-VAR-VALUE TO TRAN-VAR-VALUE
           MOVE 0 TO TRAN-RECYCLE-AGE
           WRITE TRAN-RECORD
           .

      *****************************************************************
      * THE CUSTOMER'S PREFERENCES WITH THIS CHANGE LAID OVER THEM
      * MUST PASS THE EDITS SAMPLCST APPLIES TO AN UPDATE, PLUS A
      * FORMAT CHECK ON A NEW E-MAIL ADDRESS, OR THE WHOLE CHANGE IS
      * REFUSED AND THE PREVIOUS PREFERENCES STAND.
      *****************************************************************
       3000-VALIDATE-PREFERENCES.
           IF WS-EDIT-CHANNEL IS NOT EQUAL TO SPACE
                   AND WS-EDIT-CHANNEL IS NOT EQUAL TO 'P'
                   AND WS-EDIT-CHANNEL IS NOT EQUAL TO 'E'
                   AND WS-EDIT-CHANNEL IS NOT EQUAL TO 'B'
               MOVE 'DELIVERY CHANNEL NOT P, E, OR B'
                   TO WS-REJECT-REASON
               SET CHANGE-REJECTED TO TRUE
           END-IF
           IF NOT CHANGE-REJECTED
                   AND (WS-EDIT-CHANNEL IS EQUAL TO 'E'
                       OR WS-EDIT-CHANNEL IS EQUAL TO 'B')
                   AND WS-EDIT-EMAIL-KEY IS EQUAL TO SPACES
               MOVE 'E-MAIL KEY REQUIRED FOR E-DELIVERY'
                   TO WS-REJECT-REASON
               SET CHANGE-REJECTED TO TRUE
           END-IF
           IF NOT CHANGE-REJECTED
                   AND DBP-EMAIL-KEY IS NOT EQUAL TO SPACES
               MOVE DBP-EMAIL-KEY TO WS-EMAIL-WORK
               PERFORM 3100-VALIDATE-EMAIL-FORMAT
               IF NOT EMAIL-FORMAT-VALID
                   MOVE 'E-MAIL ADDRESS NOT NAME@DOMAIN'
                       TO WS-REJECT-REASON
                   SET CHANGE-REJECTED TO TRUE
               END-IF
           END-IF
      * A BLANK LANGUAGE PREFERENCE IS VALID -- THE MESSAGE LOGIC
      * DEFAULTS IT TO ENGLISH.
           IF NOT CHANGE-REJECTED
                   AND WS-EDIT-LANGUAGE-CODE IS NOT EQUAL TO SPACES
                   AND MSGCAT-AVAILABLE
                   AND NOT LANG-TABLE-OVERFLOWED
               MOVE 'N' TO WS-LANG-FOUND-SWITCH
               IF WS-LANG-COUNT IS GREATER THAN ZERO
                   SET WS-LANG-IX TO 1
                   SEARCH WS-LANG-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-LANG-IX IS GREATER THAN WS-LANG-COUNT
                           CONTINUE
                       WHEN WS-LANG-CODE(WS-LANG-IX) IS EQUAL TO
                               WS-EDIT-LANGUAGE-CODE
                           SET LANGUAGE-IN-CATALOG TO TRUE
                   END-SEARCH
               END-IF
               IF NOT LANGUAGE-IN-CATALOG
                   MOVE 'LANGUAGE CODE NOT IN CATALOG'
                       TO WS-REJECT-REASON
                   SET CHANGE-REJECTED TO TRUE
               END-IF
           END-IF
           .

      *****************************************************************
      * ONE '@', NOT FIRST OR LAST, AND NO EMBEDDED SPACES.
      *****************************************************************
       3100-VALIDATE-EMAIL-FORMAT.
           MOVE 'N' TO WS-EMAIL-VALID-SWITCH
           PERFORM 3200-MEASURE-EMAIL
           MOVE 0 TO WS-EMAIL-AT-COUNT
           MOVE 0 TO WS-EMAIL-SPACE-COUNT
           INSPECT WS-EMAIL-WORK(1:WS-EMAIL-LENGTH)
               TALLYING WS-EMAIL-AT-COUNT FOR ALL '@'
                        WS-EMAIL-SPACE-COUNT FOR ALL SPACE
           IF WS-EMAIL-AT-COUNT IS EQUAL TO 1
                   AND WS-EMAIL-SPACE-COUNT IS EQUAL TO ZERO
                   AND WS-EMAIL-LOCAL-LENGTH IS GREATER THAN ZERO
                   AND WS-EMAIL-DOMAIN-LENGTH IS GREATER THAN 1
               SET EMAIL-FORMAT-VALID TO TRUE
           END-IF
           .

      *****************************************************************
      * LENGTH OF THE ADDRESS WITHOUT TRAILING SPACES, OF THE PART
      * BEFORE THE FIRST '@', AND OF THE '@' AND DOMAIN AFTER IT (ZERO
      * WHEN THERE IS NO '@').
      *****************************************************************
       3200-MEASURE-EMAIL.
           MOVE FUNCTION REVERSE(WS-EMAIL-WORK) TO WS-EMAIL-REV
           MOVE 0 TO WS-EMAIL-TRAIL-COUNT
           INSPECT WS-EMAIL-REV
               TALLYING WS-EMAIL-TRAIL-COUNT FOR LEADING SPACE
           COMPUTE WS-EMAIL-LENGTH = 30 - WS-EMAIL-TRAIL-COUNT
           MOVE 0 TO WS-EMAIL-LOCAL-LENGTH
           INSPECT WS-EMAIL-WORK(1:WS-EMAIL-LENGTH)
               TALLYING WS-EMAIL-LOCAL-LENGTH
                   FOR CHARACTERS BEFORE INITIAL '@'
           COMPUTE WS-EMAIL-DOMAIN-LENGTH =
               WS-EMAIL-LENGTH - WS-EMAIL-LOCAL-LENGTH
           .

       6000-WRITE-REPORT-HEADLINE.
           MOVE SPACES TO DBP-REPORT-LINE
           WRITE DBP-REPORT-LINE
           STRING 'CUSTOMER '           DELIMITED BY SIZE
                   WS-HOLD-CUSTOMER-NUMBER
                                        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   CUST-CUSTOMER-NAME   DELIMITED BY SIZE
                   ' CHANGED '          DELIMITED BY SIZE
                   WS-HOLD-CHANGE-DATE  DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-HOLD-CHANGE-TIME  DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   WS-RESULT-TEXT       DELIMITED BY SIZE
                   INTO DBP-REPORT-LINE
           END-STRING
           WRITE DBP-REPORT-LINE
           .

       6100-WRITE-REPORT-VALUE.
           MOVE SPACES TO DBP-REPORT-LINE
           STRING WS-REPORT-LABEL          DELIMITED BY SIZE
                   WS-VAR-LABEL            DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WS-REPORT-VALUE         DELIMITED BY SIZE
                   INTO DBP-REPORT-LINE
           END-STRING
           WRITE DBP-REPORT-LINE
           .

       8000-READ-DBP-CHANGE.
           READ DBP-CHANGE-FILE
               AT END
                   SET END-OF-DBP-CHANGE-FILE TO TRUE
           END-READ
           .

       8300-READ-MSGCAT-NEXT.
           READ MSGCAT-FILE NEXT RECORD
               AT END
                   SET END-OF-MSGCAT-FILE TO TRUE
           END-READ
           IF WS-MSGCAT-STATUS IS NOT EQUAL TO '00'
               SET END-OF-MSGCAT-FILE TO TRUE
           END-IF
           .

       9000-TERMINATE.
           MOVE SPACES TO TRAN-RECORD
           MOVE 'T' TO TRAN-RECORD-TYPE
           MOVE SPACES TO TRAN-SUBMITTING-SYSTEM
           MOVE WS-LETTER-COUNT TO TRAN-CONTROL-COUNT
           MOVE 0 TO TRAN-RECYCLE-AGE
           WRITE TRAN-RECORD
           MOVE SPACES TO DBP-REPORT-LINE
           WRITE DBP-REPORT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           STRING 'CHANGE RECORDS READ:     ' DELIMITED BY SIZE
                   WS-COUNT-EDIT              DELIMITED BY SIZE
                   INTO DBP-REPORT-LINE
           END-STRING
           WRITE DBP-REPORT-LINE
           MOVE WS-SUBMITTED-COUNT TO WS-COUNT-EDIT
           STRING 'UPDATES SUBMITTED:       ' DELIMITED BY SIZE
                   WS-COUNT-EDIT              DELIMITED BY SIZE
                   INTO DBP-REPORT-LINE
           END-STRING
           WRITE DBP-REPORT-LINE
           MOVE WS-LETTER-COUNT TO WS-COUNT-EDIT
           STRING 'CONFIRMATIONS QUEUED:    ' DELIMITED BY SIZE
                   WS-COUNT-EDIT              DELIMITED BY SIZE
                   INTO DBP-REPORT-LINE
           END-STRING
           WRITE DBP-REPORT-LINE
           MOVE WS-NO-CHANGE-COUNT TO WS-COUNT-EDIT
           STRING 'ALREADY CURRENT:         ' DELIMITED BY SIZE
                   WS-COUNT-EDIT              DELIMITED BY SIZE
                   INTO DBP-REPORT-LINE
           END-STRING
           WRITE DBP-REPORT-LINE
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-COUNT-EDIT
           STRING 'NOT ON MASTER:           ' DELIMITED BY SIZE
                   WS-COUNT-EDIT              DELIMITED BY SIZE
                   INTO DBP-REPORT-LINE
           END-STRING
           WRITE DBP-REPORT-LINE
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
           STRING 'INVALID VALUES REFUSED:  ' DELIMITED BY SIZE
                   WS-COUNT-EDIT              DELIMITED BY SIZE
                   INTO DBP-REPORT-LINE
           END-STRING
           WRITE DBP-REPORT-LINE
           CLOSE DBP-CHANGE-FILE
           CLOSE CUST-FILE
           CLOSE CUST-SUBM-FILE
           CLOSE DBP-TRAN-FILE
           CLOSE DBP-REPORT-FILE
           IF WS-NOT-ON-MASTER-COUNT IS GREATER THAN ZERO
                   OR WS-REFUSED-COUNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE
           END-IF
           .
