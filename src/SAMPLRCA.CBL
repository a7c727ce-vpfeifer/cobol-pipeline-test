       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLRCA.
      *****************************************************************
      * ACCESSIBLE-FORMAT VENDOR CONFIRMATION RECONCILIATION.  THE
      * SAMPLRCN RECONCILIATION FOR THE SPECIALTY VENDOR THAT PRODUCES
      * LARGE-PRINT AND BRAILLE LETTERS: MATCHES THAT VENDOR'S NIGHTLY
      * CONFIRMATION FILE AGAINST THE LETTERS ON THE ACCESSIBLE-FORMAT
      * EXTRACT, REPORTS LETTERS THE VENDOR NEVER CONFIRMED AND
      * CONFIRMATIONS WE HAVE NO RECORD OF SENDING, AGES UNCONFIRMED
      * ITEMS ACROSS NIGHTS ON ITS OWN CARRY-FORWARD FILE, AND
      * BALANCES THE EXTRACT AGAINST ITS MANIFEST.  ITS RUN-CONTROL
      * RECORD IS A GATED STAGE, SO NEITHER VENDOR'S FILE IS RELEASED
      * UNLESS BOTH EXTRACTS BALANCED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCS-FILE ASSIGN TO 'ACCSEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCS-STATUS.
           SELECT CONF-FILE ASSIGN TO 'ACCCONF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.
           SELECT UNCF-IN-FILE ASSIGN TO 'AUNCFIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNCF-IN-STATUS.
           SELECT UNCF-OUT-FILE ASSIGN TO 'AUNCFOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNCF-OUT-STATUS.
           SELECT RCN-PARM-FILE ASSIGN TO 'RCAPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCNP-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO 'RCARPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCS-FILE.
           COPY ACCXFILE.
      * THE SPECIALTY VENDOR CONFIRMS IN THE SAME LAYOUT AS THE
      * STANDARD PRINT VENDOR: CUSTOMER NUMBER AND PRINT DATE.
       FD  CONF-FILE.
           COPY CONFFILE.
       FD  UNCF-IN-FILE.
           COPY UNCFFILE.
       FD  UNCF-OUT-FILE.
       01  UNCF-OUT-RECORD.
           05  UNCF-OUT-CUSTOMER-NUMBER PIC 9(09).
           05  UNCF-OUT-PRINT-DATE      PIC 9(08).
           05  UNCF-OUT-DAYS            PIC 9(03).
       FD  RCN-PARM-FILE.
           COPY RCNPARM.
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE            PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY RUNCFILE.
       WORKING-STORAGE SECTION.
       01  WS-RUNC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-RUN-TIME                   PIC 9(06) VALUE 0.
       01  WS-ACCS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CONF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UNCF-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-UNCF-OUT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RCNP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
      * LARGE-PRINT AND BRAILLE PRODUCTION TAKES LONGER THAN STANDARD
      * PRINT, SO THE DEFAULT ALLOWS MORE NIGHTS THAN SAMPLRCN'S.
       01  WS-ESCALATE-DAYS              PIC 9(03) VALUE 10.
       01  WS-ACCS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-ACCS-FILE              VALUE 'Y'.
       01  WS-CONF-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-CONF-FILE              VALUE 'Y'.
       01  WS-UNCF-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-UNCF-IN-FILE           VALUE 'Y'.
       01  WS-CONF-MAX                   PIC 9(05) VALUE 10000.
       01  WS-CONF-COUNT                 PIC 9(05) VALUE 0.
       01  WS-CONF-OVERFLOW-SWITCH       PIC X(01) VALUE 'N'.
           88  CONF-TABLE-OVERFLOWED         VALUE 'Y'.
       01  WS-CONF-TABLE.
           05  WS-CONF-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-CONF-IX.
               10  WS-CONF-CUSTOMER         PIC 9(09).
               10  WS-CONF-DATE             PIC 9(08).
               10  WS-CONF-MATCHED-SWITCH   PIC X(01).
                   88  CONFIRMATION-MATCHED     VALUE 'Y'.
       01  WS-CONF-SUB                   PIC 9(05) VALUE 0.
       01  WS-MATCH-SWITCH               PIC X(01) VALUE 'N'.
           88  LETTER-CONFIRMED              VALUE 'Y'.
       01  WS-MATCH-CUSTOMER             PIC 9(09) VALUE 0.
       01  WS-MATCH-DATE                 PIC 9(08) VALUE 0.
       01  WS-AGED-DAYS                  PIC 9(03) VALUE 0.
       01  WS-MANIFEST-LETTERS           PIC 9(07) VALUE 0.
       01  WS-MANIFEST-FOUND-SWITCH      PIC X(01) VALUE 'N'.
           88  MANIFEST-TOTAL-FOUND          VALUE 'Y'.
       01  WS-MANIFEST-MISMATCH-SWITCH   PIC X(01) VALUE 'N'.
           88  MANIFEST-OUT-OF-BALANCE       VALUE 'Y'.
       01  WS-SENT-COUNT                 PIC 9(09) VALUE 0.
       01  WS-LARGE-PRINT-COUNT          PIC 9(09) VALUE 0.
       01  WS-BRAILLE-COUNT              PIC 9(09) VALUE 0.
       01  WS-CONFIRMED-COUNT            PIC 9(09) VALUE 0.
       01  WS-UNCONFIRMED-COUNT          PIC 9(09) VALUE 0.
       01  WS-UNKNOWN-CONF-COUNT         PIC 9(09) VALUE 0.
       01  WS-ESCALATED-COUNT            PIC 9(09) VALUE 0.
       01  WS-COUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-PRIOR-UNCONFIRMED
           PERFORM 3000-MATCH-TONIGHTS-LETTERS
           PERFORM 3500-BALANCE-MANIFEST
           PERFORM 4000-REPORT-UNKNOWN-CONFS
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           PERFORM 1100-READ-PARAMETERS
           OPEN INPUT ACCS-FILE
           IF WS-ACCS-STATUS IS NOT EQUAL TO '00'
               MOVE 'ACCSEXT' TO WS-ABORT-FILE-NAME
               MOVE WS-ACCS-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT UNCF-OUT-FILE
           IF WS-UNCF-OUT-STATUS IS NOT EQUAL TO '00'
               MOVE 'AUNCFOUT' TO WS-ABORT-FILE-NAME
               MOVE WS-UNCF-OUT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           IF WS-RPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'RCARPT' TO WS-ABORT-FILE-NAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           MOVE 'ACCESSIBLE-FORMAT VENDOR CONFIRMATION RECONCILIATION'
               TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           PERFORM 1200-LOAD-CONFIRMATIONS
           .

       1100-READ-PARAMETERS.
           OPEN INPUT RCN-PARM-FILE
           IF WS-RCNP-STATUS IS EQUAL TO '00'
               READ RCN-PARM-FILE
                   NOT AT END
                       MOVE RCNP-ESCALATE-DAYS TO WS-ESCALATE-DAYS
               END-READ
               CLOSE RCN-PARM-FILE
           ELSE
               DISPLAY 'SAMPLRCA: RCAPARM NOT AVAILABLE -- ESCALATING '
                   'AFTER ' WS-ESCALATE-DAYS ' DAYS'
           END-IF
           .

      *****************************************************************
      * THE SPECIALTY VENDOR'S CONFIRMATIONS ARE HELD IN STORAGE AND
      * FLAGGED AS THEY ARE MATCHED, AS IN SAMPLRCN; WHATEVER REMAINS
      * UNMATCHED AT THE END IS A CONFIRMATION WE HAVE NO RECORD OF
      * SENDING.
      *****************************************************************
       1200-LOAD-CONFIRMATIONS.
           OPEN INPUT CONF-FILE
           IF WS-CONF-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLRCA: ACCCONF NOT AVAILABLE -- NO '
                   'CONFIRMATIONS TO MATCH TONIGHT'
               SET END-OF-CONF-FILE TO TRUE
           ELSE
               PERFORM 8100-READ-CONF
               PERFORM 1250-TABLE-ONE-CONFIRMATION
                   UNTIL END-OF-CONF-FILE
               CLOSE CONF-FILE
           END-IF
           .

       1250-TABLE-ONE-CONFIRMATION.
           IF WS-CONF-COUNT IS LESS THAN WS-CONF-MAX
               ADD 1 TO WS-CONF-COUNT
               SET WS-CONF-IX TO WS-CONF-COUNT
               MOVE CONF-CUSTOMER-NUMBER TO WS-CONF-CUSTOMER(WS-CONF-IX)
               MOVE CONF-PRINT-DATE TO WS-CONF-DATE(WS-CONF-IX)
               MOVE 'N' TO WS-CONF-MATCHED-SWITCH(WS-CONF-IX)
           ELSE
               IF NOT CONF-TABLE-OVERFLOWED
                   DISPLAY 'SAMPLRCA: MORE THAN ' WS-CONF-MAX
                       ' CONFIRMATIONS -- EXCESS IGNORED TONIGHT, '
                       'RERUN AFTER SPLITTING THE CONFIRMATION FILE'
                   SET CONF-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           PERFORM 8100-READ-CONF
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLRCA: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *****************************************************************
      * PRIOR NIGHTS' UNCONFIRMED ACCESSIBLE LETTERS: DROP THE ONES
      * THE VENDOR HAS NOW CONFIRMED, AGE THE REST BY ONE NIGHT, AND
      * ESCALATE ANY PAST THE OPERATOR-SET LIMIT.
      *****************************************************************
       2000-AGE-PRIOR-UNCONFIRMED.
           OPEN INPUT UNCF-IN-FILE
           IF WS-UNCF-IN-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLRCA: AUNCFIN NOT AVAILABLE -- NO '
                   'CARRY-FORWARD ITEMS TONIGHT'
           ELSE
               PERFORM 8200-READ-UNCF-IN
               PERFORM 2100-AGE-ONE-ITEM
                   UNTIL END-OF-UNCF-IN-FILE
               CLOSE UNCF-IN-FILE
           END-IF
           .

       2100-AGE-ONE-ITEM.
           MOVE UNCF-CUSTOMER-NUMBER TO WS-MATCH-CUSTOMER
           MOVE UNCF-PRINT-DATE TO WS-MATCH-DATE
           PERFORM 7000-MATCH-CONFIRMATION
           IF LETTER-CONFIRMED
               ADD 1 TO WS-CONFIRMED-COUNT
           ELSE
               COMPUTE WS-AGED-DAYS = UNCF-DAYS-UNCONFIRMED + 1
               MOVE UNCF-CUSTOMER-NUMBER TO UNCF-OUT-CUSTOMER-NUMBER
               MOVE UNCF-PRINT-DATE TO UNCF-OUT-PRINT-DATE
               MOVE WS-AGED-DAYS TO UNCF-OUT-DAYS
               WRITE UNCF-OUT-RECORD
               ADD 1 TO WS-UNCONFIRMED-COUNT
               IF WS-AGED-DAYS IS GREATER THAN WS-ESCALATE-DAYS
                   ADD 1 TO WS-ESCALATED-COUNT
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING '** ESCALATED: CUSTOMER '  DELIMITED BY SIZE
                           UNCF-CUSTOMER-NUMBER      DELIMITED BY SIZE
                           ' PRINTED '               DELIMITED BY SIZE
                           UNCF-PRINT-DATE           DELIMITED BY SIZE
                           ' UNCONFIRMED '           DELIMITED BY SIZE
                           WS-AGED-DAYS              DELIMITED BY SIZE
                           ' DAYS'                   DELIMITED BY SIZE
                           INTO RECON-REPORT-LINE
                   END-STRING
                   WRITE RECON-REPORT-LINE
               END-IF
           END-IF
           PERFORM 8200-READ-UNCF-IN
           .

      *****************************************************************
      * TONIGHT'S LETTERS ARE THE HEADER RECORDS ON THE ACCESSIBLE-
      * FORMAT EXTRACT -- ONE PER LETTER, CARRYING CUSTOMER, PRINT
      * DATE, AND THE FORMAT THE VENDOR WAS ASKED TO PRODUCE.
      *****************************************************************
       3000-MATCH-TONIGHTS-LETTERS.
           PERFORM 8000-READ-ACCS
           PERFORM 3100-MATCH-ONE-LETTER
               UNTIL END-OF-ACCS-FILE
           .

       3100-MATCH-ONE-LETTER.
      * THE GRAND-TOTAL MANIFEST RECORD CARRIES WHAT THE NIGHTLY RUN
      * SAYS IT TRANSMITTED -- KEPT FOR THE BALANCING CHECK BELOW.
           IF ACCX-MANIFEST-RECORD
                   AND ACCX-MAN-GRAND-TOTAL
               SET MANIFEST-TOTAL-FOUND TO TRUE
               MOVE ACCX-MAN-LETTERS TO WS-MANIFEST-LETTERS
           END-IF
           IF ACCX-LETTER-HEADER
               ADD 1 TO WS-SENT-COUNT
               IF ACCX-LARGE-PRINT
                   ADD 1 TO WS-LARGE-PRINT-COUNT
               ELSE
                   ADD 1 TO WS-BRAILLE-COUNT
               END-IF
               MOVE ACCX-CUSTOMER-NUMBER TO WS-MATCH-CUSTOMER
               MOVE ACCX-PRINT-DATE TO WS-MATCH-DATE
               PERFORM 7000-MATCH-CONFIRMATION
               IF LETTER-CONFIRMED
                   ADD 1 TO WS-CONFIRMED-COUNT
               ELSE
                   MOVE ACCX-CUSTOMER-NUMBER
                       TO UNCF-OUT-CUSTOMER-NUMBER
                   MOVE ACCX-PRINT-DATE TO UNCF-OUT-PRINT-DATE
                   MOVE 1 TO UNCF-OUT-DAYS
                   WRITE UNCF-OUT-RECORD
                   ADD 1 TO WS-UNCONFIRMED-COUNT
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING 'UNCONFIRMED: CUSTOMER '   DELIMITED BY SIZE
                           ACCX-CUSTOMER-NUMBER      DELIMITED BY SIZE
                           ' PRINTED '               DELIMITED BY SIZE
                           ACCX-PRINT-DATE           DELIMITED BY SIZE
                           ' FORMAT '                DELIMITED BY SIZE
                           ACCX-ACCESSIBLE-FORMAT    DELIMITED BY SIZE
                           INTO RECON-REPORT-LINE
                   END-STRING
                   WRITE RECON-REPORT-LINE
               END-IF
           END-IF
           PERFORM 8000-READ-ACCS
           .

      *****************************************************************
      * BALANCE THE EXTRACT AGAINST ITS OWN MANIFEST, AS SAMPLRCN
      * DOES PRINTEXT: A LETTER COUNT SHORT OF THE GRAND TOTAL MEANS
      * THE TRANSMISSION WAS CUT SHORT, AND A MISSING MANIFEST MEANS
      * THE EXTRACT NEVER FINISHED.  EITHER WAY THIS STAGE IS OUT OF
      * BALANCE AND THE GATE HOLDS BOTH VENDORS' FILES.
      *****************************************************************
       3500-BALANCE-MANIFEST.
           EVALUATE TRUE
               WHEN NOT MANIFEST-TOTAL-FOUND
                   MOVE '** NO GRAND TOTAL ON ACCESSIBLE EXTRACT'
                       TO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
                   SET MANIFEST-OUT-OF-BALANCE TO TRUE
               WHEN WS-MANIFEST-LETTERS IS NOT EQUAL TO WS-SENT-COUNT
                   MOVE SPACES TO RECON-REPORT-LINE
                   MOVE WS-SENT-COUNT TO WS-COUNT-EDIT
                   STRING '** LETTERS READ '      DELIMITED BY SIZE
                           WS-COUNT-EDIT          DELIMITED BY SIZE
                           ' DO NOT MATCH MANIFEST TOTAL'
                                                  DELIMITED BY SIZE
                           INTO RECON-REPORT-LINE
                   END-STRING
                   WRITE RECON-REPORT-LINE
                   MOVE WS-MANIFEST-LETTERS TO WS-COUNT-EDIT
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING '   MANIFEST TOTAL '    DELIMITED BY SIZE
                           WS-COUNT-EDIT          DELIMITED BY SIZE
                           INTO RECON-REPORT-LINE
                   END-STRING
                   WRITE RECON-REPORT-LINE
                   SET MANIFEST-OUT-OF-BALANCE TO TRUE
           END-EVALUATE
           .

       4000-REPORT-UNKNOWN-CONFS.
           PERFORM 4100-REPORT-ONE-UNKNOWN
               VARYING WS-CONF-SUB FROM 1 BY 1
               UNTIL WS-CONF-SUB IS GREATER THAN WS-CONF-COUNT
           .

       4100-REPORT-ONE-UNKNOWN.
           SET WS-CONF-IX TO WS-CONF-SUB
           IF NOT CONFIRMATION-MATCHED(WS-CONF-IX)
               ADD 1 TO WS-UNKNOWN-CONF-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING 'NO RECORD OF SENDING: CUSTOMER '
                                                 DELIMITED BY SIZE
                       WS-CONF-CUSTOMER(WS-CONF-IX)
                                                 DELIMITED BY SIZE
                       ' PRINTED '               DELIMITED BY SIZE
                       WS-CONF-DATE(WS-CONF-IX)  DELIMITED BY SIZE
                       INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
           END-IF
           .

       7000-MATCH-CONFIRMATION.
           MOVE 'N' TO WS-MATCH-SWITCH
           IF WS-CONF-COUNT IS GREATER THAN ZERO
               SET WS-CONF-IX TO 1
               SEARCH WS-CONF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CONF-IX IS GREATER THAN WS-CONF-COUNT
                       CONTINUE
                   WHEN WS-CONF-CUSTOMER(WS-CONF-IX) IS EQUAL TO
                           WS-MATCH-CUSTOMER
                       AND WS-CONF-DATE(WS-CONF-IX) IS EQUAL TO
                           WS-MATCH-DATE
                       AND NOT CONFIRMATION-MATCHED(WS-CONF-IX)
                       SET LETTER-CONFIRMED TO TRUE
                       MOVE 'Y'
                           TO WS-CONF-MATCHED-SWITCH(WS-CONF-IX)
               END-SEARCH
           END-IF
           .

       8000-READ-ACCS.
           READ ACCS-FILE
               AT END
                   SET END-OF-ACCS-FILE TO TRUE
           END-READ
           .

       8100-READ-CONF.
           READ CONF-FILE
               AT END
                   SET END-OF-CONF-FILE TO TRUE
           END-READ
           .

       8200-READ-UNCF-IN.
           READ UNCF-IN-FILE
               AT END
                   SET END-OF-UNCF-IN-FILE TO TRUE
           END-READ
           .

       9000-TERMINATE.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE WS-SENT-COUNT TO WS-COUNT-EDIT
           STRING 'LETTERS SENT TONIGHT:     '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE WS-LARGE-PRINT-COUNT TO WS-COUNT-EDIT
           STRING '  LARGE PRINT:            '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE WS-BRAILLE-COUNT TO WS-COUNT-EDIT
           STRING '  BRAILLE:                '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE WS-CONFIRMED-COUNT TO WS-COUNT-EDIT
           STRING 'CONFIRMED:                '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE WS-UNCONFIRMED-COUNT TO WS-COUNT-EDIT
           STRING 'UNCONFIRMED CARRIED FWD:  '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE WS-UNKNOWN-CONF-COUNT TO WS-COUNT-EDIT
           STRING 'NO RECORD OF SENDING:     '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE WS-ESCALATED-COUNT TO WS-COUNT-EDIT
           STRING 'ESCALATED:                '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           CLOSE ACCS-FILE
           CLOSE UNCF-OUT-FILE
           CLOSE RECON-REPORT-FILE
           PERFORM 9900-WRITE-RUN-CONTROL
           IF WS-ESCALATED-COUNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE
           END-IF
           IF MANIFEST-OUT-OF-BALANCE
               MOVE 08 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * COMPLETION RECORD FOR THE END-OF-NIGHT GATEKEEPER: THE
      * ACCESSIBLE-FORMAT RECONCILIATION RAN TO COMPLETION OVER THIS
      * MANY LETTERS.  A MISSING RECORD IS HOW SAMPLGAT KNOWS IT NEVER
      * FINISHED, SO FAILURE TO WRITE IT ONLY GETS A CONSOLE NOTE.
      *****************************************************************
       9900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNC-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLRCA: UNABLE TO OPEN RUNCTL -- FILE '
                   'STATUS ' WS-RUNC-STATUS ' -- GATEKEEPER WILL '
                   'HOLD THE NIGHT'
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE 'SAMPLRCA' TO RUNC-STAGE-NAME
               MOVE 0 TO RUNC-PARTITION-ID
               MOVE WS-RUN-DATE TO RUNC-RUN-DATE
               MOVE WS-RUN-TIME TO RUNC-RUN-TIME
               MOVE WS-SENT-COUNT TO RUNC-DETAIL-COUNT
               IF MANIFEST-OUT-OF-BALANCE
                   SET RUNC-STAGE-UNBALANCED TO TRUE
               ELSE
                   SET RUNC-STAGE-BALANCED TO TRUE
               END-IF
               WRITE RUNC-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF
           .
