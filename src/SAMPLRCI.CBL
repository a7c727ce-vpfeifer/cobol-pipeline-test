       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLRCI.
      *****************************************************************
      * DOCUMENT-IMAGING LOAD RECONCILIATION.  THE SAMPLRCN
      * RECONCILIATION FOR THE IMAGING ARCHIVE FEED: MATCHES THE
      * IMAGING SYSTEM'S NIGHTLY LOAD ACKNOWLEDGMENTS AGAINST THE
      * DOCUMENTS ON THE IMAGING EXTRACT, REPORTS DOCUMENTS THE
      * ARCHIVE NEVER ACKNOWLEDGED AND ACKNOWLEDGMENTS WE HAVE NO
      * RECORD OF SENDING, AND AGES UNACKNOWLEDGED DOCUMENTS ACROSS
      * NIGHTS ON ITS OWN CARRY-FORWARD FILE.  THE IMAGING FEED DOES
      * NOT HOLD BACK THE MAIL, SO THIS IS NOT A GATED STAGE AND
      * WRITES NO RUN-CONTROL RECORD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMGX-FILE ASSIGN TO 'IMGEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMGX-STATUS.
           SELECT IMAK-FILE ASSIGN TO 'IMGACK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMAK-STATUS.
           SELECT IMUN-IN-FILE ASSIGN TO 'IMUNFIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMUN-IN-STATUS.
           SELECT IMUN-OUT-FILE ASSIGN TO 'IMUNFOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMUN-OUT-STATUS.
           SELECT RCN-PARM-FILE ASSIGN TO 'RCIPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCNP-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO 'RCIRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IMGX-FILE.
           COPY IMGXFILE.
       FD  IMAK-FILE.
           COPY IMAKFILE.
       FD  IMUN-IN-FILE.
           COPY IMUNFILE.
       FD  IMUN-OUT-FILE.
       01  IMUN-OUT-RECORD.
           05  IMUN-OUT-DOCUMENT-KEY.
               10  IMUN-OUT-CUSTOMER-NUMBER
                                        PIC 9(09).
               10  IMUN-OUT-RUN-DATE    PIC 9(08).
               10  IMUN-OUT-RUN-TIME    PIC 9(06).
               10  IMUN-OUT-MESSAGE-TYPE
                                        PIC X(15).
           05  IMUN-OUT-DELIVERY-CHANNEL
                                        PIC X(01).
           05  IMUN-OUT-DAYS            PIC 9(03).
       FD  RCN-PARM-FILE.
           COPY RCNPARM.
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-IMGX-STATUS                PIC X(02) VALUE SPACES.
       01  WS-IMAK-STATUS                PIC X(02) VALUE SPACES.
       01  WS-IMUN-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-IMUN-OUT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RCNP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
      * THE ARCHIVE LOADS OVERNIGHT, SO A DOCUMENT IS NORMALLY
      * ACKNOWLEDGED ON THE NEXT NIGHT'S FILE; A FEW NIGHTS' GRACE
      * COVERS A WEEKEND OUTAGE ON THE IMAGING SIDE.
       01  WS-ESCALATE-DAYS              PIC 9(03) VALUE 3.
       01  WS-IMGX-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-IMGX-FILE              VALUE 'Y'.
       01  WS-IMAK-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-IMAK-FILE              VALUE 'Y'.
       01  WS-IMUN-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-IMUN-IN-FILE           VALUE 'Y'.
       01  WS-ACK-MAX                    PIC 9(05) VALUE 10000.
       01  WS-ACK-COUNT                  PIC 9(05) VALUE 0.
       01  WS-ACK-OVERFLOW-SWITCH        PIC X(01) VALUE 'N'.
           88  ACK-TABLE-OVERFLOWED          VALUE 'Y'.
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-ACK-IX.
               10  WS-ACK-DOCUMENT-KEY      PIC X(38).
               10  WS-ACK-CHANNEL           PIC X(01).
               10  WS-ACK-MATCHED-SWITCH    PIC X(01).
                   88  ACKNOWLEDGMENT-MATCHED   VALUE 'Y'.
       01  WS-ACK-SUB                    PIC 9(05) VALUE 0.
       01  WS-MATCH-SWITCH               PIC X(01) VALUE 'N'.
           88  DOCUMENT-ACKNOWLEDGED         VALUE 'Y'.
       01  WS-MATCH-DOCUMENT-KEY         PIC X(38) VALUE SPACES.
       01  WS-MATCH-CHANNEL              PIC X(01) VALUE SPACE.
      * PRINTABLE FORM OF A DOCUMENT KEY AND CHANNEL FOR THE REPORT.
       01  WS-KEY-DISPLAY.
           05  WS-KEY-CUSTOMER           PIC 9(09).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-KEY-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-KEY-RUN-TIME           PIC 9(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-KEY-MESSAGE-TYPE       PIC X(15).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-KEY-CHANNEL            PIC X(01).
       01  WS-DOCUMENT-KEY-WORK.
           05  WS-DOC-CUSTOMER           PIC 9(09).
           05  WS-DOC-RUN-DATE           PIC 9(08).
           05  WS-DOC-RUN-TIME           PIC 9(06).
           05  WS-DOC-MESSAGE-TYPE       PIC X(15).
       01  WS-AGED-DAYS                  PIC 9(03) VALUE 0.
       01  WS-SENT-COUNT                 PIC 9(09) VALUE 0.
       01  WS-PAPER-COUNT                PIC 9(09) VALUE 0.
       01  WS-ELECTRONIC-COUNT           PIC 9(09) VALUE 0.
       01  WS-ACKNOWLEDGED-COUNT         PIC 9(09) VALUE 0.
       01  WS-UNACKNOWLEDGED-COUNT       PIC 9(09) VALUE 0.
       01  WS-UNKNOWN-ACK-COUNT          PIC 9(09) VALUE 0.
       01  WS-ESCALATED-COUNT            PIC 9(09) VALUE 0.
       01  WS-COUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-PRIOR-UNACKNOWLEDGED
           PERFORM 3000-MATCH-TONIGHTS-DOCUMENTS
           PERFORM 4000-REPORT-UNKNOWN-ACKS
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           PERFORM 1100-READ-PARAMETERS
           OPEN INPUT IMGX-FILE
           IF WS-IMGX-STATUS IS NOT EQUAL TO '00'
               MOVE 'IMGEXT' TO WS-ABORT-FILE-NAME
               MOVE WS-IMGX-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT IMUN-OUT-FILE
           IF WS-IMUN-OUT-STATUS IS NOT EQUAL TO '00'
               MOVE 'IMUNFOUT' TO WS-ABORT-FILE-NAME
               MOVE WS-IMUN-OUT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           IF WS-RPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'RCIRPT' TO WS-ABORT-FILE-NAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           MOVE 'DOCUMENT-IMAGING LOAD RECONCILIATION'
               TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING '                   '  DELIMITED BY SIZE
                   'CUSTOMER  RUN DATE TIME   '
                                         DELIMITED BY SIZE
                   'MESSAGE TYPE    CH'  DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           PERFORM 1200-LOAD-ACKNOWLEDGMENTS
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
               DISPLAY 'SAMPLRCI: RCIPARM NOT AVAILABLE -- ESCALATING '
                   'AFTER ' WS-ESCALATE-DAYS ' DAYS'
           END-IF
           .

      *****************************************************************
      * THE IMAGING SYSTEM'S ACKNOWLEDGMENTS ARE HELD IN STORAGE AND
      * FLAGGED AS THEY ARE MATCHED, AS IN SAMPLRCN; WHATEVER REMAINS
      * UNMATCHED AT THE END IS AN ACKNOWLEDGMENT WE HAVE NO RECORD OF
      * SENDING.
      *****************************************************************
       1200-LOAD-ACKNOWLEDGMENTS.
           OPEN INPUT IMAK-FILE
           IF WS-IMAK-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLRCI: IMGACK NOT AVAILABLE -- NO '
                   'ACKNOWLEDGMENTS TO MATCH TONIGHT'
               SET END-OF-IMAK-FILE TO TRUE
           ELSE
               PERFORM 8100-READ-IMAK
               PERFORM 1250-TABLE-ONE-ACKNOWLEDGMENT
                   UNTIL END-OF-IMAK-FILE
               CLOSE IMAK-FILE
           END-IF
           .

       1250-TABLE-ONE-ACKNOWLEDGMENT.
           IF WS-ACK-COUNT IS LESS THAN WS-ACK-MAX
               ADD 1 TO WS-ACK-COUNT
               SET WS-ACK-IX TO WS-ACK-COUNT
               MOVE IMAK-DOCUMENT-KEY
                   TO WS-ACK-DOCUMENT-KEY(WS-ACK-IX)
               MOVE IMAK-DELIVERY-CHANNEL TO WS-ACK-CHANNEL(WS-ACK-IX)
               MOVE 'N' TO WS-ACK-MATCHED-SWITCH(WS-ACK-IX)
           ELSE
               IF NOT ACK-TABLE-OVERFLOWED
                   DISPLAY 'SAMPLRCI: MORE THAN ' WS-ACK-MAX
                       ' ACKNOWLEDGMENTS -- EXCESS IGNORED TONIGHT, '
                       'RERUN AFTER SPLITTING THE ACKNOWLEDGMENT FILE'
                   SET ACK-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           PERFORM 8100-READ-IMAK
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLRCI: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *****************************************************************
      * PRIOR NIGHTS' UNACKNOWLEDGED DOCUMENTS: DROP THE ONES THE
      * ARCHIVE HAS NOW LOADED, AGE THE REST BY ONE NIGHT, AND
      * ESCALATE ANY PAST THE OPERATOR-SET LIMIT.
      *****************************************************************
       2000-AGE-PRIOR-UNACKNOWLEDGED.
           OPEN INPUT IMUN-IN-FILE
           IF WS-IMUN-IN-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLRCI: IMUNFIN NOT AVAILABLE -- NO '
                   'CARRY-FORWARD ITEMS TONIGHT'
           ELSE
               PERFORM 8200-READ-IMUN-IN
               PERFORM 2100-AGE-ONE-ITEM
                   UNTIL END-OF-IMUN-IN-FILE
               CLOSE IMUN-IN-FILE
           END-IF
           .

       2100-AGE-ONE-ITEM.
           MOVE IMUN-DOCUMENT-KEY TO WS-MATCH-DOCUMENT-KEY
           MOVE IMUN-DELIVERY-CHANNEL TO WS-MATCH-CHANNEL
           PERFORM 7000-MATCH-ACKNOWLEDGMENT
           IF DOCUMENT-ACKNOWLEDGED
               ADD 1 TO WS-ACKNOWLEDGED-COUNT
           ELSE
               COMPUTE WS-AGED-DAYS = IMUN-DAYS-UNACKNOWLEDGED + 1
               MOVE IMUN-DOCUMENT-KEY TO IMUN-OUT-DOCUMENT-KEY
               MOVE IMUN-DELIVERY-CHANNEL
                   TO IMUN-OUT-DELIVERY-CHANNEL
               MOVE WS-AGED-DAYS TO IMUN-OUT-DAYS
               WRITE IMUN-OUT-RECORD
               ADD 1 TO WS-UNACKNOWLEDGED-COUNT
               IF WS-AGED-DAYS IS GREATER THAN WS-ESCALATE-DAYS
                   ADD 1 TO WS-ESCALATED-COUNT
                   PERFORM 7100-FORMAT-DOCUMENT-KEY
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING '** ESCALATED:      '  DELIMITED BY SIZE
                           WS-KEY-DISPLAY        DELIMITED BY SIZE
                           ' '                   DELIMITED BY SIZE
                           WS-AGED-DAYS          DELIMITED BY SIZE
                           ' DAYS'               DELIMITED BY SIZE
                           INTO RECON-REPORT-LINE
                   END-STRING
                   WRITE RECON-REPORT-LINE
               END-IF
           END-IF
           PERFORM 8200-READ-IMUN-IN
           .

      *****************************************************************
      * TONIGHT'S DOCUMENTS ARE THE INDEX RECORDS ON THE IMAGING
      * EXTRACT -- ONE PER DOCUMENT, CARRYING ITS KEY AND CHANNEL.
      * THE TEXT DETAIL RECORDS ARE PASSED OVER.
      *****************************************************************
       3000-MATCH-TONIGHTS-DOCUMENTS.
           PERFORM 8000-READ-IMGX
           PERFORM 3100-MATCH-ONE-DOCUMENT
               UNTIL END-OF-IMGX-FILE
           .

       3100-MATCH-ONE-DOCUMENT.
           IF IMGX-INDEX-RECORD
               ADD 1 TO WS-SENT-COUNT
               IF IMGX-PAPER
                   ADD 1 TO WS-PAPER-COUNT
               ELSE
                   ADD 1 TO WS-ELECTRONIC-COUNT
               END-IF
               MOVE IMGX-DOCUMENT-KEY TO WS-MATCH-DOCUMENT-KEY
               MOVE IMGX-DELIVERY-CHANNEL TO WS-MATCH-CHANNEL
               PERFORM 7000-MATCH-ACKNOWLEDGMENT
               IF DOCUMENT-ACKNOWLEDGED
                   ADD 1 TO WS-ACKNOWLEDGED-COUNT
               ELSE
                   MOVE IMGX-DOCUMENT-KEY TO IMUN-OUT-DOCUMENT-KEY
                   MOVE IMGX-DELIVERY-CHANNEL
                       TO IMUN-OUT-DELIVERY-CHANNEL
                   MOVE 1 TO IMUN-OUT-DAYS
                   WRITE IMUN-OUT-RECORD
                   ADD 1 TO WS-UNACKNOWLEDGED-COUNT
                   PERFORM 7100-FORMAT-DOCUMENT-KEY
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING 'UNACKNOWLEDGED:    '  DELIMITED BY SIZE
                           WS-KEY-DISPLAY        DELIMITED BY SIZE
                           INTO RECON-REPORT-LINE
                   END-STRING
                   WRITE RECON-REPORT-LINE
               END-IF
           END-IF
           PERFORM 8000-READ-IMGX
           .

       4000-REPORT-UNKNOWN-ACKS.
           PERFORM 4100-REPORT-ONE-UNKNOWN
               VARYING WS-ACK-SUB FROM 1 BY 1
               UNTIL WS-ACK-SUB IS GREATER THAN WS-ACK-COUNT
           .

       4100-REPORT-ONE-UNKNOWN.
           SET WS-ACK-IX TO WS-ACK-SUB
           IF NOT ACKNOWLEDGMENT-MATCHED(WS-ACK-IX)
               ADD 1 TO WS-UNKNOWN-ACK-COUNT
               MOVE WS-ACK-DOCUMENT-KEY(WS-ACK-IX)
                   TO WS-MATCH-DOCUMENT-KEY
               MOVE WS-ACK-CHANNEL(WS-ACK-IX) TO WS-MATCH-CHANNEL
               PERFORM 7100-FORMAT-DOCUMENT-KEY
               MOVE SPACES TO RECON-REPORT-LINE
               STRING 'NO RECORD SENT:    '  DELIMITED BY SIZE
                       WS-KEY-DISPLAY        DELIMITED BY SIZE
                       INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
           END-IF
           .

      *****************************************************************
      * A DOCUMENT MATCHES ON KEY AND CHANNEL: A CHANNEL-B CUSTOMER'S
      * LETTER AND E-MAIL SHARE A KEY AND ARE ACKNOWLEDGED SEPARATELY.
      *****************************************************************
       7000-MATCH-ACKNOWLEDGMENT.
           MOVE 'N' TO WS-MATCH-SWITCH
           IF WS-ACK-COUNT IS GREATER THAN ZERO
               SET WS-ACK-IX TO 1
               SEARCH WS-ACK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACK-IX IS GREATER THAN WS-ACK-COUNT
                       CONTINUE
                   WHEN WS-ACK-DOCUMENT-KEY(WS-ACK-IX) IS EQUAL TO
                           WS-MATCH-DOCUMENT-KEY
                       AND WS-ACK-CHANNEL(WS-ACK-IX) IS EQUAL TO
                           WS-MATCH-CHANNEL
                       AND NOT ACKNOWLEDGMENT-MATCHED(WS-ACK-IX)
                       SET DOCUMENT-ACKNOWLEDGED TO TRUE
                       MOVE 'Y'
                           TO WS-ACK-MATCHED-SWITCH(WS-ACK-IX)
               END-SEARCH
           END-IF
           .

       7100-FORMAT-DOCUMENT-KEY.
           MOVE WS-MATCH-DOCUMENT-KEY TO WS-DOCUMENT-KEY-WORK
           MOVE WS-DOC-CUSTOMER TO WS-KEY-CUSTOMER
           MOVE WS-DOC-RUN-DATE TO WS-KEY-RUN-DATE
           MOVE WS-DOC-RUN-TIME TO WS-KEY-RUN-TIME
           MOVE WS-DOC-MESSAGE-TYPE TO WS-KEY-MESSAGE-TYPE
           MOVE WS-MATCH-CHANNEL TO WS-KEY-CHANNEL
           .

       8000-READ-IMGX.
           READ IMGX-FILE
               AT END
                   SET END-OF-IMGX-FILE TO TRUE
           END-READ
           .

       8100-READ-IMAK.
           READ IMAK-FILE
               AT END
                   SET END-OF-IMAK-FILE TO TRUE
           END-READ
           .

       8200-READ-IMUN-IN.
           READ IMUN-IN-FILE
               AT END
                   SET END-OF-IMUN-IN-FILE TO TRUE
           END-READ
           .

       9000-TERMINATE.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE WS-SENT-COUNT TO WS-COUNT-EDIT
           STRING 'DOCUMENTS SENT TONIGHT:   '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE WS-PAPER-COUNT TO WS-COUNT-EDIT
           STRING '  PAPER LETTERS:          '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE WS-ELECTRONIC-COUNT TO WS-COUNT-EDIT
           STRING '  ELECTRONIC MESSAGES:    '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE WS-ACKNOWLEDGED-COUNT TO WS-COUNT-EDIT
           STRING 'ACKNOWLEDGED:             '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE WS-UNACKNOWLEDGED-COUNT TO WS-COUNT-EDIT
           STRING 'UNACKNOWLEDGED CARRIED:   '      DELIMITED BY SIZE
                   WS-COUNT-EDIT                    DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE WS-UNKNOWN-ACK-COUNT TO WS-COUNT-EDIT
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
           CLOSE IMGX-FILE
           CLOSE IMUN-OUT-FILE
           CLOSE RECON-REPORT-FILE
           IF WS-ESCALATED-COUNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE
           END-IF
           .
