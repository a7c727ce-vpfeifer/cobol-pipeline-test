       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLCPX.
      *****************************************************************
      * TELLER-FACING CORRESPONDENCE-PROFILE CICS INQUIRY.  TAKES A
      * CUSTOMER NUMBER FROM THE COMMAREA AND PUTS EVERYTHING THAT
      * DECIDES WHETHER THE CUSTOMER'S MAIL ARRIVES ON ONE SCREEN:
      * DELIVERY CHANNEL AND E-MAIL KEY AND THE UNDELIVERABLE-ADDRESS
      * FLAG FROM THE CUSTOMER MASTER, ANY ACTIVE DO-NOT-CONTACT HOLD,
      * AND -- FROM THE MAIL-STATUS FILE SAMPLCPL LOADS NIGHTLY -- THE
      * E-DELIVERY BOUNCE COUNT, THE ITEMS PARKED ON THE PENDING-
      * RELEASE FILE WITH THEIR SEND DATES, AND THE MOST RECENT LETTER
      * THE PRINT VENDOR HAS NOT CONFIRMED.  ANSWERS "WHERE IS MY
      * LETTER" ON THE FIRST CALL WITHOUT AN OPERATIONS TICKET.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CUSTFILE.
           COPY DNCFILE.
           COPY MLSTFILE.
           COPY HISTFILE.
       01  WS-CUST-RID                   PIC 9(09) VALUE ZERO.
       01  WS-DNC-RID                    PIC 9(09) VALUE ZERO.
       01  WS-MLST-RID                   PIC 9(09) VALUE ZERO.
       01  WS-RID-KEY.
           05  WS-RID-CUSTOMER           PIC 9(09) VALUE ZERO.
           05  WS-RID-RUN-DATE           PIC 9(08) VALUE ZERO.
           05  WS-RID-RUN-TIME           PIC 9(06) VALUE ZERO.
           05  WS-RID-MESSAGE-TYPE       PIC X(15) VALUE SPACES.
       01  WS-RESP                       PIC S9(08) COMP VALUE ZERO.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-ENTRY-SUB                  PIC 9(02) VALUE 0.
       01  WS-LINE-SUB                   PIC 9(02) VALUE 0.
       01  WS-MORE-COUNT                 PIC 9(03) VALUE 0.
       01  WS-CHANNEL-TEXT               PIC X(16) VALUE SPACES.
       01  WS-REASON-TEXT                PIC X(16) VALUE SPACES.
       01  WS-SCREEN-BLOCK.
           05  WS-SCREEN-LINE OCCURS 16 TIMES
                                         PIC X(80).
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY PROFCOMM.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE SPACES TO WS-SCREEN-BLOCK
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE 'NO INQUIRY REQUEST RECEIVED' TO WS-SCREEN-LINE(1)
           ELSE
               MOVE 0 TO PINQ-RETURN-CODE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM 1000-READ-CUSTOMER
               IF PINQ-RETURN-CODE IS EQUAL TO ZERO
                   PERFORM 1100-READ-HOLD
                   PERFORM 1200-READ-MAIL-STATUS
                   PERFORM 2000-BUILD-SCREEN
               ELSE
                   MOVE 'CUSTOMER NOT ON THE CUSTOMER MASTER'
                       TO WS-SCREEN-LINE(1)
               END-IF
           END-IF
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-BLOCK)
               LENGTH(LENGTH OF WS-SCREEN-BLOCK)
               ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .

       1000-READ-CUSTOMER.
           MOVE PINQ-CUSTOMER-NUMBER TO WS-CUST-RID
           EXEC CICS READ
               FILE('CUSTMAST')
               INTO(CUST-RECORD)
               RIDFLD(WS-CUST-RID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 04 TO PINQ-RETURN-CODE
           ELSE
               MOVE CUST-CUSTOMER-NAME TO PINQ-CUSTOMER-NAME
               MOVE CUST-DELIVERY-CHANNEL TO PINQ-DELIVERY-CHANNEL
               MOVE CUST-EMAIL-KEY TO PINQ-EMAIL-KEY
               MOVE CUST-UNDELIV-FLAG TO PINQ-UNDELIV-FLAG
               MOVE CUST-UNDELIV-DATE TO PINQ-UNDELIV-DATE
           END-IF
           .

      *****************************************************************
      * A HOLD IS ACTIVE FROM ITS EFFECTIVE DATE THROUGH ITS EXPIRY
      * DATE (ZERO = OPEN-ENDED) -- THE SAME TEST THE SAMPLEDR
      * FRONT-END EDIT APPLIES, SO THE SCREEN AGREES WITH WHAT THE
      * NIGHTLY RUN WILL DO.
      *****************************************************************
       1100-READ-HOLD.
           MOVE 'N' TO PINQ-HOLD-SWITCH
           MOVE SPACES TO PINQ-HOLD-REASON
           MOVE ZERO TO PINQ-HOLD-EFF-DATE
           MOVE ZERO TO PINQ-HOLD-EXP-DATE
           MOVE PINQ-CUSTOMER-NUMBER TO WS-DNC-RID
           EXEC CICS READ
               FILE('DNCFILE')
               INTO(DNC-RECORD)
               RIDFLD(WS-DNC-RID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                   AND DNC-EFFECTIVE-DATE IS NOT GREATER THAN WS-TODAY
                   AND (DNC-EXPIRY-DATE IS EQUAL TO ZERO
                       OR DNC-EXPIRY-DATE IS NOT LESS THAN WS-TODAY)
               SET PINQ-HOLD-ACTIVE TO TRUE
               MOVE DNC-REASON-CODE TO PINQ-HOLD-REASON
               MOVE DNC-EFFECTIVE-DATE TO PINQ-HOLD-EFF-DATE
               MOVE DNC-EXPIRY-DATE TO PINQ-HOLD-EXP-DATE
           END-IF
           .

      *****************************************************************
      * NO MAIL-STATUS RECORD MEANS NOTHING BOUNCED, PARKED, OR
      * UNCONFIRMED AS OF THE LAST LOAD.  THE ZERO-KEY RECORD GIVES
      * THE DATE OF THAT LOAD.
      *****************************************************************
       1200-READ-MAIL-STATUS.
           MOVE ZERO TO PINQ-BOUNCE-COUNT
           MOVE ZERO TO PINQ-UNCF-COUNT
           MOVE ZERO TO PINQ-UNCF-PRINT-DATE
           MOVE ZERO TO PINQ-UNCF-DAYS
           MOVE SPACES TO PINQ-UNCF-MESSAGE-TYPE
           MOVE ZERO TO PINQ-PEND-COUNT
           MOVE ZERO TO PINQ-STATUS-DATE
           PERFORM 1210-CLEAR-PENDING-ENTRY
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB IS GREATER THAN 6
           MOVE ZERO TO WS-MLST-RID
           EXEC CICS READ
               FILE('MAILSTAT')
               INTO(MLST-RECORD)
               RIDFLD(WS-MLST-RID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               MOVE MLST-LOAD-DATE TO PINQ-STATUS-DATE
           END-IF
           MOVE PINQ-CUSTOMER-NUMBER TO WS-MLST-RID
           EXEC CICS READ
               FILE('MAILSTAT')
               INTO(MLST-RECORD)
               RIDFLD(WS-MLST-RID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               MOVE MLST-BOUNCE-COUNT TO PINQ-BOUNCE-COUNT
               MOVE MLST-UNCF-COUNT TO PINQ-UNCF-COUNT
               MOVE MLST-UNCF-PRINT-DATE TO PINQ-UNCF-PRINT-DATE
               MOVE MLST-UNCF-DAYS TO PINQ-UNCF-DAYS
               MOVE MLST-PEND-COUNT TO PINQ-PEND-COUNT
               PERFORM 1220-MOVE-PENDING-ENTRY
                   VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB IS GREATER THAN 6
               IF PINQ-UNCF-COUNT IS GREATER THAN ZERO
                   PERFORM 1300-FIND-UNCONFIRMED-LETTER
               END-IF
           END-IF
           .

       1210-CLEAR-PENDING-ENTRY.
           MOVE ZERO TO PINQ-PEND-SEND-DATE(WS-ENTRY-SUB)
           MOVE SPACES TO PINQ-PEND-MESSAGE-TYPE(WS-ENTRY-SUB)
           .

       1220-MOVE-PENDING-ENTRY.
           MOVE MLST-PEND-SEND-DATE(WS-ENTRY-SUB)
               TO PINQ-PEND-SEND-DATE(WS-ENTRY-SUB)
           MOVE MLST-PEND-MESSAGE-TYPE(WS-ENTRY-SUB)
               TO PINQ-PEND-MESSAGE-TYPE(WS-ENTRY-SUB)
           .

      *****************************************************************
      * THE CARRY-FORWARD KNOWS ONLY THE PRINT DATE OF AN UNCONFIRMED
      * LETTER; THE CUSTOMER'S FIRST HISTORY ENTRY FOR THAT DATE
      * NAMES THE LETTER FOR THE TELLER.
      *****************************************************************
       1300-FIND-UNCONFIRMED-LETTER.
           MOVE PINQ-CUSTOMER-NUMBER TO WS-RID-CUSTOMER
           MOVE PINQ-UNCF-PRINT-DATE TO WS-RID-RUN-DATE
           MOVE ZERO TO WS-RID-RUN-TIME
           MOVE SPACES TO WS-RID-MESSAGE-TYPE
           EXEC CICS STARTBR
               FILE('HISTMST')
               RIDFLD(WS-RID-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               EXEC CICS READNEXT
                   FILE('HISTMST')
                   INTO(HIST-RECORD)
                   RIDFLD(WS-RID-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                       AND HIST-CUSTOMER-NUMBER IS EQUAL TO
                           PINQ-CUSTOMER-NUMBER
                       AND HIST-RUN-DATE IS EQUAL TO
                           PINQ-UNCF-PRINT-DATE
                   MOVE HIST-MESSAGE-TYPE TO PINQ-UNCF-MESSAGE-TYPE
               END-IF
               EXEC CICS ENDBR
                   FILE('HISTMST')
               END-EXEC
           END-IF
           .

       2000-BUILD-SCREEN.
           EVALUATE PINQ-DELIVERY-CHANNEL
               WHEN 'E'
                   MOVE 'ELECTRONIC' TO WS-CHANNEL-TEXT
               WHEN 'B'
                   MOVE 'PAPER AND E-MAIL' TO WS-CHANNEL-TEXT
               WHEN OTHER
                   MOVE 'PAPER' TO WS-CHANNEL-TEXT
           END-EVALUATE
           STRING 'CUSTOMER '              DELIMITED BY SIZE
                   PINQ-CUSTOMER-NUMBER    DELIMITED BY SIZE
                   '  '                    DELIMITED BY SIZE
                   PINQ-CUSTOMER-NAME      DELIMITED BY SIZE
                   INTO WS-SCREEN-LINE(1)
           END-STRING
           STRING 'DELIVERY: '             DELIMITED BY SIZE
                   WS-CHANNEL-TEXT         DELIMITED BY SIZE
                   '  E-MAIL KEY: '        DELIMITED BY SIZE
                   PINQ-EMAIL-KEY          DELIMITED BY SIZE
                   INTO WS-SCREEN-LINE(2)
           END-STRING
           IF PINQ-UNDELIV-FLAG IS EQUAL TO 'U'
               STRING 'ADDRESS:  UNDELIVERABLE SINCE '
                                           DELIMITED BY SIZE
                       PINQ-UNDELIV-DATE   DELIMITED BY SIZE
                       ' -- PAPER MAIL HELD UNTIL CORRECTED'
                                           DELIMITED BY SIZE
                       INTO WS-SCREEN-LINE(3)
               END-STRING
           ELSE
               MOVE 'ADDRESS:  DELIVERABLE' TO WS-SCREEN-LINE(3)
           END-IF
           IF PINQ-HOLD-ACTIVE
               EVALUATE PINQ-HOLD-REASON
                   WHEN 'LH'
                       MOVE 'LEGAL HOLD' TO WS-REASON-TEXT
                   WHEN 'DC'
                       MOVE 'DECEASED' TO WS-REASON-TEXT
                   WHEN 'CC'
                       MOVE 'CEASE CONTACT' TO WS-REASON-TEXT
                   WHEN OTHER
                       MOVE PINQ-HOLD-REASON TO WS-REASON-TEXT
               END-EVALUATE
               STRING 'DO-NOT-CONTACT: ACTIVE -- ' DELIMITED BY SIZE
                       WS-REASON-TEXT      DELIMITED BY SIZE
                       ' FROM '            DELIMITED BY SIZE
                       PINQ-HOLD-EFF-DATE  DELIMITED BY SIZE
                       INTO WS-SCREEN-LINE(4)
               END-STRING
               IF PINQ-HOLD-EXP-DATE IS EQUAL TO ZERO
                   MOVE ' (OPEN-ENDED)' TO WS-SCREEN-LINE(4)(59:13)
               ELSE
                   STRING ' TO '           DELIMITED BY SIZE
                           PINQ-HOLD-EXP-DATE DELIMITED BY SIZE
                           INTO WS-SCREEN-LINE(4)(59:12)
                   END-STRING
               END-IF
           ELSE
               MOVE 'DO-NOT-CONTACT: NO ACTIVE HOLD'
                   TO WS-SCREEN-LINE(4)
           END-IF
           STRING 'E-DELIVERY BOUNCES: '   DELIMITED BY SIZE
                   PINQ-BOUNCE-COUNT       DELIMITED BY SIZE
                   INTO WS-SCREEN-LINE(5)
           END-STRING
           IF PINQ-UNCF-COUNT IS EQUAL TO ZERO
               MOVE 'VENDOR: ALL PRINTED LETTERS CONFIRMED'
                   TO WS-SCREEN-LINE(6)
           ELSE
               STRING 'VENDOR: '           DELIMITED BY SIZE
                       PINQ-UNCF-COUNT     DELIMITED BY SIZE
                       ' UNCONFIRMED -- LATEST PRINTED '
                                           DELIMITED BY SIZE
                       PINQ-UNCF-PRINT-DATE DELIMITED BY SIZE
                       ' '                 DELIMITED BY SIZE
                       PINQ-UNCF-MESSAGE-TYPE DELIMITED BY SIZE
                       ' '                 DELIMITED BY SIZE
                       PINQ-UNCF-DAYS      DELIMITED BY SIZE
                       ' DAYS'             DELIMITED BY SIZE
                       INTO WS-SCREEN-LINE(6)
               END-STRING
           END-IF
           IF PINQ-PEND-COUNT IS EQUAL TO ZERO
               MOVE 'PENDING RELEASE: NONE' TO WS-SCREEN-LINE(7)
               MOVE 7 TO WS-LINE-SUB
           ELSE
               STRING 'PENDING RELEASE: '  DELIMITED BY SIZE
                       PINQ-PEND-COUNT     DELIMITED BY SIZE
                       ' ITEM(S)    SEND DATE  MESSAGE TYPE'
                                           DELIMITED BY SIZE
                       INTO WS-SCREEN-LINE(7)
               END-STRING
               MOVE 7 TO WS-LINE-SUB
               PERFORM 2100-BUILD-PENDING-LINE
                   VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB IS GREATER THAN 6
                       OR WS-ENTRY-SUB IS GREATER THAN PINQ-PEND-COUNT
               IF PINQ-PEND-COUNT IS GREATER THAN 6
                   SUBTRACT 6 FROM PINQ-PEND-COUNT
                       GIVING WS-MORE-COUNT
                   ADD 1 TO WS-LINE-SUB
                   STRING '                                AND '
                                           DELIMITED BY SIZE
                           WS-MORE-COUNT   DELIMITED BY SIZE
                           ' LATER'        DELIMITED BY SIZE
                           INTO WS-SCREEN-LINE(WS-LINE-SUB)
                   END-STRING
               END-IF
           END-IF
           ADD 2 TO WS-LINE-SUB
           IF PINQ-STATUS-DATE IS EQUAL TO ZERO
               MOVE 'BOUNCE, PENDING, AND VENDOR FIGURES NOT LOADED'
                   TO WS-SCREEN-LINE(WS-LINE-SUB)
           ELSE
               STRING 'BOUNCE, PENDING, AND VENDOR FIGURES AS OF '
                                           DELIMITED BY SIZE
                       PINQ-STATUS-DATE    DELIMITED BY SIZE
                       INTO WS-SCREEN-LINE(WS-LINE-SUB)
               END-STRING
           END-IF
           .

       2100-BUILD-PENDING-LINE.
           ADD 1 TO WS-LINE-SUB
           STRING '                                '
                                           DELIMITED BY SIZE
                   PINQ-PEND-SEND-DATE(WS-ENTRY-SUB)
                                           DELIMITED BY SIZE
                   '   '                   DELIMITED BY SIZE
                   PINQ-PEND-MESSAGE-TYPE(WS-ENTRY-SUB)
                                           DELIMITED BY SIZE
                   INTO WS-SCREEN-LINE(WS-LINE-SUB)
           END-STRING
           .
