       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLCPL.
      *****************************************************************
      * MAIL-STATUS LOAD FOR THE CORRESPONDENCE-PROFILE INQUIRY.  RUNS
      * NIGHTLY AFTER SAMPLEDR (OR SAMPLMRG), SAMPLERC, AND SAMPLRCN
      * HAVE WRITTEN THEIR CARRY-FORWARD FILES, AND REBUILDS THE KEYED
      * MAIL-STATUS FILE THE SAMPLCPX TELLER INQUIRY READS: EACH
      * CUSTOMER'S E-DELIVERY BOUNCE COUNT, THE ITEMS PARKED FOR THEM
      * ON THE PENDING-RELEASE FILE, AND THE MOST RECENT LETTER THE
      * PRINT VENDOR HAS NOT CONFIRMED.  THE FILE IS A SNAPSHOT OF
      * TONIGHT'S CARRY-FORWARDS, SO IT IS EMPTIED AND RELOADED IN
      * FULL EACH RUN AND THE LOAD CAN SAFELY BE RUN AGAIN.  A
      * CARRY-FORWARD THAT CANNOT BE OPENED IS SKIPPED WITH A CONSOLE
      * NOTE AND RC=4, SO THE OTHER FIGURES STILL REACH THE TELLERS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BNC-FILE ASSIGN TO 'EBNCOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BNC-STATUS.
           SELECT PEND-FILE ASSIGN TO 'PENDOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT UNCF-FILE ASSIGN TO 'UNCFOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNCF-STATUS.
           SELECT MAIL-STATUS-FILE ASSIGN TO 'MAILSTAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MLST-CUSTOMER-NUMBER
               FILE STATUS IS WS-MLST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BNC-FILE.
           COPY EBNCFILE.
       FD  PEND-FILE.
           COPY PENDFILE.
       FD  UNCF-FILE.
           COPY UNCFFILE.
       FD  MAIL-STATUS-FILE.
           COPY MLSTFILE.
       WORKING-STORAGE SECTION.
       01  WS-BNC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-PEND-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UNCF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-MLST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE             VALUE 'Y'.
       01  WS-FOUND-SWITCH               PIC X(01) VALUE 'N'.
           88  STATUS-RECORD-FOUND           VALUE 'Y'.
       01  WS-SLOT-SWITCH                PIC X(01) VALUE 'N'.
           88  INSERT-SLOT-FOUND             VALUE 'Y'.
       01  WS-ENTRY-SUB                  PIC 9(02) VALUE 0.
       01  WS-INSERT-SUB                 PIC 9(02) VALUE 0.
       01  WS-SHIFT-SUB                  PIC 9(02) VALUE 0.
       01  WS-HELD-COUNT                 PIC 9(02) VALUE 0.
       01  WS-BNC-READ-COUNT             PIC 9(09) VALUE 0.
       01  WS-PEND-READ-COUNT            PIC 9(09) VALUE 0.
       01  WS-UNCF-READ-COUNT            PIC 9(09) VALUE 0.
       01  WS-CUSTOMER-COUNT             PIC 9(09) VALUE 0.
       01  WS-SKIPPED-FILE-COUNT         PIC 9(01) VALUE 0.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-BOUNCE-COUNTS
           PERFORM 3000-LOAD-PENDING-ITEMS
           PERFORM 4000-LOAD-UNCONFIRMED-LETTERS
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *****************************************************************
      * OPEN OUTPUT EMPTIES THE MAIL-STATUS FILE (CREATING IT ON THE
      * FIRST-EVER LOAD); IT IS THEN REOPENED FOR UPDATE SO EACH
      * CARRY-FORWARD CAN ADD TO A CUSTOMER'S RECORD.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT MAIL-STATUS-FILE
           IF WS-MLST-STATUS IS EQUAL TO '00'
               CLOSE MAIL-STATUS-FILE
               OPEN I-O MAIL-STATUS-FILE
           END-IF
           IF WS-MLST-STATUS IS NOT EQUAL TO '00'
               MOVE 'MAILSTAT' TO WS-ABORT-FILE-NAME
               MOVE WS-MLST-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           PERFORM 7200-CLEAR-STATUS-RECORD
           MOVE ZERO TO MLST-CUSTOMER-NUMBER
           WRITE MLST-RECORD
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLCPL: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       1500-NOTE-FILE-SKIPPED.
           ADD 1 TO WS-SKIPPED-FILE-COUNT
           DISPLAY 'SAMPLCPL: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
               ' -- NOT LOADED TONIGHT'
           .

       2000-LOAD-BOUNCE-COUNTS.
           OPEN INPUT BNC-FILE
           IF WS-BNC-STATUS IS NOT EQUAL TO '00'
               MOVE 'EBNCOUT' TO WS-ABORT-FILE-NAME
               MOVE WS-BNC-STATUS TO WS-ABORT-STATUS
               PERFORM 1500-NOTE-FILE-SKIPPED
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 8100-READ-BOUNCE
               PERFORM 2100-APPLY-BOUNCE-COUNT
                   UNTIL END-OF-INPUT-FILE
               CLOSE BNC-FILE
           END-IF
           .

       2100-APPLY-BOUNCE-COUNT.
           ADD 1 TO WS-BNC-READ-COUNT
           MOVE EBNC-CUSTOMER-NUMBER TO MLST-CUSTOMER-NUMBER
           PERFORM 7000-READ-STATUS-RECORD
           MOVE EBNC-BOUNCE-COUNT TO MLST-BOUNCE-COUNT
           PERFORM 7100-WRITE-STATUS-RECORD
           PERFORM 8100-READ-BOUNCE
           .

       3000-LOAD-PENDING-ITEMS.
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS IS NOT EQUAL TO '00'
               MOVE 'PENDOUT' TO WS-ABORT-FILE-NAME
               MOVE WS-PEND-STATUS TO WS-ABORT-STATUS
               PERFORM 1500-NOTE-FILE-SKIPPED
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 8200-READ-PENDING
               PERFORM 3100-APPLY-PENDING-ITEM
                   UNTIL END-OF-INPUT-FILE
               CLOSE PEND-FILE
           END-IF
           .

      *****************************************************************
      * EVERY PARKED ITEM IS COUNTED; THE EARLIEST SIX BY SEND DATE
      * ARE KEPT, IN SEND-DATE ORDER, FOR THE SCREEN.  A LATER ITEM IS
      * SLOTTED IN AHEAD OF THE FIRST ENTRY IT PRECEDES AND THE REST
      * MOVE DOWN ONE, THE SIXTH FALLING OFF.
      *****************************************************************
       3100-APPLY-PENDING-ITEM.
           ADD 1 TO WS-PEND-READ-COUNT
           MOVE PEND-CUSTOMER-NUMBER TO MLST-CUSTOMER-NUMBER
           PERFORM 7000-READ-STATUS-RECORD
           IF MLST-PEND-COUNT IS GREATER THAN 6
               MOVE 6 TO WS-HELD-COUNT
           ELSE
               MOVE MLST-PEND-COUNT TO WS-HELD-COUNT
           END-IF
           IF MLST-PEND-COUNT IS LESS THAN 999
               ADD 1 TO MLST-PEND-COUNT
           END-IF
           MOVE 1 TO WS-INSERT-SUB
           MOVE 'N' TO WS-SLOT-SWITCH
           PERFORM 3110-STEP-PAST-EARLIER-ITEM
               UNTIL WS-INSERT-SUB IS GREATER THAN WS-HELD-COUNT
                   OR INSERT-SLOT-FOUND
           IF WS-INSERT-SUB IS NOT GREATER THAN 6
               IF WS-HELD-COUNT IS EQUAL TO 6
                   MOVE 5 TO WS-SHIFT-SUB
               ELSE
                   MOVE WS-HELD-COUNT TO WS-SHIFT-SUB
               END-IF
               PERFORM 3120-MOVE-ITEM-DOWN
                   VARYING WS-SHIFT-SUB FROM WS-SHIFT-SUB BY -1
                   UNTIL WS-SHIFT-SUB IS LESS THAN WS-INSERT-SUB
               MOVE PEND-SEND-DATE
                   TO MLST-PEND-SEND-DATE(WS-INSERT-SUB)
               MOVE PEND-MESSAGE-TYPE
                   TO MLST-PEND-MESSAGE-TYPE(WS-INSERT-SUB)
           END-IF
           PERFORM 7100-WRITE-STATUS-RECORD
           PERFORM 8200-READ-PENDING
           .

       3110-STEP-PAST-EARLIER-ITEM.
           IF PEND-SEND-DATE IS LESS THAN
                   MLST-PEND-SEND-DATE(WS-INSERT-SUB)
               SET INSERT-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-INSERT-SUB
           END-IF
           .

       3120-MOVE-ITEM-DOWN.
           MOVE MLST-PEND-ENTRY(WS-SHIFT-SUB)
               TO MLST-PEND-ENTRY(WS-SHIFT-SUB + 1)
           .

       4000-LOAD-UNCONFIRMED-LETTERS.
           OPEN INPUT UNCF-FILE
           IF WS-UNCF-STATUS IS NOT EQUAL TO '00'
               MOVE 'UNCFOUT' TO WS-ABORT-FILE-NAME
               MOVE WS-UNCF-STATUS TO WS-ABORT-STATUS
               PERFORM 1500-NOTE-FILE-SKIPPED
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 8300-READ-UNCONFIRMED
               PERFORM 4100-APPLY-UNCONFIRMED-LETTER
                   UNTIL END-OF-INPUT-FILE
               CLOSE UNCF-FILE
           END-IF
           .

       4100-APPLY-UNCONFIRMED-LETTER.
           ADD 1 TO WS-UNCF-READ-COUNT
           MOVE UNCF-CUSTOMER-NUMBER TO MLST-CUSTOMER-NUMBER
           PERFORM 7000-READ-STATUS-RECORD
           IF MLST-UNCF-COUNT IS LESS THAN 999
               ADD 1 TO MLST-UNCF-COUNT
           END-IF
           IF UNCF-PRINT-DATE IS GREATER THAN MLST-UNCF-PRINT-DATE
               MOVE UNCF-PRINT-DATE TO MLST-UNCF-PRINT-DATE
               MOVE UNCF-DAYS-UNCONFIRMED TO MLST-UNCF-DAYS
           END-IF
           PERFORM 7100-WRITE-STATUS-RECORD
           PERFORM 8300-READ-UNCONFIRMED
           .

      *****************************************************************
      * FETCH THE CUSTOMER'S RECORD IF AN EARLIER FILE ALREADY MADE
      * ONE; OTHERWISE START A CLEAR ONE.
      *****************************************************************
       7000-READ-STATUS-RECORD.
           MOVE 'N' TO WS-FOUND-SWITCH
           READ MAIL-STATUS-FILE
               INVALID KEY
                   PERFORM 7200-CLEAR-STATUS-RECORD
               NOT INVALID KEY
                   SET STATUS-RECORD-FOUND TO TRUE
           END-READ
           .

       7100-WRITE-STATUS-RECORD.
           IF STATUS-RECORD-FOUND
               REWRITE MLST-RECORD
           ELSE
               ADD 1 TO WS-CUSTOMER-COUNT
               WRITE MLST-RECORD
           END-IF
           .

      * EVERYTHING BUT THE KEY, WHICH THE CALLER HAS SET.
       7200-CLEAR-STATUS-RECORD.
           MOVE WS-RUN-DATE TO MLST-LOAD-DATE
           MOVE 0 TO MLST-BOUNCE-COUNT
           MOVE 0 TO MLST-UNCF-COUNT
           MOVE 0 TO MLST-UNCF-PRINT-DATE
           MOVE 0 TO MLST-UNCF-DAYS
           MOVE 0 TO MLST-PEND-COUNT
           PERFORM 7210-CLEAR-PENDING-ENTRY
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB IS GREATER THAN 6
           .

       7210-CLEAR-PENDING-ENTRY.
           MOVE 0 TO MLST-PEND-SEND-DATE(WS-ENTRY-SUB)
           MOVE SPACES TO MLST-PEND-MESSAGE-TYPE(WS-ENTRY-SUB)
           .

       8100-READ-BOUNCE.
           READ BNC-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ
           .

       8200-READ-PENDING.
           READ PEND-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ
           .

       8300-READ-UNCONFIRMED.
           READ UNCF-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ
           .

       9000-TERMINATE.
           CLOSE MAIL-STATUS-FILE
           DISPLAY 'SAMPLCPL: BOUNCE RECORDS READ:       '
               WS-BNC-READ-COUNT
           DISPLAY 'SAMPLCPL: PENDING ITEMS READ:        '
               WS-PEND-READ-COUNT
           DISPLAY 'SAMPLCPL: UNCONFIRMED LETTERS READ:  '
               WS-UNCF-READ-COUNT
           DISPLAY 'SAMPLCPL: CUSTOMERS LOADED:          '
               WS-CUSTOMER-COUNT
           IF WS-SKIPPED-FILE-COUNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE
           END-IF
           .
