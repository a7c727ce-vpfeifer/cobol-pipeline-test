       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLINM.
      *****************************************************************
      * INSERT INVENTORY MAINTENANCE.  READS A TRANSACTION FILE OF
      * ADD/RECEIPT/COUNT/UPDATE/DELETE REQUESTS AGAINST THE INSERT
      * STOCK INVENTORY MASTER, VALIDATES EACH ONE BEFORE APPLYING IT
      * TO THE INDEXED INVNMAST FILE, WRITES A BEFORE/AFTER CHANGE
      * LOG OF EVERY CHANGE APPLIED, AND PRINTS A REJECTS REPORT FOR
      * THE REQUESTS IT REFUSED -- THE SAME SHAPE AS SAMPLPFM FOR THE
      * PRINT PROFILES.  A RECEIPT ADDS THE VENDOR'S DELIVERY TO THE
      * ON-HAND QUANTITY; A PHYSICAL COUNT REPLACES IT OUTRIGHT.  EACH
      * VENDOR'S STOCK OF AN INSERT IS MAINTAINED SEPARATELY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-TRAN-FILE ASSIGN TO 'INVTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVT-STATUS.
           SELECT INVENTORY-FILE ASSIGN TO 'INVNMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVN-KEY
               FILE STATUS IS WS-INVN-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO 'INVCHLG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ILOG-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO 'INVREJRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INV-TRAN-FILE.
           COPY INVTRAN.
       FD  INVENTORY-FILE.
           COPY INVNFILE.
       FD  CHANGE-LOG-FILE.
           COPY INVCHLG.
       FD  REJECT-REPORT-FILE.
       01  REJECT-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-INVT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-INVN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ILOG-STATUS                PIC X(02) VALUE SPACES.
       01  WS-REJRPT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-RUN-TIME                   PIC 9(06) VALUE 0.
       01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
           88  END-OF-INV-TRAN-FILE          VALUE 'Y'.
       01  WS-KEY-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  INSERT-KEY-FOUND              VALUE 'Y'.
       01  WS-REJECT-SWITCH              PIC X(01) VALUE 'N'.
           88  REQUEST-REJECTED              VALUE 'Y'.
       01  WS-REJECT-REASON              PIC X(40) VALUE SPACES.
       01  WS-BEFORE-STOCK.
           05  WS-OLD-ON-HAND           PIC 9(07) VALUE 0.
           05  WS-OLD-REORDER-POINT     PIC 9(07) VALUE 0.
           05  WS-OLD-LEAD-TIME         PIC 9(03) VALUE 0.
       01  WS-NEW-ON-HAND                PIC 9(07) VALUE 0.
       01  WS-READ-COUNT                 PIC 9(07) VALUE 0.
       01  WS-APPLIED-COUNT              PIC 9(07) VALUE 0.
       01  WS-REJECTED-COUNT             PIC 9(07) VALUE 0.
       01  WS-COUNT-EDIT                 PIC Z,ZZZ,ZZ9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST
               UNTIL END-OF-INV-TRAN-FILE
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT INV-TRAN-FILE
           IF WS-INVT-STATUS IS NOT EQUAL TO '00'
               MOVE 'INVTRAN' TO WS-ABORT-FILE-NAME
               MOVE WS-INVT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN I-O INVENTORY-FILE
      * FILE STATUS 35 MEANS THE INVENTORY MASTER DOES NOT EXIST YET
      * (FIRST-EVER MAINTENANCE RUN) -- CREATE IT AND REOPEN FOR
      * UPDATE, AS SAMPLPFM DOES FOR THE PROFILE FILE.
           IF WS-INVN-STATUS IS EQUAL TO '35'
               OPEN OUTPUT INVENTORY-FILE
               IF WS-INVN-STATUS IS EQUAL TO '00'
                   CLOSE INVENTORY-FILE
                   OPEN I-O INVENTORY-FILE
               END-IF
           END-IF
           IF WS-INVN-STATUS IS NOT EQUAL TO '00'
               MOVE 'INVNMAST' TO WS-ABORT-FILE-NAME
               MOVE WS-INVN-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT CHANGE-LOG-FILE
           IF WS-ILOG-STATUS IS NOT EQUAL TO '00'
               MOVE 'INVCHLG' TO WS-ABORT-FILE-NAME
               MOVE WS-ILOG-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT REJECT-REPORT-FILE
           IF WS-REJRPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'INVREJRP' TO WS-ABORT-FILE-NAME
               MOVE WS-REJRPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           MOVE 'INSERT INVENTORY MAINTENANCE REJECTS REPORT'
               TO REJECT-REPORT-LINE
           WRITE REJECT-REPORT-LINE
           MOVE 'ACT V IN QUANTITY REASON'
               TO REJECT-REPORT-LINE
           WRITE REJECT-REPORT-LINE
           PERFORM 8000-READ-INV-TRAN
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLINM: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       2000-PROCESS-REQUEST.
           ADD 1 TO WS-READ-COUNT
           MOVE 'N' TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
      * A REQUEST NAMING NO VENDOR IS FOR THE PRIMARY PRINT VENDOR.
           IF INVT-VENDOR-ID IS EQUAL TO SPACE
               MOVE '1' TO INVT-VENDOR-ID
           END-IF
           PERFORM 3000-VALIDATE-REQUEST
           IF REQUEST-REJECTED
               PERFORM 6000-WRITE-REJECT-LINE
           ELSE
               EVALUATE TRUE
                   WHEN INVT-ACTION-ADD
                       PERFORM 4000-APPLY-ADD
                   WHEN INVT-ACTION-RECEIPT
                       PERFORM 4050-APPLY-RECEIPT
                   WHEN INVT-ACTION-COUNT
                       PERFORM 4060-APPLY-COUNT
                   WHEN INVT-ACTION-UPDATE
                       PERFORM 4100-APPLY-UPDATE
                   WHEN INVT-ACTION-DELETE
                       PERFORM 4200-APPLY-DELETE
               END-EVALUATE
           END-IF
           PERFORM 8000-READ-INV-TRAN
           .

       3000-VALIDATE-REQUEST.
           IF NOT INVT-ACTION-VALID
               MOVE 'ACTION CODE NOT A, R, C, U, OR D'
                   TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND NOT INVT-VENDOR-VALID
               MOVE 'VENDOR NOT 1, 2, OR A' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND INVT-INSERT-CODE IS EQUAL TO SPACES
               MOVE 'INSERT CODE IS BLANK' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND INVT-ACTION-ADD
                   AND INVT-DESCRIPTION IS EQUAL TO SPACES
               MOVE 'DESCRIPTION IS BLANK' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND (INVT-ACTION-ADD OR INVT-ACTION-RECEIPT
                        OR INVT-ACTION-COUNT)
                   AND INVT-QUANTITY IS NOT NUMERIC
               MOVE 'QUANTITY NOT NUMERIC' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND INVT-ACTION-RECEIPT
                   AND INVT-QUANTITY IS EQUAL TO ZERO
               MOVE 'RECEIPT QUANTITY IS ZERO' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND (INVT-ACTION-ADD OR INVT-ACTION-UPDATE)
                   AND INVT-REORDER-POINT IS NOT NUMERIC
               MOVE 'REORDER POINT NOT NUMERIC' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND (INVT-ACTION-ADD OR INVT-ACTION-UPDATE)
                   AND INVT-LEAD-TIME-DAYS IS NOT NUMERIC
               MOVE 'LEAD TIME NOT NUMERIC' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
               PERFORM 3200-READ-INVENTORY-KEY
               EVALUATE TRUE
                   WHEN INVT-ACTION-ADD AND INSERT-KEY-FOUND
                       MOVE 'DUPLICATE KEY ON ADD'
                           TO WS-REJECT-REASON
                       SET REQUEST-REJECTED TO TRUE
                   WHEN INVT-ACTION-ADD
                       CONTINUE
                   WHEN NOT INSERT-KEY-FOUND
                       MOVE 'INSERT NOT ON INVENTORY MASTER'
                           TO WS-REJECT-REASON
                       SET REQUEST-REJECTED TO TRUE
               END-EVALUATE
           END-IF
           .

       3200-READ-INVENTORY-KEY.
           MOVE INVT-VENDOR-ID TO INVN-VENDOR-ID
           MOVE INVT-INSERT-CODE TO INVN-INSERT-CODE
           MOVE 'N' TO WS-KEY-FOUND-SWITCH
           MOVE ZEROS TO WS-BEFORE-STOCK
           READ INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET INSERT-KEY-FOUND TO TRUE
                   MOVE INVN-ON-HAND TO WS-OLD-ON-HAND
                   MOVE INVN-REORDER-POINT TO WS-OLD-REORDER-POINT
                   MOVE INVN-LEAD-TIME-DAYS TO WS-OLD-LEAD-TIME
           END-READ
           .

       4000-APPLY-ADD.
           MOVE INVT-VENDOR-ID TO INVN-VENDOR-ID
           MOVE INVT-INSERT-CODE TO INVN-INSERT-CODE
           MOVE INVT-DESCRIPTION TO INVN-DESCRIPTION
           MOVE INVT-QUANTITY TO INVN-ON-HAND
           MOVE INVT-REORDER-POINT TO INVN-REORDER-POINT
           MOVE INVT-LEAD-TIME-DAYS TO INVN-LEAD-TIME-DAYS
      * THE OPENING STOCK STANDS AS THE FIRST COUNT OF THE INSERT.
           MOVE 0 TO INVN-LAST-RECEIPT-DATE
           MOVE WS-RUN-DATE TO INVN-LAST-COUNT-DATE
           MOVE 0 TO INVN-LAST-DEPLETE-DATE
           MOVE 0 TO INVN-LAST-DEPLETE-QTY
           WRITE INVN-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE KEY ON ADD'
                       TO WS-REJECT-REASON
                   SET REQUEST-REJECTED TO TRUE
                   PERFORM 6000-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 5000-WRITE-CHANGE-LOG
           END-WRITE
           .

       4050-APPLY-RECEIPT.
           ADD INVT-QUANTITY TO INVN-ON-HAND GIVING WS-NEW-ON-HAND
               ON SIZE ERROR
                   MOVE 'RECEIPT WOULD OVERFLOW ON-HAND QUANTITY'
                       TO WS-REJECT-REASON
                   SET REQUEST-REJECTED TO TRUE
                   PERFORM 6000-WRITE-REJECT-LINE
           END-ADD
           IF NOT REQUEST-REJECTED
               MOVE WS-NEW-ON-HAND TO INVN-ON-HAND
               MOVE WS-RUN-DATE TO INVN-LAST-RECEIPT-DATE
               PERFORM 4900-REWRITE-INVENTORY
           END-IF
           .

       4060-APPLY-COUNT.
           MOVE INVT-QUANTITY TO INVN-ON-HAND
           MOVE WS-RUN-DATE TO INVN-LAST-COUNT-DATE
           PERFORM 4900-REWRITE-INVENTORY
           .

       4100-APPLY-UPDATE.
           IF INVT-DESCRIPTION IS NOT EQUAL TO SPACES
               MOVE INVT-DESCRIPTION TO INVN-DESCRIPTION
           END-IF
           MOVE INVT-REORDER-POINT TO INVN-REORDER-POINT
           MOVE INVT-LEAD-TIME-DAYS TO INVN-LEAD-TIME-DAYS
           PERFORM 4900-REWRITE-INVENTORY
           .

       4200-APPLY-DELETE.
           MOVE INVT-VENDOR-ID TO INVN-VENDOR-ID
           MOVE INVT-INSERT-CODE TO INVN-INSERT-CODE
           DELETE INVENTORY-FILE
               INVALID KEY
                   MOVE 'INSERT NOT ON INVENTORY MASTER'
                       TO WS-REJECT-REASON
                   SET REQUEST-REJECTED TO TRUE
                   PERFORM 6000-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 5000-WRITE-CHANGE-LOG
           END-DELETE
           .

       4900-REWRITE-INVENTORY.
           REWRITE INVN-RECORD
               INVALID KEY
                   MOVE 'INSERT NOT ON INVENTORY MASTER'
                       TO WS-REJECT-REASON
                   SET REQUEST-REJECTED TO TRUE
                   PERFORM 6000-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 5000-WRITE-CHANGE-LOG
           END-REWRITE
           .

       5000-WRITE-CHANGE-LOG.
           MOVE INVT-ACTION-CODE TO ILOG-ACTION-CODE
           MOVE INVT-INSERT-CODE TO ILOG-INSERT-CODE
           MOVE INVT-VENDOR-ID TO ILOG-VENDOR-ID
           IF INVT-QUANTITY IS NUMERIC
               MOVE INVT-QUANTITY TO ILOG-TRAN-QUANTITY
           ELSE
               MOVE 0 TO ILOG-TRAN-QUANTITY
           END-IF
           MOVE WS-OLD-ON-HAND TO ILOG-OLD-ON-HAND
           MOVE WS-OLD-REORDER-POINT TO ILOG-OLD-REORDER-POINT
           MOVE WS-OLD-LEAD-TIME TO ILOG-OLD-LEAD-TIME
           IF INVT-ACTION-DELETE
               MOVE ZEROS TO ILOG-AFTER-STOCK
           ELSE
               MOVE INVN-ON-HAND TO ILOG-NEW-ON-HAND
               MOVE INVN-REORDER-POINT TO ILOG-NEW-REORDER-POINT
               MOVE INVN-LEAD-TIME-DAYS TO ILOG-NEW-LEAD-TIME
           END-IF
           MOVE WS-RUN-DATE TO ILOG-CHANGE-DATE
           MOVE WS-RUN-TIME TO ILOG-CHANGE-TIME
           WRITE ILOG-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .

       6000-WRITE-REJECT-LINE.
           MOVE SPACES TO REJECT-REPORT-LINE
           STRING INVT-ACTION-CODE      DELIMITED BY SIZE
                   '   '                DELIMITED BY SIZE
                   INVT-VENDOR-ID       DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   INVT-INSERT-CODE     DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   INVT-QUANTITY        DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   WS-REJECT-REASON     DELIMITED BY SIZE
                   INTO REJECT-REPORT-LINE
           END-STRING
           WRITE REJECT-REPORT-LINE
           ADD 1 TO WS-REJECTED-COUNT
           .

       8000-READ-INV-TRAN.
           READ INV-TRAN-FILE
               AT END
                   SET END-OF-INV-TRAN-FILE TO TRUE
           END-READ
           .

       9000-TERMINATE.
           MOVE SPACES TO REJECT-REPORT-LINE
           WRITE REJECT-REPORT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           STRING 'REQUESTS READ:     ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO REJECT-REPORT-LINE
           END-STRING
           WRITE REJECT-REPORT-LINE
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
           STRING 'REQUESTS APPLIED:  ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO REJECT-REPORT-LINE
           END-STRING
           WRITE REJECT-REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           STRING 'REQUESTS REJECTED: ' DELIMITED BY SIZE
                   WS-COUNT-EDIT        DELIMITED BY SIZE
                   INTO REJECT-REPORT-LINE
           END-STRING
           WRITE REJECT-REPORT-LINE
           CLOSE INV-TRAN-FILE
           CLOSE INVENTORY-FILE
           CLOSE CHANGE-LOG-FILE
           CLOSE REJECT-REPORT-FILE
           IF WS-REJECTED-COUNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE
           END-IF
           .
