       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLNCX.
      *****************************************************************
      * QUARTERLY NATIONAL CHANGE OF ADDRESS (NCOA) EXTRACT.  SCANS
      * THE CUSTOMER MASTER AND WRITES EVERY MAILING ADDRESS ON FILE
      * IN THE NCOA VENDOR'S INPUT FORMAT, SO MOVES ARE CAUGHT BEFORE
      * THE POST OFFICE STARTS RETURNING LETTERS RATHER THAN AFTER.
      * THE VENDOR'S MATCH FILE COMES BACK TO SAMPLNCO.  A CUSTOMER
      * WITH NO ADDRESS ON FILE HAS NOTHING TO MATCH AND IS COUNTED,
      * NOT SENT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT NCOA-EXTRACT-FILE ASSIGN TO 'NCOAEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NCOX-STATUS.
           SELECT EXTRACT-REPORT-FILE ASSIGN TO 'NCOXRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
           COPY CUSTFILE.
       FD  NCOA-EXTRACT-FILE.
           COPY NCOXFILE.
       FD  EXTRACT-REPORT-FILE.
       01  EXTRACT-REPORT-LINE           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NCOX-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-SCAN-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-MASTER-SCAN            VALUE 'Y'.
       01  WS-READ-COUNT                 PIC 9(09) VALUE 0.
       01  WS-EXTRACTED-COUNT            PIC 9(09) VALUE 0.
       01  WS-NO-ADDRESS-COUNT           PIC 9(09) VALUE 0.
       01  WS-COUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXTRACT-ONE-CUSTOMER
               UNTIL END-OF-MASTER-SCAN
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS IS NOT EQUAL TO '00'
               MOVE 'CUSTMAST' TO WS-ABORT-FILE-NAME
               MOVE WS-CUST-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT NCOA-EXTRACT-FILE
           IF WS-NCOX-STATUS IS NOT EQUAL TO '00'
               MOVE 'NCOAEXT' TO WS-ABORT-FILE-NAME
               MOVE WS-NCOX-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT EXTRACT-REPORT-FILE
           IF WS-RPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'NCOXRPT' TO WS-ABORT-FILE-NAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING 'NCOA ADDRESS EXTRACT FOR '  DELIMITED BY SIZE
                   WS-RUN-DATE                 DELIMITED BY SIZE
                   INTO EXTRACT-REPORT-LINE
           END-STRING
           WRITE EXTRACT-REPORT-LINE
           MOVE 0 TO CUST-CUSTOMER-NUMBER
           START CUST-FILE
               KEY IS NOT LESS THAN CUST-CUSTOMER-NUMBER
               INVALID KEY
                   SET END-OF-MASTER-SCAN TO TRUE
           END-START
           IF WS-CUST-STATUS IS NOT EQUAL TO '00'
               SET END-OF-MASTER-SCAN TO TRUE
           END-IF
           PERFORM 8000-READ-NEXT-CUSTOMER
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLNCX: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       2000-EXTRACT-ONE-CUSTOMER.
           ADD 1 TO WS-READ-COUNT
           IF CUST-ADDRESS-LINE-1 IS EQUAL TO SPACES
                   AND CUST-CITY IS EQUAL TO SPACES
                   AND CUST-ZIP-CODE IS EQUAL TO SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
           ELSE
               MOVE CUST-CUSTOMER-NUMBER TO NCOX-CUSTOMER-NUMBER
               MOVE CUST-CUSTOMER-NAME TO NCOX-CUSTOMER-NAME
               MOVE CUST-MAILING-ADDRESS TO NCOX-MAILING-ADDRESS
               WRITE NCOX-RECORD
               ADD 1 TO WS-EXTRACTED-COUNT
           END-IF
           PERFORM 8000-READ-NEXT-CUSTOMER
           .

       8000-READ-NEXT-CUSTOMER.
           IF NOT END-OF-MASTER-SCAN
               READ CUST-FILE NEXT RECORD
                   AT END
                       SET END-OF-MASTER-SCAN TO TRUE
               END-READ
               IF WS-CUST-STATUS IS NOT EQUAL TO '00'
                   SET END-OF-MASTER-SCAN TO TRUE
               END-IF
           END-IF
           .

       9000-TERMINATE.
           MOVE SPACES TO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           STRING 'CUSTOMERS READ:         ' DELIMITED BY SIZE
                   WS-COUNT-EDIT             DELIMITED BY SIZE
                   INTO EXTRACT-REPORT-LINE
           END-STRING
           WRITE EXTRACT-REPORT-LINE
           MOVE WS-EXTRACTED-COUNT TO WS-COUNT-EDIT
           STRING 'ADDRESSES EXTRACTED:    ' DELIMITED BY SIZE
                   WS-COUNT-EDIT             DELIMITED BY SIZE
                   INTO EXTRACT-REPORT-LINE
           END-STRING
           WRITE EXTRACT-REPORT-LINE
           MOVE WS-NO-ADDRESS-COUNT TO WS-COUNT-EDIT
           STRING 'NO ADDRESS ON FILE:     ' DELIMITED BY SIZE
                   WS-COUNT-EDIT             DELIMITED BY SIZE
                   INTO EXTRACT-REPORT-LINE
           END-STRING
           WRITE EXTRACT-REPORT-LINE
           CLOSE CUST-FILE
           CLOSE NCOA-EXTRACT-FILE
           CLOSE EXTRACT-REPORT-FILE
           .
