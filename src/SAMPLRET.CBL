      * UNTIL SAMPLCST APPLIES A CORRECTED ADDRESS), AND PRINTS AN
      * AGING REPORT OF EVERY CUSTOMER SITTING IN UNDELIVERABLE
      * STATUS SO THE FIXES CAN BE CHASED.
      * EACH PRINT VENDOR SENDS ITS OWN RETURNED-MAIL FILE (RETMAIL
      * FROM THE PRIMARY VENDOR, RETMAIL2 FROM THE SECOND).  EVERY
      * RETURN IS CHECKED AGAINST THAT VENDOR'S PRINT EXTRACTS, AND A
      * RETURN FOR A CUSTOMER THE VENDOR WAS NEVER SENT A LETTER FOR
      * IS REPORTED -- NOTING WHEN THE LETTER WENT TO THE OTHER VENDOR.
      * THE PRIMARY VENDOR'S RETURNS ALSO COVER REPRINTS (RPREXT,
      * CONCATENATED BEHIND PRINTEXT) AND ACCESSIBLE-FORMAT LETTERS
      * (ACCSEXT), SO THOSE ARE SEARCHED FOR VENDOR 1 AS WELL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RETM-FILE ASSIGN TO 'RETMAIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETM-STATUS.
           SELECT RETM2-FILE ASSIGN TO 'RETMAIL2'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETM2-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'PRINTEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT PRINT2-FILE ASSIGN TO 'PRINTEX2'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT2-STATUS.
           SELECT ACCS-FILE ASSIGN TO 'ACCSEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCS-STATUS.
           SELECT CUST-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * BOTH VENDORS' RETURNED-MAIL FILES ARE READ INTO RETM-RECORD
      * (RETRFILE.CPY) AND BOTH VENDORS' EXTRACTS INTO PRTX-RECORD
      * (PRTFILE.CPY), IN WORKING STORAGE.
      *****************************************************************
       FD  RETM-FILE.
       01  RETM1-RECORD                 PIC X(19).
       FD  RETM2-FILE.
       01  RETM2-RECORD                 PIC X(19).
       FD  PRINT-FILE.
       01  PRT1-RECORD                  PIC X(214).
       FD  PRINT2-FILE.
       01  PRT2-RECORD                  PIC X(214).
       FD  ACCS-FILE.
           COPY ACCXFILE.
       FD  CUST-FILE.
           COPY CUSTFILE.
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE             PIC X(80).
       WORKING-STORAGE SECTION.
           COPY RETRFILE.
           COPY PRTFILE.
       01  WS-RETM-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RETM2-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PRINT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PRINT2-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ACCS-STATUS                PIC X(02) VALUE SPACES.
      *****************************************************************
      * THE NIGHT'S RETURNS, ONE ENTRY PER CUSTOMER PER VENDOR, EACH
      * FLAGGED AS THE VENDOR'S OWN EXTRACTS (OR THE OTHER VENDOR'S)
      * TURN UP A LETTER FOR THE CUSTOMER.
      *****************************************************************
       01  WS-RET-VENDOR                 PIC 9(01) VALUE 1.
       01  WS-XTR-VENDOR                 PIC 9(01) VALUE 1.
       01  WS-OTHER-VENDOR               PIC 9(01) VALUE 2.
       01  WS-XTR-AVAIL-TABLE.
           05  WS-XTR-AVAIL-SWITCH OCCURS 2 TIMES
                                         PIC X(01) VALUE 'N'.
       01  WS-PRINT-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  END-OF-PRINT-FILE             VALUE 'Y'.
       01  WS-RTN-MAX                    PIC 9(05) VALUE 10000.
       01  WS-RTN-COUNT                  PIC 9(05) VALUE 0.
       01  WS-RTN-OVERFLOW-SWITCH        PIC X(01) VALUE 'N'.
           88  RTN-TABLE-OVERFLOWED          VALUE 'Y'.
       01  WS-RTN-TABLE.
           05  WS-RTN-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-RTN-IX.
               10  WS-RTN-CUSTOMER          PIC 9(09).
               10  WS-RTN-VENDOR            PIC 9(01).
               10  WS-RTN-MATCHED-SWITCH    PIC X(01).
                   88  RETURN-ON-OWN-EXTRACT    VALUE 'Y'.
               10  WS-RTN-OTHER-SWITCH      PIC X(01).
                   88  RETURN-ON-OTHER-EXTRACT  VALUE 'Y'.
       01  WS-RTN-SUB                    PIC 9(05) VALUE 0.
       01  WS-FIND-CUSTOMER              PIC 9(09) VALUE 0.
       01  WS-FIND-VENDOR                PIC 9(01) VALUE 0.
       01  WS-RTN-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  RETURN-ENTRY-FOUND            VALUE 'Y'.
       01  WS-VENDOR2-READ-COUNT         PIC 9(07) VALUE 0.
       01  WS-NOT-ON-EXTRACT-COUNT       PIC 9(07) VALUE 0.
       01  WS-CUST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-RETURNED-PIECE
               UNTIL END-OF-RETM-FILE
           PERFORM 2500-APPLY-SECOND-VENDOR
           PERFORM 3000-MATCH-VENDOR-EXTRACTS
           PERFORM 4000-REPORT-UNMATCHED-RETURNS
           PERFORM 5000-WRITE-AGING-REPORT
           PERFORM 9000-TERMINATE
           GOBACK
      *****************************************************************
       2000-APPLY-RETURNED-PIECE.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2100-TABLE-RETURN
           PERFORM 2400-READ-CUSTOMER-MASTER
           EVALUATE TRUE
               WHEN NOT CUSTOMER-ON-MASTER
           PERFORM 8000-READ-RETM
           .

       2100-TABLE-RETURN.
           MOVE RETM-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
           MOVE WS-RET-VENDOR TO WS-FIND-VENDOR
           PERFORM 7000-FIND-RETURN-ENTRY
           IF NOT RETURN-ENTRY-FOUND
               IF WS-RTN-COUNT IS LESS THAN WS-RTN-MAX
                   ADD 1 TO WS-RTN-COUNT
                   SET WS-RTN-IX TO WS-RTN-COUNT
                   MOVE RETM-CUSTOMER-NUMBER
                       TO WS-RTN-CUSTOMER(WS-RTN-IX)
                   MOVE WS-RET-VENDOR TO WS-RTN-VENDOR(WS-RTN-IX)
                   MOVE 'N' TO WS-RTN-MATCHED-SWITCH(WS-RTN-IX)
                   MOVE 'N' TO WS-RTN-OTHER-SWITCH(WS-RTN-IX)
               ELSE
                   IF NOT RTN-TABLE-OVERFLOWED
                       DISPLAY 'SAMPLRET: MORE THAN ' WS-RTN-MAX
                           ' RETURNED CUSTOMERS -- EXCESS NOT '
                           'CHECKED AGAINST THE VENDOR EXTRACTS'
                       SET RTN-TABLE-OVERFLOWED TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       2400-READ-CUSTOMER-MASTER.
           MOVE RETM-CUSTOMER-NUMBER TO CUST-CUSTOMER-NUMBER
           MOVE 'N' TO WS-CUST-FOUND-SWITCH
           END-READ
           .

      *****************************************************************
      * THE SECOND PRINT VENDOR'S RETURNS ARE APPLIED TO THE MASTER
      * THE SAME WAY.  A NIGHT THE SECOND VENDOR SENT NOTHING (NO
      * RETMAIL2) IS NOT AN ERROR -- IT MAY HAVE MAILED NOTHING.
      *****************************************************************
       2500-APPLY-SECOND-VENDOR.
           OPEN INPUT RETM2-FILE
           IF WS-RETM2-STATUS IS EQUAL TO '00'
               MOVE 2 TO WS-RET-VENDOR
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE WS-READ-COUNT TO WS-VENDOR2-READ-COUNT
               PERFORM 8000-READ-RETM
               PERFORM 2000-APPLY-RETURNED-PIECE
                   UNTIL END-OF-RETM-FILE
               COMPUTE WS-VENDOR2-READ-COUNT =
                   WS-READ-COUNT - WS-VENDOR2-READ-COUNT
               CLOSE RETM2-FILE
           ELSE
               DISPLAY 'SAMPLRET: RETMAIL2 NOT AVAILABLE -- NO '
                   'SECOND-VENDOR RETURNS TONIGHT'
           END-IF
           .

      *****************************************************************
      * READ EVERY LETTER HEADER ON EACH VENDOR'S PRINT EXTRACTS
      * (ALL RETAINED GENERATIONS) AND FLAG THE RETURNS IT ACCOUNTS
      * FOR -- FOR VENDOR 1, THE REPRINTS BEHIND PRINTEXT AND THE
      * ACCESSIBLE-FORMAT EXTRACTS TOO.  A VENDOR WHOSE EXTRACTS CANNOT
      * ALL BE READ HAS ITS RETURNS APPLIED BUT NOT CHECKED.
      *****************************************************************
       3000-MATCH-VENDOR-EXTRACTS.
           IF WS-RTN-COUNT IS GREATER THAN ZERO
               OPEN INPUT PRINT-FILE
               IF WS-PRINT-STATUS IS EQUAL TO '00'
                   MOVE 'Y' TO WS-XTR-AVAIL-SWITCH(1)
                   MOVE 1 TO WS-XTR-VENDOR
                   MOVE 2 TO WS-OTHER-VENDOR
                   MOVE 'N' TO WS-PRINT-EOF-SWITCH
                   PERFORM 8100-READ-PRINT
                   PERFORM 3100-MATCH-EXTRACT-LETTER
                       UNTIL END-OF-PRINT-FILE
                   CLOSE PRINT-FILE
                   PERFORM 3200-MATCH-ACCESSIBLE-EXTRACT
               ELSE
                   DISPLAY 'SAMPLRET: PRINTEXT NOT AVAILABLE -- '
                       'VENDOR 1 RETURNS NOT CHECKED'
               END-IF
               OPEN INPUT PRINT2-FILE
               IF WS-PRINT2-STATUS IS EQUAL TO '00'
                   MOVE 'Y' TO WS-XTR-AVAIL-SWITCH(2)
                   MOVE 2 TO WS-XTR-VENDOR
                   MOVE 1 TO WS-OTHER-VENDOR
                   MOVE 'N' TO WS-PRINT-EOF-SWITCH
                   PERFORM 8100-READ-PRINT
                   PERFORM 3100-MATCH-EXTRACT-LETTER
                       UNTIL END-OF-PRINT-FILE
                   CLOSE PRINT2-FILE
               ELSE
                   DISPLAY 'SAMPLRET: PRINTEX2 NOT AVAILABLE -- '
                       'VENDOR 2 RETURNS NOT CHECKED'
               END-IF
           END-IF
           .

       3100-MATCH-EXTRACT-LETTER.
           IF PRTX-LETTER-HEADER
               MOVE PRTX-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
               PERFORM 3150-FLAG-RETURN-ENTRIES
           END-IF
           PERFORM 8100-READ-PRINT
           .

       3150-FLAG-RETURN-ENTRIES.
           MOVE WS-XTR-VENDOR TO WS-FIND-VENDOR
           PERFORM 7000-FIND-RETURN-ENTRY
           IF RETURN-ENTRY-FOUND
               MOVE 'Y' TO WS-RTN-MATCHED-SWITCH(WS-RTN-IX)
           END-IF
           MOVE WS-OTHER-VENDOR TO WS-FIND-VENDOR
           PERFORM 7000-FIND-RETURN-ENTRY
           IF RETURN-ENTRY-FOUND
               MOVE 'Y' TO WS-RTN-OTHER-SWITCH(WS-RTN-IX)
           END-IF
           .

      *****************************************************************
      * LARGE-PRINT AND BRAILLE LETTERS GO OUT UNDER THE PRIMARY
      * VENDOR'S RETURN ADDRESS, SO THEY COUNT AS VENDOR 1'S LETTERS.
      *****************************************************************
       3200-MATCH-ACCESSIBLE-EXTRACT.
           OPEN INPUT ACCS-FILE
           IF WS-ACCS-STATUS IS EQUAL TO '00'
               MOVE 'N' TO WS-PRINT-EOF-SWITCH
               PERFORM 8200-READ-ACCESSIBLE
               PERFORM 3250-MATCH-ACCESSIBLE-LETTER
                   UNTIL END-OF-PRINT-FILE
               CLOSE ACCS-FILE
           ELSE
               MOVE 'N' TO WS-XTR-AVAIL-SWITCH(1)
               DISPLAY 'SAMPLRET: ACCSEXT NOT AVAILABLE -- '
                   'VENDOR 1 RETURNS NOT CHECKED'
           END-IF
           .

       3250-MATCH-ACCESSIBLE-LETTER.
           IF ACCX-LETTER-HEADER
               MOVE ACCX-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
               PERFORM 3150-FLAG-RETURN-ENTRIES
           END-IF
           PERFORM 8200-READ-ACCESSIBLE
           .

      *****************************************************************
      * A RETURN THE VENDOR'S OWN EXTRACTS DO NOT ACCOUNT FOR IS A
      * PIECE WE NEVER SENT THAT VENDOR -- A MISROUTED RETURN FILE OR
      * A VENDOR MAILING SOMEONE ELSE'S WORK.
      *****************************************************************
       4000-REPORT-UNMATCHED-RETURNS.
           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB IS GREATER THAN WS-RTN-COUNT
               SET WS-RTN-IX TO WS-RTN-SUB
               MOVE WS-RTN-VENDOR(WS-RTN-IX) TO WS-FIND-VENDOR
               IF NOT RETURN-ON-OWN-EXTRACT(WS-RTN-IX)
                       AND WS-XTR-AVAIL-SWITCH(WS-FIND-VENDOR)
                           IS EQUAL TO 'Y'
                   ADD 1 TO WS-NOT-ON-EXTRACT-COUNT
                   MOVE SPACES TO AGING-REPORT-LINE
                   IF RETURN-ON-OTHER-EXTRACT(WS-RTN-IX)
                       STRING 'NOT SENT TO VENDOR '  DELIMITED BY SIZE
                               WS-RTN-VENDOR(WS-RTN-IX)
                                                     DELIMITED BY SIZE
                               ': CUSTOMER '         DELIMITED BY SIZE
                               WS-RTN-CUSTOMER(WS-RTN-IX)
                                                     DELIMITED BY SIZE
                               ' -- ON OTHER VENDOR EXTRACT'
                                                     DELIMITED BY SIZE
                               INTO AGING-REPORT-LINE
                       END-STRING
                   ELSE
                       STRING 'NOT SENT TO VENDOR '  DELIMITED BY SIZE
                               WS-RTN-VENDOR(WS-RTN-IX)
                                                     DELIMITED BY SIZE
                               ': CUSTOMER '         DELIMITED BY SIZE
                               WS-RTN-CUSTOMER(WS-RTN-IX)
                                                     DELIMITED BY SIZE
                               INTO AGING-REPORT-LINE
                       END-STRING
                   END-IF
                   WRITE AGING-REPORT-LINE
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * FULL SCAN OF THE CUSTOMER MASTER FOR EVERYONE STILL FLAGGED
      * UNDELIVERABLE, AGED FROM THE RETURN DATE, SO OPERATIONS CAN
           END-IF
           .

       7000-FIND-RETURN-ENTRY.
           MOVE 'N' TO WS-RTN-FOUND-SWITCH
           IF WS-RTN-COUNT IS GREATER THAN ZERO
               SET WS-RTN-IX TO 1
               SEARCH WS-RTN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RTN-IX IS GREATER THAN WS-RTN-COUNT
                       CONTINUE
                   WHEN WS-RTN-CUSTOMER(WS-RTN-IX) IS EQUAL TO
                           WS-FIND-CUSTOMER
                       AND WS-RTN-VENDOR(WS-RTN-IX) IS EQUAL TO
                           WS-FIND-VENDOR
                       SET RETURN-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

       8000-READ-RETM.
           IF WS-RET-VENDOR IS EQUAL TO 2
               READ RETM2-FILE INTO RETM-RECORD
                   AT END
                       SET END-OF-RETM-FILE TO TRUE
               END-READ
           ELSE
               READ RETM-FILE INTO RETM-RECORD
                   AT END
                       SET END-OF-RETM-FILE TO TRUE
               END-READ
           END-IF
           .

       8100-READ-PRINT.
           IF WS-XTR-VENDOR IS EQUAL TO 2
               READ PRINT2-FILE INTO PRTX-RECORD
                   AT END
                       SET END-OF-PRINT-FILE TO TRUE
               END-READ
           ELSE
               READ PRINT-FILE INTO PRTX-RECORD
                   AT END
                       SET END-OF-PRINT-FILE TO TRUE
               END-READ
           END-IF
           .

       8200-READ-ACCESSIBLE.
           READ ACCS-FILE
               AT END
                   SET END-OF-PRINT-FILE TO TRUE
           END-READ
           .

                   INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-VENDOR2-READ-COUNT TO WS-COUNT-EDIT
           STRING '  FROM SECOND VENDOR:   ' DELIMITED BY SIZE
                   WS-COUNT-EDIT             DELIMITED BY SIZE
                   INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-COUNT-EDIT
           STRING 'NOT ON MASTER:          ' DELIMITED BY SIZE
                   WS-COUNT-EDIT             DELIMITED BY SIZE
                   INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-NOT-ON-EXTRACT-COUNT TO WS-COUNT-EDIT
           STRING 'NOT SENT TO THAT VENDOR:' DELIMITED BY SIZE
                   WS-COUNT-EDIT             DELIMITED BY SIZE
                   INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-AGING-COUNT TO WS-COUNT-EDIT
           STRING 'IN UNDELIVERABLE STATUS:' DELIMITED BY SIZE
                   WS-COUNT-EDIT             DELIMITED BY SIZE
           CLOSE CUST-FILE
           CLOSE AGING-REPORT-FILE
           IF WS-NOT-ON-MASTER-COUNT IS GREATER THAN ZERO
                   OR WS-NOT-ON-EXTRACT-COUNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE
           END-IF
           .
