       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLCBK.
      *****************************************************************
      * MONTHLY POSTAGE AND PRODUCTION COST CHARGEBACK.  PRICES EVERY
      * LETTER A VENDOR WAS SENT IN THE CHARGE MONTH, EACH AT ITS OWN
      * VENDOR'S RATES -- THE PRIMARY PRINT VENDOR'S PRINTEXT
      * GENERATIONS WITH THE REPRINT EXTRACTS CONCATENATED BEHIND
      * THEM, THE SECOND PRINT VENDOR'S PRINTEX2 GENERATIONS, AND THE
      * SPECIALTY VENDOR'S ACCSEXT GENERATIONS -- AND EVERY MESSAGE
      * THE AUDIT HISTORY SHOWS WENT OUT ELECTRONICALLY IN THE MONTH,
      * AGAINST THE MAINTAINED RATE TABLE, AND BILLS THE COST TO THE
      * DEPARTMENT -- THE TRANIN SUBMITTING SYSTEM -- THAT ASKED FOR
      * IT.  A LETTER IS PRICED AS PRESORT POSTAGE FOR ITS ZIP GROUP,
      * PLUS THE PER-PAGE PRODUCTION COST AND ITS FORM'S STOCK
      * SURCHARGE FOR EACH PAGE (FOR A LARGE-PRINT OR BRAILLE LETTER,
      * THE FORMAT'S COST PER TEXT LINE), PLUS ONE CHARGE PER INSERT
      * STUFFED.  REPRINTS FROM SAMPLRPR AND PAPER FALLBACKS FROM
      * SAMPLERC ARE OPERATIONS' COST, NOT THE ORIGINAL
      * DEPARTMENT'S, AND ARE BILLED TO THE 'OPS' COST CENTER.
      * PRODUCES THE CHARGEBACK REPORT BY DEPARTMENT AND MESSAGE TYPE
      * AND A BALANCED GENERAL-LEDGER JOURNAL: ONE DEBIT PER
      * DEPARTMENT, ONE CREDIT TO THE RECOVERY ACCOUNT.  A MISSING
      * RATE PRICES AT ZERO AND A DEPARTMENT WITH NO COST CENTER IS
      * LEFT OFF THE JOURNAL -- BOTH ARE REPORTED AND END THE RUN
      * RC=4.  WITHOUT A RECOVERY ACCOUNT NO JOURNAL IS WRITTEN AND
      * THE RUN ENDS RC=8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-EXTRACT-FILE ASSIGN TO 'PRINTEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTX-STATUS.
           SELECT PRINT2-FILE ASSIGN TO 'PRINTEX2'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRT2-STATUS.
           SELECT ACCS-FILE ASSIGN TO 'ACCSEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCS-STATUS.
           SELECT AUDIT-HIST-FILE ASSIGN TO 'AUDTHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AHST-STATUS.
           SELECT RATE-FILE ASSIGN TO 'RATETBL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CBK-PARM-FILE ASSIGN TO 'CBKPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBKP-STATUS.
           SELECT CHARGEBACK-REPORT-FILE ASSIGN TO 'CBKRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJOURNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * BOTH PRINT VENDORS' EXTRACTS ARE READ INTO PRTX-RECORD
      * (PRTFILE.CPY) IN WORKING STORAGE.
      *****************************************************************
       FD  PRINT-EXTRACT-FILE.
       01  PRT1-RECORD                  PIC X(214).
       FD  PRINT2-FILE.
       01  PRT2-RECORD                  PIC X(214).
       FD  ACCS-FILE.
           COPY ACCXFILE.
       FD  AUDIT-HIST-FILE.
           COPY AUDTFILE.
       FD  RATE-FILE.
           COPY RATEFILE.
       FD  CBK-PARM-FILE.
           COPY CBKPARM.
       FD  CHARGEBACK-REPORT-FILE.
       01  CHARGEBACK-REPORT-LINE       PIC X(132).
       FD  GL-JOURNAL-FILE.
           COPY GLJFILE.
       WORKING-STORAGE SECTION.
           COPY PRTFILE.
       01  WS-PRTX-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PRT2-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ACCS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-AHST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RATE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CBKP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-GLJ-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-CHARGE-MONTH               PIC 9(06) VALUE 0.
       01  WS-CHARGE-MONTH-R REDEFINES WS-CHARGE-MONTH.
           05  WS-CHARGE-YYYY           PIC 9(04).
           05  WS-CHARGE-MM             PIC 9(02).
       01  WS-RECORD-MONTH               PIC 9(06) VALUE 0.
       01  WS-PRTX-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-PRINT-EXTRACT          VALUE 'Y'.
       01  WS-ACCS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-ACCS-FILE              VALUE 'Y'.
       01  WS-AHST-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-AUDIT-HIST-FILE        VALUE 'Y'.
       01  WS-RATE-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-RATE-FILE              VALUE 'Y'.
      *****************************************************************
      * RATE TABLE, HELD IN STORAGE IN RATETBL ORDER.  EACH ENTRY IS
      * A RATE CARD AS READ, SO THE PRICE AND COST-CENTER VIEWS OF
      * RATEFILE.CPY APPLY TO IT UNCHANGED.  EACH PRICING PASS SETS
      * WS-PRICING-VENDOR TO THE VENDOR WHOSE LETTERS IT IS PRICING
      * (SPACES FOR ELECTRONIC MESSAGES).
      *****************************************************************
       01  WS-RATE-MAX                   PIC 9(03) VALUE 500.
       01  WS-RATE-COUNT                 PIC 9(03) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RATE-IX.
               10  WS-RATE-TYPE             PIC X(01).
               10  WS-RATE-KEY              PIC X(08).
               10  WS-RATE-PRICE-DATA.
                   15  WS-RATE-AMOUNT       PIC 9(03)V9(04).
                   15  FILLER               PIC X(13).
               10  WS-RATE-CENTER-DATA REDEFINES WS-RATE-PRICE-DATA.
                   15  WS-RATE-COST-CENTER  PIC X(10).
                   15  WS-RATE-GL-ACCOUNT   PIC X(10).
               10  WS-RATE-VENDOR           PIC X(01).
       01  WS-RATE-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  RATE-CARD-FOUND               VALUE 'Y'.
       01  WS-PRICING-VENDOR             PIC X(01) VALUE SPACES.
       01  WS-FIND-RATE-TYPE             PIC X(01) VALUE SPACES.
       01  WS-FIND-RATE-KEY              PIC X(08) VALUE SPACES.
       01  WS-FIND-RATE-VENDOR           PIC X(01) VALUE SPACES.
       01  WS-ASKED-RATE-KEY             PIC X(08) VALUE SPACES.
       01  WS-FOUND-RATE-AMOUNT          PIC 9(03)V9(04) VALUE 0.
       01  WS-RATE-REJECT-COUNT          PIC 9(07) VALUE 0.
       01  WS-RATE-ERROR-TEXT            PIC X(30) VALUE SPACES.
      *****************************************************************
      * RATES NOT ON THE TABLE (NOR DEFAULTED BY A BLANK-KEY CARD),
      * EACH LISTED ONCE ON THE REPORT.
      *****************************************************************
       01  WS-MISSING-MAX                PIC 9(02) VALUE 50.
       01  WS-MISSING-COUNT              PIC 9(02) VALUE 0.
       01  WS-MISSING-TABLE.
           05  WS-MISSING-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-MISS-IX.
               10  WS-MISSING-TYPE          PIC X(01).
               10  WS-MISSING-KEY           PIC X(08).
               10  WS-MISSING-VENDOR        PIC X(01).
       01  WS-MISSING-FOUND-SWITCH       PIC X(01) VALUE 'N'.
           88  MISSING-RATE-LISTED           VALUE 'Y'.
       01  WS-MISSING-RATE-SWITCH        PIC X(01) VALUE 'N'.
           88  RATE-WAS-MISSING              VALUE 'Y'.
      *****************************************************************
      * CHARGES BY DEPARTMENT AND MESSAGE TYPE.  AMOUNTS ACCUMULATE
      * TO FOUR DECIMALS AND ARE ROUNDED TO THE CENT ONLY ON THE
      * REPORT LINE, SO THE REPORT AND THE JOURNAL AGREE.
      *****************************************************************
       01  WS-CHARGE-MAX                 PIC 9(04) VALUE 1000.
       01  WS-CHARGE-COUNT               PIC 9(04) VALUE 0.
       01  WS-CHARGE-TABLE.
           05  WS-CHARGE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-CHG-IX.
               10  WS-CHG-DEPARTMENT        PIC X(08).
               10  WS-CHG-MESSAGE-TYPE      PIC X(15).
               10  WS-CHG-LETTERS           PIC 9(07).
               10  WS-CHG-PAGES             PIC 9(07).
               10  WS-CHG-PAPER-AMOUNT      PIC 9(09)V9(04).
               10  WS-CHG-MESSAGES          PIC 9(07).
               10  WS-CHG-ELEC-AMOUNT       PIC 9(09)V9(04).
       01  WS-CHARGE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88  CHARGE-ALREADY-TABLED         VALUE 'Y'.
       01  WS-CHARGE-OVERFLOW-SWITCH     PIC X(01) VALUE 'N'.
           88  CHARGE-TABLE-OVERFLOWED       VALUE 'Y'.
       01  WS-CHG-SUB                    PIC 9(04) VALUE 0.
       01  WS-DEPT-MAX                   PIC 9(03) VALUE 100.
       01  WS-DEPT-COUNT                 PIC 9(03) VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-DEPT-IX.
               10  WS-DEPT-NAME             PIC X(08).
               10  WS-DEPT-TOTAL            PIC 9(09)V99.
               10  WS-DEPT-COST-CENTER      PIC X(10).
               10  WS-DEPT-GL-ACCOUNT       PIC X(10).
               10  WS-DEPT-MAPPED-SWITCH    PIC X(01).
                   88  DEPARTMENT-MAPPED        VALUE 'Y'.
       01  WS-DEPT-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  DEPARTMENT-TABLED             VALUE 'Y'.
       01  WS-DEPT-SUB                   PIC 9(03) VALUE 0.
       01  WS-DEPARTMENT                 PIC X(08) VALUE SPACES.
       01  WS-CHARGE-TYPE                PIC X(15) VALUE SPACES.
      *****************************************************************
      * PRICING WORK FIELDS FOR THE LETTER IN HAND.
      *****************************************************************
       01  WS-PRESORT-GROUP              PIC X(03) VALUE SPACES.
       01  WS-LETTER-AMOUNT              PIC 9(07)V9(04) VALUE 0.
       01  WS-PAGE-RATE                  PIC 9(03)V9(04) VALUE 0.
       01  WS-LINE-RATE                  PIC 9(03)V9(04) VALUE 0.
       01  WS-INSERT-SUB                 PIC 9(01) VALUE 0.
       01  WS-LINE-PAPER-AMOUNT          PIC 9(09)V99 VALUE 0.
       01  WS-LINE-ELEC-AMOUNT           PIC 9(09)V99 VALUE 0.
       01  WS-LINE-TOTAL                 PIC 9(09)V99 VALUE 0.
       01  WS-GRAND-TOTAL                PIC 9(09)V99 VALUE 0.
       01  WS-JOURNAL-TOTAL              PIC 9(09)V99 VALUE 0.
       01  WS-RECOVERY-FOUND-SWITCH      PIC X(01) VALUE 'N'.
           88  RECOVERY-ACCOUNT-FOUND        VALUE 'Y'.
       01  WS-RECOVERY-COST-CENTER       PIC X(10) VALUE SPACES.
       01  WS-RECOVERY-GL-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-LETTERS-PRICED             PIC 9(07) VALUE 0.
       01  WS-MESSAGES-PRICED            PIC 9(07) VALUE 0.
       01  WS-UNMAPPED-COUNT             PIC 9(03) VALUE 0.
       01  WS-JOURNAL-COUNT              PIC 9(07) VALUE 0.
       01  WS-QTY-EDIT                   PIC Z,ZZZ,ZZ9.
       01  WS-QTY-EDIT-2                 PIC Z,ZZZ,ZZ9.
       01  WS-QTY-EDIT-3                 PIC Z,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT-2              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT-3              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT                 PIC Z,ZZZ,ZZ9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRICE-PRINT-EXTRACT
           PERFORM 2500-PRICE-ACCESSIBLE-EXTRACT
           PERFORM 3000-PRICE-ELECTRONIC
           PERFORM 5000-WRITE-CHARGEBACK-REPORT
           PERFORM 6000-WRITE-GL-JOURNAL
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-PARAMETERS
           OPEN INPUT PRINT-EXTRACT-FILE
           IF WS-PRTX-STATUS IS NOT EQUAL TO '00'
               MOVE 'PRINTEXT' TO WS-ABORT-FILE-NAME
               MOVE WS-PRTX-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN INPUT PRINT2-FILE
           IF WS-PRT2-STATUS IS NOT EQUAL TO '00'
               MOVE 'PRINTEX2' TO WS-ABORT-FILE-NAME
               MOVE WS-PRT2-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN INPUT ACCS-FILE
           IF WS-ACCS-STATUS IS NOT EQUAL TO '00'
               MOVE 'ACCSEXT' TO WS-ABORT-FILE-NAME
               MOVE WS-ACCS-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN INPUT AUDIT-HIST-FILE
           IF WS-AHST-STATUS IS NOT EQUAL TO '00'
               MOVE 'AUDTHIST' TO WS-ABORT-FILE-NAME
               MOVE WS-AHST-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT CHARGEBACK-REPORT-FILE
           IF WS-RPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'CBKRPT' TO WS-ABORT-FILE-NAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-GLJ-STATUS IS NOT EQUAL TO '00'
               MOVE 'GLJOURNL' TO WS-ABORT-FILE-NAME
               MOVE WS-GLJ-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           MOVE 'POSTAGE AND PRODUCTION COST CHARGEBACK'
               TO CHARGEBACK-REPORT-LINE
           WRITE CHARGEBACK-REPORT-LINE
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           STRING 'CHARGE MONTH '   DELIMITED BY SIZE
                   WS-CHARGE-MONTH  DELIMITED BY SIZE
                   '  RUN DATE '    DELIMITED BY SIZE
                   WS-RUN-DATE      DELIMITED BY SIZE
                   INTO CHARGEBACK-REPORT-LINE
           END-STRING
           WRITE CHARGEBACK-REPORT-LINE
           PERFORM 1200-LOAD-RATE-TABLE
           .

      *****************************************************************
      * THE NORMAL MONTH-END CASE IS THE MONTH JUST ENDED, SO A ZERO
      * (OR MISSING) PARAMETER DEFAULTS TO THE MONTH BEFORE THE RUN
      * DATE.
      *****************************************************************
       1100-READ-PARAMETERS.
           OPEN INPUT CBK-PARM-FILE
           IF WS-CBKP-STATUS IS EQUAL TO '00'
               READ CBK-PARM-FILE
                   NOT AT END
                       IF CBKP-CHARGE-MONTH IS NUMERIC
                           MOVE CBKP-CHARGE-MONTH TO WS-CHARGE-MONTH
                       END-IF
               END-READ
               CLOSE CBK-PARM-FILE
           END-IF
           IF WS-CHARGE-MONTH IS EQUAL TO ZERO
               COMPUTE WS-CHARGE-MONTH = WS-RUN-DATE / 100
               IF WS-CHARGE-MM IS EQUAL TO 1
                   MOVE 12 TO WS-CHARGE-MM
                   SUBTRACT 1 FROM WS-CHARGE-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-CHARGE-MM
               END-IF
           END-IF
           .

      *****************************************************************
      * THE RATE TABLE IS SMALL, SO IT IS HELD IN STORAGE.  A CARD
      * OF AN UNKNOWN TYPE OR VENDOR, A VENDOR ON A CARD THAT TAKES
      * NONE, OR A PRICE CARD WITH A NON-NUMERIC AMOUNT, IS REPORTED
      * AND LEFT OUT; A SECOND CARD FOR THE SAME TYPE, KEY, AND
      * VENDOR IS REPORTED AND THE FIRST ONE STANDS.  WITHOUT THE
      * TABLE EVERYTHING PRICES AT ZERO AND IS REPORTED.
      *****************************************************************
       1200-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLCBK: RATETBL NOT AVAILABLE -- EVERY '
                   'CHARGE WILL PRICE AT ZERO'
           ELSE
               PERFORM 8200-READ-RATE
               PERFORM 1210-LOAD-ONE-RATE
                   UNTIL END-OF-RATE-FILE
               CLOSE RATE-FILE
           END-IF
           .

       1210-LOAD-ONE-RATE.
           MOVE RATE-RECORD-TYPE TO WS-FIND-RATE-TYPE
           MOVE RATE-KEY TO WS-FIND-RATE-KEY
           MOVE RATE-VENDOR-ID TO WS-FIND-RATE-VENDOR
           PERFORM 7010-SEARCH-RATE-TABLE
           EVALUATE TRUE
               WHEN NOT RATE-POSTAGE
                       AND NOT RATE-PER-PAGE
                       AND NOT RATE-FORM-SURCHARGE
                       AND NOT RATE-PER-INSERT
                       AND NOT RATE-ACCESSIBLE-LINE
                       AND NOT RATE-ELECTRONIC
                       AND NOT RATE-COST-CENTER-MAP
                       AND NOT RATE-RECOVERY-ACCOUNT
                   MOVE 'UNKNOWN RATE TYPE: ' TO WS-RATE-ERROR-TEXT
                   PERFORM 1220-REPORT-RATE-CARD
               WHEN NOT RATE-VENDOR-VALID
                   MOVE 'UNKNOWN VENDOR: ' TO WS-RATE-ERROR-TEXT
                   PERFORM 1220-REPORT-RATE-CARD
               WHEN (RATE-ELECTRONIC
                       OR RATE-COST-CENTER-MAP
                       OR RATE-RECOVERY-ACCOUNT)
                       AND RATE-VENDOR-ID IS NOT EQUAL TO SPACES
                   MOVE 'VENDOR NOT ALLOWED: ' TO WS-RATE-ERROR-TEXT
                   PERFORM 1220-REPORT-RATE-CARD
               WHEN NOT RATE-COST-CENTER-MAP
                       AND NOT RATE-RECOVERY-ACCOUNT
                       AND RATE-AMOUNT IS NOT NUMERIC
                   MOVE 'UNUSABLE RATE: ' TO WS-RATE-ERROR-TEXT
                   PERFORM 1220-REPORT-RATE-CARD
               WHEN RATE-CARD-FOUND
                   MOVE 'DUPLICATE RATE IGNORED: '
                       TO WS-RATE-ERROR-TEXT
                   PERFORM 1220-REPORT-RATE-CARD
               WHEN WS-RATE-COUNT IS NOT LESS THAN WS-RATE-MAX
                   MOVE 'RATE TABLE FULL, IGNORED: '
                       TO WS-RATE-ERROR-TEXT
                   PERFORM 1220-REPORT-RATE-CARD
               WHEN OTHER
                   ADD 1 TO WS-RATE-COUNT
                   SET WS-RATE-IX TO WS-RATE-COUNT
                   MOVE RATE-RECORD TO WS-RATE-ENTRY(WS-RATE-IX)
           END-EVALUATE
           PERFORM 8200-READ-RATE
           .

       1220-REPORT-RATE-CARD.
           ADD 1 TO WS-RATE-REJECT-COUNT
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           STRING WS-RATE-ERROR-TEXT        DELIMITED BY '  '
                   ' '                       DELIMITED BY SIZE
                   RATE-RECORD-TYPE          DELIMITED BY SIZE
                   ' '                       DELIMITED BY SIZE
                   RATE-KEY                  DELIMITED BY SIZE
                   ' VENDOR '                DELIMITED BY SIZE
                   RATE-VENDOR-ID            DELIMITED BY SIZE
                   INTO CHARGEBACK-REPORT-LINE
           END-STRING
           WRITE CHARGEBACK-REPORT-LINE
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLCBK: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *****************************************************************
      * ONLY LETTER HEADERS ARE PRICED -- THE HEADER CARRIES THE
      * PAGE COUNT, FORM, INSERTS AND DEPARTMENT FOR THE WHOLE
      * LETTER.  TEXT DETAILS AND THE VENDOR MANIFEST ARE SKIPPED,
      * AS IS ANY LETTER PRINTED OUTSIDE THE CHARGE MONTH.  THE
      * PRIMARY VENDOR'S EXTRACTS (REPRINTS INCLUDED) ARE PRICED AT
      * VENDOR 1'S RATES, THEN THE SECOND VENDOR'S AT VENDOR 2'S.
      *****************************************************************
       2000-PRICE-PRINT-EXTRACT.
           MOVE '1' TO WS-PRICING-VENDOR
           PERFORM 8000-READ-PRINT-EXTRACT
           PERFORM 2100-PRICE-ONE-RECORD
               UNTIL END-OF-PRINT-EXTRACT
           CLOSE PRINT-EXTRACT-FILE
           MOVE '2' TO WS-PRICING-VENDOR
           MOVE 'N' TO WS-PRTX-EOF-SWITCH
           PERFORM 8000-READ-PRINT-EXTRACT
           PERFORM 2100-PRICE-ONE-RECORD
               UNTIL END-OF-PRINT-EXTRACT
           CLOSE PRINT2-FILE
           .

       2100-PRICE-ONE-RECORD.
           IF PRTX-LETTER-HEADER
                   AND PRTX-PRINT-DATE IS NUMERIC
               COMPUTE WS-RECORD-MONTH = PRTX-PRINT-DATE / 100
               IF WS-RECORD-MONTH IS EQUAL TO WS-CHARGE-MONTH
                   PERFORM 2200-PRICE-LETTER
               END-IF
           END-IF
           PERFORM 8000-READ-PRINT-EXTRACT
           .

       2200-PRICE-LETTER.
           ADD 1 TO WS-LETTERS-PRICED
      * REPRINTS AND PAPER FALLBACKS FOR BOUNCED E-DELIVERY ARE
      * OPERATIONS' COST, WHOEVER SENT THE ORIGINAL.
           EVALUATE TRUE
               WHEN PRTX-REPRINT
               WHEN PRTX-SUBMITTING-SYSTEM IS EQUAL TO 'SAMPLERC'
                   MOVE 'OPS' TO WS-DEPARTMENT
               WHEN PRTX-SUBMITTING-SYSTEM IS EQUAL TO SPACES
                   MOVE 'UNKNOWN' TO WS-DEPARTMENT
               WHEN OTHER
                   MOVE PRTX-SUBMITTING-SYSTEM TO WS-DEPARTMENT
           END-EVALUATE
           MOVE PRTX-MESSAGE-TYPE TO WS-CHARGE-TYPE
           IF PRTX-ZIP-CODE(1:3) IS NUMERIC
               MOVE PRTX-ZIP-CODE(1:3) TO WS-PRESORT-GROUP
           ELSE
               MOVE '???' TO WS-PRESORT-GROUP
           END-IF
           MOVE 'P' TO WS-FIND-RATE-TYPE
           MOVE WS-PRESORT-GROUP TO WS-FIND-RATE-KEY
           PERFORM 7000-FIND-RATE
           MOVE WS-FOUND-RATE-AMOUNT TO WS-LETTER-AMOUNT
           MOVE 'G' TO WS-FIND-RATE-TYPE
           MOVE SPACES TO WS-FIND-RATE-KEY
           PERFORM 7000-FIND-RATE
           MOVE WS-FOUND-RATE-AMOUNT TO WS-PAGE-RATE
           MOVE 'F' TO WS-FIND-RATE-TYPE
           MOVE PRTX-FORM-CODE TO WS-FIND-RATE-KEY
           PERFORM 7000-FIND-RATE
           ADD WS-FOUND-RATE-AMOUNT TO WS-PAGE-RATE
           IF PRTX-PAGE-COUNT IS NUMERIC
               COMPUTE WS-LETTER-AMOUNT = WS-LETTER-AMOUNT
                   + (PRTX-PAGE-COUNT * WS-PAGE-RATE)
           END-IF
           PERFORM 2210-PRICE-ONE-INSERT
               VARYING WS-INSERT-SUB FROM 1 BY 1
               UNTIL WS-INSERT-SUB IS GREATER THAN 5
           PERFORM 7200-FIND-OR-ADD-CHARGE
           IF CHARGE-ALREADY-TABLED
               ADD 1 TO WS-CHG-LETTERS(WS-CHG-IX)
               IF PRTX-PAGE-COUNT IS NUMERIC
                   ADD PRTX-PAGE-COUNT TO WS-CHG-PAGES(WS-CHG-IX)
               END-IF
               ADD WS-LETTER-AMOUNT TO WS-CHG-PAPER-AMOUNT(WS-CHG-IX)
           END-IF
           .

       2210-PRICE-ONE-INSERT.
           IF PRTX-INSERT-CODE(WS-INSERT-SUB) IS NOT EQUAL TO SPACES
               MOVE 'I' TO WS-FIND-RATE-TYPE
               MOVE PRTX-INSERT-CODE(WS-INSERT-SUB) TO WS-FIND-RATE-KEY
               PERFORM 7000-FIND-RATE
               ADD WS-FOUND-RATE-AMOUNT TO WS-LETTER-AMOUNT
           END-IF
           .

      *****************************************************************
      * THE SPECIALTY VENDOR'S LARGE-PRINT AND BRAILLE LETTERS, AT
      * VENDOR A'S RATES.  THE VENDOR LAYS THE TEXT OUT FOR THE
      * FORMAT, SO PRODUCTION IS PRICED PER TEXT LINE BY FORMAT
      * RATHER THAN PER PAGE, AND THE LETTERS ADD NO PAGES TO THE
      * REPORT.  POSTAGE AND INSERTS ARE PRICED AS FOR PRINTEXT.
      *****************************************************************
       2500-PRICE-ACCESSIBLE-EXTRACT.
           MOVE 'A' TO WS-PRICING-VENDOR
           PERFORM 8050-READ-ACCESSIBLE-EXTRACT
           PERFORM 2600-PRICE-ONE-ACCESSIBLE
               UNTIL END-OF-ACCS-FILE
           CLOSE ACCS-FILE
           .

       2600-PRICE-ONE-ACCESSIBLE.
           IF ACCX-LETTER-HEADER
                   AND ACCX-PRINT-DATE IS NUMERIC
               COMPUTE WS-RECORD-MONTH = ACCX-PRINT-DATE / 100
               IF WS-RECORD-MONTH IS EQUAL TO WS-CHARGE-MONTH
                   PERFORM 2700-PRICE-ACCESSIBLE-LETTER
               END-IF
           END-IF
           PERFORM 8050-READ-ACCESSIBLE-EXTRACT
           .

       2700-PRICE-ACCESSIBLE-LETTER.
           ADD 1 TO WS-LETTERS-PRICED
           EVALUATE TRUE
               WHEN ACCX-SUBMITTING-SYSTEM IS EQUAL TO 'SAMPLERC'
                   MOVE 'OPS' TO WS-DEPARTMENT
               WHEN ACCX-SUBMITTING-SYSTEM IS EQUAL TO SPACES
                   MOVE 'UNKNOWN' TO WS-DEPARTMENT
               WHEN OTHER
                   MOVE ACCX-SUBMITTING-SYSTEM TO WS-DEPARTMENT
           END-EVALUATE
           MOVE ACCX-MESSAGE-TYPE TO WS-CHARGE-TYPE
           IF ACCX-ZIP-CODE(1:3) IS NUMERIC
               MOVE ACCX-ZIP-CODE(1:3) TO WS-PRESORT-GROUP
           ELSE
               MOVE '???' TO WS-PRESORT-GROUP
           END-IF
           MOVE 'P' TO WS-FIND-RATE-TYPE
           MOVE WS-PRESORT-GROUP TO WS-FIND-RATE-KEY
           PERFORM 7000-FIND-RATE
           MOVE WS-FOUND-RATE-AMOUNT TO WS-LETTER-AMOUNT
           MOVE 'L' TO WS-FIND-RATE-TYPE
           MOVE ACCX-ACCESSIBLE-FORMAT TO WS-FIND-RATE-KEY
           PERFORM 7000-FIND-RATE
           MOVE WS-FOUND-RATE-AMOUNT TO WS-LINE-RATE
           IF ACCX-LINE-COUNT IS NUMERIC
               COMPUTE WS-LETTER-AMOUNT = WS-LETTER-AMOUNT
                   + (ACCX-LINE-COUNT * WS-LINE-RATE)
           END-IF
           PERFORM 2710-PRICE-ACCESSIBLE-INSERT
               VARYING WS-INSERT-SUB FROM 1 BY 1
               UNTIL WS-INSERT-SUB IS GREATER THAN 5
           PERFORM 7200-FIND-OR-ADD-CHARGE
           IF CHARGE-ALREADY-TABLED
               ADD 1 TO WS-CHG-LETTERS(WS-CHG-IX)
               ADD WS-LETTER-AMOUNT TO WS-CHG-PAPER-AMOUNT(WS-CHG-IX)
           END-IF
           .

       2710-PRICE-ACCESSIBLE-INSERT.
           IF ACCX-INSERT-CODE(WS-INSERT-SUB) IS NOT EQUAL TO SPACES
               MOVE 'I' TO WS-FIND-RATE-TYPE
               MOVE ACCX-INSERT-CODE(WS-INSERT-SUB) TO WS-FIND-RATE-KEY
               PERFORM 7000-FIND-RATE
               ADD WS-FOUND-RATE-AMOUNT TO WS-LETTER-AMOUNT
           END-IF
           .

      *****************************************************************
      * EVERY MESSAGE THE AUDIT HISTORY SHOWS WENT OUT ELECTRONICALLY
      * (CHANNEL E, OR B FOR PAPER AND ELECTRONIC BOTH) IN THE CHARGE
      * MONTH IS PRICED AT THE FLAT ELECTRONIC RATE.  EDLVEXT IS
      * REPLACED EVERY NIGHT, SO IT CANNOT COVER A MONTH; AUDTHIST IS
      * CUMULATIVE, AND THE RUN DATE PICKS THE MONTH.
      *****************************************************************
       3000-PRICE-ELECTRONIC.
           MOVE SPACES TO WS-PRICING-VENDOR
           PERFORM 8100-READ-AUDIT-HIST
           PERFORM 3100-PRICE-ONE-RECORD
               UNTIL END-OF-AUDIT-HIST-FILE
           CLOSE AUDIT-HIST-FILE
           .

       3100-PRICE-ONE-RECORD.
           IF (AUDT-DELIVERY-CHANNEL IS EQUAL TO 'E'
                   OR AUDT-DELIVERY-CHANNEL IS EQUAL TO 'B')
                   AND AUDT-RUN-DATE IS NUMERIC
               COMPUTE WS-RECORD-MONTH = AUDT-RUN-DATE / 100
               IF WS-RECORD-MONTH IS EQUAL TO WS-CHARGE-MONTH
                   PERFORM 3200-PRICE-MESSAGE
               END-IF
           END-IF
           PERFORM 8100-READ-AUDIT-HIST
           .

       3200-PRICE-MESSAGE.
           ADD 1 TO WS-MESSAGES-PRICED
           IF AUDT-SUBMITTING-SYSTEM IS EQUAL TO SPACES
               MOVE 'UNKNOWN' TO WS-DEPARTMENT
           ELSE
               MOVE AUDT-SUBMITTING-SYSTEM TO WS-DEPARTMENT
           END-IF
           MOVE AUDT-MESSAGE-TYPE TO WS-CHARGE-TYPE
           MOVE 'E' TO WS-FIND-RATE-TYPE
           MOVE SPACES TO WS-FIND-RATE-KEY
           PERFORM 7000-FIND-RATE
           PERFORM 7200-FIND-OR-ADD-CHARGE
           IF CHARGE-ALREADY-TABLED
               ADD 1 TO WS-CHG-MESSAGES(WS-CHG-IX)
               ADD WS-FOUND-RATE-AMOUNT
                   TO WS-CHG-ELEC-AMOUNT(WS-CHG-IX)
           END-IF
           .

      *****************************************************************
      * ONE BLOCK PER DEPARTMENT, IN THE ORDER THE DEPARTMENTS WERE
      * FIRST SEEN, WITH A LINE PER MESSAGE TYPE AND A DEPARTMENT
      * SUBTOTAL CARRYING THE COST CENTER IT WILL BE JOURNALED TO.
      *****************************************************************
       5000-WRITE-CHARGEBACK-REPORT.
           PERFORM 5050-FIND-RECOVERY-ACCOUNT
           PERFORM 5100-WRITE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB IS GREATER THAN WS-DEPT-COUNT
           MOVE WS-LETTERS-PRICED TO WS-QTY-EDIT
           MOVE WS-MESSAGES-PRICED TO WS-QTY-EDIT-2
           MOVE WS-GRAND-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           STRING 'GRAND TOTAL  LETTERS '  DELIMITED BY SIZE
                   WS-QTY-EDIT              DELIMITED BY SIZE
                   '  E-MESSAGES '          DELIMITED BY SIZE
                   WS-QTY-EDIT-2            DELIMITED BY SIZE
                   '  AMOUNT '              DELIMITED BY SIZE
                   WS-AMOUNT-EDIT           DELIMITED BY SIZE
                   INTO CHARGEBACK-REPORT-LINE
           END-STRING
           WRITE CHARGEBACK-REPORT-LINE
           .

       5050-FIND-RECOVERY-ACCOUNT.
           MOVE 'A' TO WS-FIND-RATE-TYPE
           MOVE SPACES TO WS-FIND-RATE-KEY
           MOVE SPACES TO WS-FIND-RATE-VENDOR
           PERFORM 7010-SEARCH-RATE-TABLE
           IF RATE-CARD-FOUND
               SET RECOVERY-ACCOUNT-FOUND TO TRUE
               MOVE WS-RATE-COST-CENTER(WS-RATE-IX)
                   TO WS-RECOVERY-COST-CENTER
               MOVE WS-RATE-GL-ACCOUNT(WS-RATE-IX)
                   TO WS-RECOVERY-GL-ACCOUNT
           END-IF
           .

       5100-WRITE-DEPARTMENT.
           SET WS-DEPT-IX TO WS-DEPT-SUB
           PERFORM 5150-RESOLVE-COST-CENTER
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           WRITE CHARGEBACK-REPORT-LINE
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           IF DEPARTMENT-MAPPED(WS-DEPT-IX)
               STRING 'DEPARTMENT '             DELIMITED BY SIZE
                       WS-DEPT-NAME(WS-DEPT-IX) DELIMITED BY SIZE
                       '  COST CENTER '         DELIMITED BY SIZE
                       WS-DEPT-COST-CENTER(WS-DEPT-IX)
                                                DELIMITED BY SIZE
                       '  ACCOUNT '             DELIMITED BY SIZE
                       WS-DEPT-GL-ACCOUNT(WS-DEPT-IX)
                                                DELIMITED BY SIZE
                       INTO CHARGEBACK-REPORT-LINE
               END-STRING
           ELSE
               STRING 'DEPARTMENT '             DELIMITED BY SIZE
                       WS-DEPT-NAME(WS-DEPT-IX) DELIMITED BY SIZE
                       '  NO COST CENTER ON RATETBL -- NOT JOURNALED'
                                                DELIMITED BY SIZE
                       INTO CHARGEBACK-REPORT-LINE
               END-STRING
           END-IF
           WRITE CHARGEBACK-REPORT-LINE
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           STRING '  MESSAGE TYPE    '      DELIMITED BY SIZE
                   '  LETTERS     PAGES '   DELIMITED BY SIZE
                   '  PAPER AMOUNT    '     DELIMITED BY SIZE
                   'E-MSGS       E-AMOUNT ' DELIMITED BY SIZE
                   '    LINE TOTAL'         DELIMITED BY SIZE
                   INTO CHARGEBACK-REPORT-LINE
           END-STRING
           WRITE CHARGEBACK-REPORT-LINE
           MOVE 0 TO WS-DEPT-TOTAL(WS-DEPT-IX)
           PERFORM 5200-WRITE-CHARGE-LINE
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB IS GREATER THAN WS-CHARGE-COUNT
           MOVE WS-DEPT-TOTAL(WS-DEPT-IX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           STRING '  DEPARTMENT TOTAL '     DELIMITED BY SIZE
                   WS-DEPT-NAME(WS-DEPT-IX) DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WS-AMOUNT-EDIT           DELIMITED BY SIZE
                   INTO CHARGEBACK-REPORT-LINE
           END-STRING
           WRITE CHARGEBACK-REPORT-LINE
           ADD WS-DEPT-TOTAL(WS-DEPT-IX) TO WS-GRAND-TOTAL
           .

      *****************************************************************
      * A DEPARTMENT WITHOUT ITS OWN COST-CENTER CARD FALLS TO THE
      * BLANK-KEY DEFAULT CARD; WITH NEITHER IT CANNOT BE JOURNALED.
      *****************************************************************
       5150-RESOLVE-COST-CENTER.
           MOVE 'N' TO WS-DEPT-MAPPED-SWITCH(WS-DEPT-IX)
           MOVE 'C' TO WS-FIND-RATE-TYPE
           MOVE WS-DEPT-NAME(WS-DEPT-IX) TO WS-FIND-RATE-KEY
           MOVE SPACES TO WS-FIND-RATE-VENDOR
           PERFORM 7010-SEARCH-RATE-TABLE
           IF NOT RATE-CARD-FOUND
               MOVE SPACES TO WS-FIND-RATE-KEY
               PERFORM 7010-SEARCH-RATE-TABLE
           END-IF
           IF RATE-CARD-FOUND
               MOVE 'Y' TO WS-DEPT-MAPPED-SWITCH(WS-DEPT-IX)
               MOVE WS-RATE-COST-CENTER(WS-RATE-IX)
                   TO WS-DEPT-COST-CENTER(WS-DEPT-IX)
               MOVE WS-RATE-GL-ACCOUNT(WS-RATE-IX)
                   TO WS-DEPT-GL-ACCOUNT(WS-DEPT-IX)
           ELSE
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE SPACES TO WS-DEPT-COST-CENTER(WS-DEPT-IX)
               MOVE SPACES TO WS-DEPT-GL-ACCOUNT(WS-DEPT-IX)
           END-IF
           .

       5200-WRITE-CHARGE-LINE.
           SET WS-CHG-IX TO WS-CHG-SUB
           IF WS-CHG-DEPARTMENT(WS-CHG-IX) IS EQUAL TO
                   WS-DEPT-NAME(WS-DEPT-IX)
               COMPUTE WS-LINE-PAPER-AMOUNT ROUNDED =
                   WS-CHG-PAPER-AMOUNT(WS-CHG-IX)
               COMPUTE WS-LINE-ELEC-AMOUNT ROUNDED =
                   WS-CHG-ELEC-AMOUNT(WS-CHG-IX)
               COMPUTE WS-LINE-TOTAL =
                   WS-LINE-PAPER-AMOUNT + WS-LINE-ELEC-AMOUNT
               ADD WS-LINE-TOTAL TO WS-DEPT-TOTAL(WS-DEPT-IX)
               MOVE WS-CHG-LETTERS(WS-CHG-IX) TO WS-QTY-EDIT
               MOVE WS-CHG-PAGES(WS-CHG-IX) TO WS-QTY-EDIT-2
               MOVE WS-CHG-MESSAGES(WS-CHG-IX) TO WS-QTY-EDIT-3
               MOVE WS-LINE-PAPER-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-LINE-ELEC-AMOUNT TO WS-AMOUNT-EDIT-2
               MOVE WS-LINE-TOTAL TO WS-AMOUNT-EDIT-3
               MOVE SPACES TO CHARGEBACK-REPORT-LINE
               STRING '  '                          DELIMITED BY SIZE
                       WS-CHG-MESSAGE-TYPE(WS-CHG-IX)
                                                     DELIMITED BY SIZE
                       ' '                           DELIMITED BY SIZE
                       WS-QTY-EDIT                   DELIMITED BY SIZE
                       ' '                           DELIMITED BY SIZE
                       WS-QTY-EDIT-2                 DELIMITED BY SIZE
                       ' '                           DELIMITED BY SIZE
                       WS-AMOUNT-EDIT                DELIMITED BY SIZE
                       ' '                           DELIMITED BY SIZE
                       WS-QTY-EDIT-3                 DELIMITED BY SIZE
                       ' '                           DELIMITED BY SIZE
                       WS-AMOUNT-EDIT-2              DELIMITED BY SIZE
                       ' '                           DELIMITED BY SIZE
                       WS-AMOUNT-EDIT-3              DELIMITED BY SIZE
                       INTO CHARGEBACK-REPORT-LINE
               END-STRING
               WRITE CHARGEBACK-REPORT-LINE
           END-IF
           .

      *****************************************************************
      * ONE DEBIT PER MAPPED DEPARTMENT WITH A CHARGE, THEN ONE
      * CREDIT TO THE RECOVERY ACCOUNT FOR EXACTLY WHAT WAS DEBITED,
      * SO THE JOURNAL ALWAYS NETS TO ZERO.  WITHOUT A RECOVERY
      * ACCOUNT NOTHING IS WRITTEN -- A ONE-SIDED JOURNAL WOULD BE
      * WORSE THAN NONE.
      *****************************************************************
       6000-WRITE-GL-JOURNAL.
           IF NOT RECOVERY-ACCOUNT-FOUND
               DISPLAY 'SAMPLCBK: NO RECOVERY ACCOUNT ON RATETBL -- '
                   'GL JOURNAL NOT WRITTEN'
               MOVE SPACES TO CHARGEBACK-REPORT-LINE
               WRITE CHARGEBACK-REPORT-LINE
               STRING 'NO RECOVERY ACCOUNT ON RATETBL -- '
                                                DELIMITED BY SIZE
                       'GL JOURNAL NOT WRITTEN' DELIMITED BY SIZE
                       INTO CHARGEBACK-REPORT-LINE
               END-STRING
               WRITE CHARGEBACK-REPORT-LINE
           ELSE
               PERFORM 6100-WRITE-DEPARTMENT-DEBIT
                   VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB IS GREATER THAN WS-DEPT-COUNT
               IF WS-JOURNAL-TOTAL IS GREATER THAN ZERO
                   MOVE SPACES TO GLJ-RECORD
                   MOVE WS-RUN-DATE TO GLJ-JOURNAL-DATE
                   MOVE WS-CHARGE-MONTH TO GLJ-PERIOD
                   MOVE WS-RECOVERY-COST-CENTER TO GLJ-COST-CENTER
                   MOVE WS-RECOVERY-GL-ACCOUNT TO GLJ-GL-ACCOUNT
                   SET GLJ-CREDIT TO TRUE
                   MOVE WS-JOURNAL-TOTAL TO GLJ-AMOUNT
                   MOVE 'CORRESPONDENCE COST RECOVERY'
                       TO GLJ-DESCRIPTION
                   WRITE GLJ-RECORD
                   ADD 1 TO WS-JOURNAL-COUNT
               END-IF
           END-IF
           .

       6100-WRITE-DEPARTMENT-DEBIT.
           SET WS-DEPT-IX TO WS-DEPT-SUB
           IF DEPARTMENT-MAPPED(WS-DEPT-IX)
                   AND WS-DEPT-TOTAL(WS-DEPT-IX) IS GREATER THAN ZERO
               MOVE SPACES TO GLJ-RECORD
               MOVE WS-RUN-DATE TO GLJ-JOURNAL-DATE
               MOVE WS-CHARGE-MONTH TO GLJ-PERIOD
               MOVE WS-DEPT-COST-CENTER(WS-DEPT-IX) TO GLJ-COST-CENTER
               MOVE WS-DEPT-GL-ACCOUNT(WS-DEPT-IX) TO GLJ-GL-ACCOUNT
               SET GLJ-DEBIT TO TRUE
               MOVE WS-DEPT-TOTAL(WS-DEPT-IX) TO GLJ-AMOUNT
               STRING 'MAIL CHARGEBACK '        DELIMITED BY SIZE
                       WS-DEPT-NAME(WS-DEPT-IX) DELIMITED BY SPACE
                       INTO GLJ-DESCRIPTION
               END-STRING
               WRITE GLJ-RECORD
               ADD 1 TO WS-JOURNAL-COUNT
               ADD WS-DEPT-TOTAL(WS-DEPT-IX) TO WS-JOURNAL-TOTAL
           END-IF
           .

      *****************************************************************
      * PRICE LOOKUP: THE PRICING VENDOR'S CARD FOR THE EXACT KEY,
      * ELSE ITS BLANK-KEY DEFAULT FOR THE TYPE, THEN THE SAME TWO
      * UNDER A BLANK VENDOR, ELSE ZERO -- AND THE MISSING RATE IS
      * LISTED SO FINANCE CAN ADD IT AND RE-RUN.
      *****************************************************************
       7000-FIND-RATE.
           MOVE 0 TO WS-FOUND-RATE-AMOUNT
           MOVE WS-FIND-RATE-KEY TO WS-ASKED-RATE-KEY
           MOVE WS-PRICING-VENDOR TO WS-FIND-RATE-VENDOR
           PERFORM 7010-SEARCH-RATE-TABLE
           IF NOT RATE-CARD-FOUND
                   AND WS-FIND-RATE-KEY IS NOT EQUAL TO SPACES
               MOVE SPACES TO WS-FIND-RATE-KEY
               PERFORM 7010-SEARCH-RATE-TABLE
           END-IF
           IF NOT RATE-CARD-FOUND
                   AND WS-FIND-RATE-VENDOR IS NOT EQUAL TO SPACES
               MOVE SPACES TO WS-FIND-RATE-VENDOR
               MOVE WS-ASKED-RATE-KEY TO WS-FIND-RATE-KEY
               PERFORM 7010-SEARCH-RATE-TABLE
               IF NOT RATE-CARD-FOUND
                       AND WS-FIND-RATE-KEY IS NOT EQUAL TO SPACES
                   MOVE SPACES TO WS-FIND-RATE-KEY
                   PERFORM 7010-SEARCH-RATE-TABLE
               END-IF
           END-IF
           IF RATE-CARD-FOUND
               MOVE WS-RATE-AMOUNT(WS-RATE-IX) TO WS-FOUND-RATE-AMOUNT
           ELSE
               PERFORM 7100-NOTE-MISSING-RATE
           END-IF
           .

       7010-SEARCH-RATE-TABLE.
           MOVE 'N' TO WS-RATE-FOUND-SWITCH
           IF WS-RATE-COUNT IS GREATER THAN ZERO
               SET WS-RATE-IX TO 1
               SEARCH WS-RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RATE-IX IS GREATER THAN WS-RATE-COUNT
                       CONTINUE
                   WHEN WS-RATE-TYPE(WS-RATE-IX) IS EQUAL TO
                           WS-FIND-RATE-TYPE
                           AND WS-RATE-KEY(WS-RATE-IX) IS EQUAL TO
                               WS-FIND-RATE-KEY
                           AND WS-RATE-VENDOR(WS-RATE-IX) IS EQUAL TO
                               WS-FIND-RATE-VENDOR
                       SET RATE-CARD-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

      *****************************************************************
      * THE KEY AND VENDOR NOTED ARE THE ONES THE LETTER ASKED FOR,
      * NOT THE BLANK DEFAULTS THAT WERE TRIED AFTER THEM.
      *****************************************************************
       7100-NOTE-MISSING-RATE.
           SET RATE-WAS-MISSING TO TRUE
           MOVE WS-ASKED-RATE-KEY TO WS-FIND-RATE-KEY
           MOVE WS-PRICING-VENDOR TO WS-FIND-RATE-VENDOR
           MOVE 'N' TO WS-MISSING-FOUND-SWITCH
           IF WS-MISSING-COUNT IS GREATER THAN ZERO
               SET WS-MISS-IX TO 1
               SEARCH WS-MISSING-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MISS-IX IS GREATER THAN WS-MISSING-COUNT
                       CONTINUE
                   WHEN WS-MISSING-TYPE(WS-MISS-IX) IS EQUAL TO
                           WS-FIND-RATE-TYPE
                           AND WS-MISSING-KEY(WS-MISS-IX) IS EQUAL TO
                               WS-FIND-RATE-KEY
                           AND WS-MISSING-VENDOR(WS-MISS-IX) IS EQUAL TO
                               WS-FIND-RATE-VENDOR
                       SET MISSING-RATE-LISTED TO TRUE
               END-SEARCH
           END-IF
           IF NOT MISSING-RATE-LISTED
                   AND WS-MISSING-COUNT IS LESS THAN WS-MISSING-MAX
               ADD 1 TO WS-MISSING-COUNT
               SET WS-MISS-IX TO WS-MISSING-COUNT
               MOVE WS-FIND-RATE-TYPE TO WS-MISSING-TYPE(WS-MISS-IX)
               MOVE WS-FIND-RATE-KEY TO WS-MISSING-KEY(WS-MISS-IX)
               MOVE WS-FIND-RATE-VENDOR
                   TO WS-MISSING-VENDOR(WS-MISS-IX)
           END-IF
           .

       7200-FIND-OR-ADD-CHARGE.
           PERFORM 7300-FIND-OR-ADD-DEPARTMENT
           MOVE 'N' TO WS-CHARGE-FOUND-SWITCH
           IF WS-CHARGE-COUNT IS GREATER THAN ZERO
               SET WS-CHG-IX TO 1
               SEARCH WS-CHARGE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CHG-IX IS GREATER THAN WS-CHARGE-COUNT
                       CONTINUE
                   WHEN WS-CHG-DEPARTMENT(WS-CHG-IX) IS EQUAL TO
                           WS-DEPARTMENT
                           AND WS-CHG-MESSAGE-TYPE(WS-CHG-IX)
                               IS EQUAL TO WS-CHARGE-TYPE
                       SET CHARGE-ALREADY-TABLED TO TRUE
               END-SEARCH
           END-IF
           IF NOT CHARGE-ALREADY-TABLED
               IF WS-CHARGE-COUNT IS LESS THAN WS-CHARGE-MAX
                       AND DEPARTMENT-TABLED
                   ADD 1 TO WS-CHARGE-COUNT
                   SET WS-CHG-IX TO WS-CHARGE-COUNT
                   MOVE WS-DEPARTMENT TO WS-CHG-DEPARTMENT(WS-CHG-IX)
                   MOVE WS-CHARGE-TYPE TO WS-CHG-MESSAGE-TYPE(WS-CHG-IX)
                   MOVE 0 TO WS-CHG-LETTERS(WS-CHG-IX)
                   MOVE 0 TO WS-CHG-PAGES(WS-CHG-IX)
                   MOVE 0 TO WS-CHG-PAPER-AMOUNT(WS-CHG-IX)
                   MOVE 0 TO WS-CHG-MESSAGES(WS-CHG-IX)
                   MOVE 0 TO WS-CHG-ELEC-AMOUNT(WS-CHG-IX)
                   SET CHARGE-ALREADY-TABLED TO TRUE
               ELSE
                   IF NOT CHARGE-TABLE-OVERFLOWED
                       DISPLAY 'SAMPLCBK: MORE THAN ' WS-CHARGE-MAX
                           ' DEPARTMENT/TYPE CHARGES OR ' WS-DEPT-MAX
                           ' DEPARTMENTS -- EXCESS NOT CHARGED'
                       SET CHARGE-TABLE-OVERFLOWED TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       7300-FIND-OR-ADD-DEPARTMENT.
           MOVE 'N' TO WS-DEPT-FOUND-SWITCH
           IF WS-DEPT-COUNT IS GREATER THAN ZERO
               SET WS-DEPT-IX TO 1
               SEARCH WS-DEPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEPT-IX IS GREATER THAN WS-DEPT-COUNT
                       CONTINUE
                   WHEN WS-DEPT-NAME(WS-DEPT-IX) IS EQUAL TO
                           WS-DEPARTMENT
                       SET DEPARTMENT-TABLED TO TRUE
               END-SEARCH
           END-IF
           IF NOT DEPARTMENT-TABLED
                   AND WS-DEPT-COUNT IS LESS THAN WS-DEPT-MAX
               ADD 1 TO WS-DEPT-COUNT
               SET WS-DEPT-IX TO WS-DEPT-COUNT
               MOVE WS-DEPARTMENT TO WS-DEPT-NAME(WS-DEPT-IX)
               MOVE 0 TO WS-DEPT-TOTAL(WS-DEPT-IX)
               MOVE 'N' TO WS-DEPT-MAPPED-SWITCH(WS-DEPT-IX)
               SET DEPARTMENT-TABLED TO TRUE
           END-IF
           .

       8000-READ-PRINT-EXTRACT.
           IF WS-PRICING-VENDOR IS EQUAL TO '2'
               READ PRINT2-FILE INTO PRTX-RECORD
                   AT END
                       SET END-OF-PRINT-EXTRACT TO TRUE
               END-READ
           ELSE
               READ PRINT-EXTRACT-FILE INTO PRTX-RECORD
                   AT END
                       SET END-OF-PRINT-EXTRACT TO TRUE
               END-READ
           END-IF
           .

       8050-READ-ACCESSIBLE-EXTRACT.
           READ ACCS-FILE
               AT END
                   SET END-OF-ACCS-FILE TO TRUE
           END-READ
           .

       8100-READ-AUDIT-HIST.
           READ AUDIT-HIST-FILE
               AT END
                   SET END-OF-AUDIT-HIST-FILE TO TRUE
           END-READ
           .

       8200-READ-RATE.
           READ RATE-FILE
               AT END
                   SET END-OF-RATE-FILE TO TRUE
           END-READ
           .

       9000-TERMINATE.
           IF WS-MISSING-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO CHARGEBACK-REPORT-LINE
               WRITE CHARGEBACK-REPORT-LINE
               MOVE 'RATES NOT ON RATETBL -- PRICED AT ZERO'
                   TO CHARGEBACK-REPORT-LINE
               WRITE CHARGEBACK-REPORT-LINE
               PERFORM 9100-WRITE-MISSING-RATE
                   VARYING WS-MISS-IX FROM 1 BY 1
                   UNTIL WS-MISS-IX IS GREATER THAN WS-MISSING-COUNT
           END-IF
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           WRITE CHARGEBACK-REPORT-LINE
           MOVE WS-JOURNAL-COUNT TO WS-COUNT-EDIT
           MOVE WS-JOURNAL-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           STRING 'GL JOURNAL ENTRIES WRITTEN: ' DELIMITED BY SIZE
                   WS-COUNT-EDIT                 DELIMITED BY SIZE
                   '  DEBITED/CREDITED '         DELIMITED BY SIZE
                   WS-AMOUNT-EDIT                DELIMITED BY SIZE
                   INTO CHARGEBACK-REPORT-LINE
           END-STRING
           WRITE CHARGEBACK-REPORT-LINE
           MOVE WS-RATE-REJECT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           STRING 'RATE CARDS REJECTED:        ' DELIMITED BY SIZE
                   WS-COUNT-EDIT                 DELIMITED BY SIZE
                   INTO CHARGEBACK-REPORT-LINE
           END-STRING
           WRITE CHARGEBACK-REPORT-LINE
           CLOSE CHARGEBACK-REPORT-FILE
           CLOSE GL-JOURNAL-FILE
           EVALUATE TRUE
               WHEN NOT RECOVERY-ACCOUNT-FOUND
                   MOVE 8 TO RETURN-CODE
               WHEN RATE-WAS-MISSING
                       OR WS-UNMAPPED-COUNT IS GREATER THAN ZERO
                       OR WS-RATE-REJECT-COUNT IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .

       9100-WRITE-MISSING-RATE.
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           STRING '  TYPE '                     DELIMITED BY SIZE
                   WS-MISSING-TYPE(WS-MISS-IX)  DELIMITED BY SIZE
                   ' KEY '                      DELIMITED BY SIZE
                   WS-MISSING-KEY(WS-MISS-IX)   DELIMITED BY SIZE
                   ' VENDOR '                   DELIMITED BY SIZE
                   WS-MISSING-VENDOR(WS-MISS-IX)
                                                DELIMITED BY SIZE
                   INTO CHARGEBACK-REPORT-LINE
           END-STRING
           WRITE CHARGEBACK-REPORT-LINE
           .
