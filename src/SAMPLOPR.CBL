       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLOPR.
      *****************************************************************
      * MONTHLY CATEGORY OPT-OUT TREND REPORT.  READS THE CATEGORY
      * OPT-OUT FILE FOR THE NUMBER OF OPT-OUTS ACTIVE AT THE END OF
      * THE REPORT MONTH, AND EVERY RETAINED GENERATION OF THE OPT-OUT
      * CHANGE LOG FOR THE NEW, CHANGED, AND WITHDRAWN OPT-OUTS IN
      * EACH OF THE LAST SIX MONTHS, BROKEN OUT BY CATEGORY (SERVICING
      * AND MARKETING), WITH THE NET MOVEMENT PER MONTH.  THE ACTIVE
      * COUNT IS TAKEN FROM THE FILE AS IT STANDS TODAY, SO IT IS
      * EXACT ONLY FOR THE NORMAL MONTH-END RUN; THE MONTHLY MOVEMENT
      * COMES ENTIRELY FROM THE CHANGE LOG AND IS EXACT FOR ANY MONTH
      * STILL RETAINED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTO-FILE ASSIGN TO 'OPTOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPTO-KEY
               FILE STATUS IS WS-OPTO-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO 'OPTCHLG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLOG-STATUS.
           SELECT OPR-PARM-FILE ASSIGN TO 'OPRPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPRP-STATUS.
           SELECT TREND-REPORT-FILE ASSIGN TO 'OPTRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPTO-FILE.
           COPY OPTOFILE.
       FD  CHANGE-LOG-FILE.
           COPY OPTCHLG.
      *****************************************************************
      * THE REPORT-MONTH PARAMETER HAS THE SAME LAYOUT AND THE SAME
      * MEANING AS THE STATISTICS PACK'S: ZERO MEANS THE MONTH BEFORE
      * THE RUN DATE.
      *****************************************************************
       FD  OPR-PARM-FILE.
           COPY STAPARM.
       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-OPTO-STATUS                PIC X(02) VALUE SPACES.
       01  WS-OLOG-STATUS                PIC X(02) VALUE SPACES.
       01  WS-OPRP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TRPT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-REPORT-MONTH               PIC 9(06) VALUE 0.
       01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YYYY           PIC 9(04).
           05  WS-REPORT-MM             PIC 9(02).
       01  WS-WORK-MONTH                 PIC 9(06) VALUE 0.
       01  WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
           05  WS-WORK-YYYY             PIC 9(04).
           05  WS-WORK-MM               PIC 9(02).
       01  WS-MONTH-END-DATE             PIC 9(08) VALUE 0.
       01  WS-MONTH-END-DATE-R REDEFINES WS-MONTH-END-DATE.
           05  WS-MONTH-END-YYYYMM      PIC 9(06).
           05  WS-MONTH-END-DD          PIC 9(02).
       01  WS-MONTH-DAYS-TABLE.
           05  FILLER                   PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
       01  WS-LEAP-QUOTIENT              PIC 9(04) VALUE 0.
       01  WS-LEAP-REMAINDER             PIC 9(04) VALUE 0.
       01  WS-OPTO-AVAIL-SWITCH          PIC X(01) VALUE 'N'.
           88  OPT-OUT-FILE-AVAILABLE        VALUE 'Y'.
       01  WS-OLOG-AVAIL-SWITCH          PIC X(01) VALUE 'N'.
           88  CHANGE-LOG-AVAILABLE          VALUE 'Y'.
       01  WS-OPTO-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-OPTO-FILE              VALUE 'Y'.
       01  WS-OLOG-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-CHANGE-LOG-FILE        VALUE 'Y'.
      *****************************************************************
      * ONE ENTRY PER MONTH, OLDEST FIRST, SO ENTRY 6 IS THE REPORT
      * MONTH.  WITHIN A MONTH, CATEGORY 1 IS SERVICING AND CATEGORY 2
      * IS MARKETING.
      *****************************************************************
       01  WS-MONTH-MAX                  PIC 9(02) VALUE 6.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 6 TIMES
                   INDEXED BY WS-MONTH-IX.
               10  WS-MONTH-YYYYMM          PIC 9(06).
               10  WS-MONTH-CATEGORY OCCURS 2 TIMES
                       INDEXED BY WS-MCAT-IX.
                   15  WS-MONTH-NEW-QTY     PIC 9(07).
                   15  WS-MONTH-CHANGED-QTY PIC 9(07).
                   15  WS-MONTH-WITHDRAWN-QTY
                                            PIC 9(07).
       01  WS-MONTH-SUB                  PIC 9(02) VALUE 0.
       01  WS-MONTH-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88  CHANGE-MONTH-REPORTED         VALUE 'Y'.
       01  WS-OLOG-MONTH                 PIC 9(06) VALUE 0.
       01  WS-CATEGORY-CODE              PIC X(01) VALUE SPACE.
       01  WS-CATEGORY-SUB               PIC 9(01) VALUE 0.
       01  WS-CATEGORY-NAMES.
           05  FILLER                   PIC X(10) VALUE 'SERVICING'.
           05  FILLER                   PIC X(10) VALUE 'MARKETING'.
       01  WS-CATEGORY-NAMES-R REDEFINES WS-CATEGORY-NAMES.
           05  WS-CATEGORY-NAME OCCURS 2 TIMES PIC X(10).
       01  WS-ACTIVE-COUNTS.
           05  WS-ACTIVE-QTY OCCURS 2 TIMES PIC 9(07) VALUE 0.
       01  WS-OLOG-READ-COUNT            PIC 9(07) VALUE 0.
       01  WS-NET-QTY                    PIC S9(07) VALUE 0.
       01  WS-QTY-EDIT                   PIC Z,ZZZ,ZZ9.
       01  WS-QTY-EDIT-2                 PIC Z,ZZZ,ZZ9.
       01  WS-QTY-EDIT-3                 PIC Z,ZZZ,ZZ9.
       01  WS-NET-EDIT                   PIC -,---,--9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-ACTIVE-OPT-OUTS
           PERFORM 3000-TALLY-CHANGE-LOG
           PERFORM 5000-WRITE-TREND-REPORT
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-PARAMETERS
           PERFORM 1200-BUILD-MONTH-TABLE
           OPEN OUTPUT TREND-REPORT-FILE
           IF WS-TRPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'OPTRPT' TO WS-ABORT-FILE-NAME
               MOVE WS-TRPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           .

      *****************************************************************
      * THE NORMAL CASE IS THE MONTH JUST ENDED, SO A ZERO (OR
      * MISSING) PARAMETER DEFAULTS TO THE MONTH BEFORE THE RUN DATE.
      * THE ACTIVE COUNT IS TAKEN AS AT THE LAST DAY OF THAT MONTH.
      *****************************************************************
       1100-READ-PARAMETERS.
           OPEN INPUT OPR-PARM-FILE
           IF WS-OPRP-STATUS IS EQUAL TO '00'
               READ OPR-PARM-FILE
                   NOT AT END
                       IF STAP-REPORT-MONTH IS NUMERIC
                           MOVE STAP-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE OPR-PARM-FILE
           END-IF
           IF WS-REPORT-MONTH IS EQUAL TO ZERO
               COMPUTE WS-REPORT-MONTH = WS-RUN-DATE / 100
               IF WS-REPORT-MM IS EQUAL TO 1
                   MOVE 12 TO WS-REPORT-MM
                   SUBTRACT 1 FROM WS-REPORT-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-MM
               END-IF
           END-IF
           MOVE WS-REPORT-MONTH TO WS-MONTH-END-YYYYMM
           MOVE WS-MONTH-DAYS(WS-REPORT-MM) TO WS-MONTH-END-DD
           IF WS-REPORT-MM IS EQUAL TO 2
               DIVIDE WS-REPORT-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
                   MOVE 29 TO WS-MONTH-END-DD
               END-IF
           END-IF
           .

      *****************************************************************
      * FILL IN THE SIX MONTHS, WORKING BACK FROM THE REPORT MONTH IN
      * ENTRY 6, AND CLEAR THEIR COUNTS.
      *****************************************************************
       1200-BUILD-MONTH-TABLE.
           MOVE WS-REPORT-MONTH TO WS-WORK-MONTH
           PERFORM 1250-BUILD-ONE-MONTH
               VARYING WS-MONTH-SUB FROM WS-MONTH-MAX BY -1
               UNTIL WS-MONTH-SUB IS LESS THAN 1
           .

       1250-BUILD-ONE-MONTH.
           SET WS-MONTH-IX TO WS-MONTH-SUB
           MOVE WS-WORK-MONTH TO WS-MONTH-YYYYMM(WS-MONTH-IX)
           PERFORM 1260-CLEAR-ONE-CATEGORY
               VARYING WS-MCAT-IX FROM 1 BY 1
               UNTIL WS-MCAT-IX IS GREATER THAN 2
           IF WS-WORK-MM IS EQUAL TO 1
               MOVE 12 TO WS-WORK-MM
               SUBTRACT 1 FROM WS-WORK-YYYY
           ELSE
               SUBTRACT 1 FROM WS-WORK-MM
           END-IF
           .

       1260-CLEAR-ONE-CATEGORY.
           MOVE 0 TO WS-MONTH-NEW-QTY(WS-MONTH-IX, WS-MCAT-IX)
           MOVE 0 TO WS-MONTH-CHANGED-QTY(WS-MONTH-IX, WS-MCAT-IX)
           MOVE 0 TO WS-MONTH-WITHDRAWN-QTY(WS-MONTH-IX, WS-MCAT-IX)
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLOPR: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *****************************************************************
      * AN OPT-OUT WAS ACTIVE AT MONTH END WHEN IT HAD TAKEN EFFECT BY
      * THE LAST DAY OF THE MONTH AND HAD NOT EXPIRED BEFORE IT (ZERO
      * EXPIRY = OPEN-ENDED).
      *****************************************************************
       2000-COUNT-ACTIVE-OPT-OUTS.
           OPEN INPUT OPTO-FILE
           IF WS-OPTO-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLOPR: OPTOUT NOT AVAILABLE -- '
                   'ACTIVE OPT-OUT SECTION OMITTED'
           ELSE
               SET OPT-OUT-FILE-AVAILABLE TO TRUE
               PERFORM 8000-READ-OPTO
               PERFORM 2100-COUNT-ONE-OPT-OUT
                   UNTIL END-OF-OPTO-FILE
               CLOSE OPTO-FILE
           END-IF
           .

       2100-COUNT-ONE-OPT-OUT.
           MOVE OPTO-CATEGORY TO WS-CATEGORY-CODE
           PERFORM 2200-SET-CATEGORY-SUB
           IF WS-CATEGORY-SUB IS GREATER THAN ZERO
                   AND OPTO-EFFECTIVE-DATE IS NOT GREATER THAN
                       WS-MONTH-END-DATE
                   AND (OPTO-EXPIRY-DATE IS EQUAL TO ZERO
                       OR OPTO-EXPIRY-DATE IS NOT LESS THAN
                           WS-MONTH-END-DATE)
               ADD 1 TO WS-ACTIVE-QTY(WS-CATEGORY-SUB)
           END-IF
           PERFORM 8000-READ-OPTO
           .

       2200-SET-CATEGORY-SUB.
           EVALUATE WS-CATEGORY-CODE
               WHEN 'S'
                   MOVE 1 TO WS-CATEGORY-SUB
               WHEN 'M'
                   MOVE 2 TO WS-CATEGORY-SUB
               WHEN OTHER
                   MOVE 0 TO WS-CATEGORY-SUB
           END-EVALUATE
           .

      *****************************************************************
      * EACH CHANGE-LOG RECORD IS COUNTED IN THE MONTH IT WAS APPLIED:
      * AN ADD AS A NEW OPT-OUT, AN UPDATE AS A CHANGE TO ITS DATES,
      * AND A DELETE AS A WITHDRAWAL.  RECORDS OUTSIDE THE SIX MONTHS
      * ARE SKIPPED.
      *****************************************************************
       3000-TALLY-CHANGE-LOG.
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-OLOG-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLOPR: OPTCHLG NOT AVAILABLE -- '
                   'MONTHLY MOVEMENT SECTION OMITTED'
           ELSE
               SET CHANGE-LOG-AVAILABLE TO TRUE
               PERFORM 8100-READ-CHANGE-LOG
               PERFORM 3100-TALLY-ONE-CHANGE
                   UNTIL END-OF-CHANGE-LOG-FILE
               CLOSE CHANGE-LOG-FILE
           END-IF
           .

       3100-TALLY-ONE-CHANGE.
           ADD 1 TO WS-OLOG-READ-COUNT
           MOVE OLOG-CATEGORY TO WS-CATEGORY-CODE
           PERFORM 2200-SET-CATEGORY-SUB
           MOVE 'N' TO WS-MONTH-FOUND-SWITCH
           IF OLOG-CHANGE-DATE IS NUMERIC
                   AND WS-CATEGORY-SUB IS GREATER THAN ZERO
               COMPUTE WS-OLOG-MONTH = OLOG-CHANGE-DATE / 100
               SET WS-MONTH-IX TO 1
               SEARCH WS-MONTH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MONTH-YYYYMM(WS-MONTH-IX) IS EQUAL TO
                           WS-OLOG-MONTH
                       SET CHANGE-MONTH-REPORTED TO TRUE
               END-SEARCH
           END-IF
           IF CHANGE-MONTH-REPORTED
               SET WS-MCAT-IX TO WS-CATEGORY-SUB
               EVALUATE TRUE
                   WHEN OLOG-ACTION-ADD
                       ADD 1 TO
                           WS-MONTH-NEW-QTY(WS-MONTH-IX, WS-MCAT-IX)
                   WHEN OLOG-ACTION-UPDATE
                       ADD 1 TO
                           WS-MONTH-CHANGED-QTY(WS-MONTH-IX, WS-MCAT-IX)
                   WHEN OLOG-ACTION-DELETE
                       ADD 1 TO WS-MONTH-WITHDRAWN-QTY(WS-MONTH-IX,
                           WS-MCAT-IX)
               END-EVALUATE
           END-IF
           PERFORM 8100-READ-CHANGE-LOG
           .

       5000-WRITE-TREND-REPORT.
           MOVE 'MONTHLY CATEGORY OPT-OUT TREND REPORT'
               TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE SPACES TO TREND-REPORT-LINE
           STRING 'REPORT MONTH '  DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
                   '  RUN DATE '   DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   INTO TREND-REPORT-LINE
           END-STRING
           WRITE TREND-REPORT-LINE
           PERFORM 5100-WRITE-ACTIVE-SECTION
           PERFORM 5200-WRITE-CATEGORY-SECTION
               VARYING WS-CATEGORY-SUB FROM 1 BY 1
               UNTIL WS-CATEGORY-SUB IS GREATER THAN 2
           .

       5100-WRITE-ACTIVE-SECTION.
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           IF NOT OPT-OUT-FILE-AVAILABLE
               MOVE '** OPTOUT NOT AVAILABLE -- NO ACTIVE COUNTS'
                   TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
           ELSE
               MOVE SPACES TO TREND-REPORT-LINE
               STRING 'OPT-OUTS ACTIVE AT '  DELIMITED BY SIZE
                       WS-MONTH-END-DATE     DELIMITED BY SIZE
                       INTO TREND-REPORT-LINE
               END-STRING
               WRITE TREND-REPORT-LINE
               PERFORM 5150-WRITE-ONE-ACTIVE-LINE
                   VARYING WS-CATEGORY-SUB FROM 1 BY 1
                   UNTIL WS-CATEGORY-SUB IS GREATER THAN 2
           END-IF
           .

       5150-WRITE-ONE-ACTIVE-LINE.
           MOVE WS-ACTIVE-QTY(WS-CATEGORY-SUB) TO WS-QTY-EDIT
           MOVE SPACES TO TREND-REPORT-LINE
           STRING WS-CATEGORY-NAME(WS-CATEGORY-SUB) DELIMITED BY SIZE
                   '  '                             DELIMITED BY SIZE
                   WS-QTY-EDIT                      DELIMITED BY SIZE
                   INTO TREND-REPORT-LINE
           END-STRING
           WRITE TREND-REPORT-LINE
           .

       5200-WRITE-CATEGORY-SECTION.
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE SPACES TO TREND-REPORT-LINE
           STRING WS-CATEGORY-NAME(WS-CATEGORY-SUB)
                                         DELIMITED BY SPACE
                   ' OPT-OUTS BY MONTH'  DELIMITED BY SIZE
                   INTO TREND-REPORT-LINE
           END-STRING
           WRITE TREND-REPORT-LINE
           IF NOT CHANGE-LOG-AVAILABLE
               MOVE '** OPTCHLG NOT AVAILABLE -- NO MONTHLY MOVEMENT'
                   TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
           ELSE
               MOVE 'MONTH        NEW   CHANGED WITHDRAWN       NET'
                   TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
               SET WS-MCAT-IX TO WS-CATEGORY-SUB
               PERFORM 5250-WRITE-ONE-MONTH-LINE
                   VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX IS GREATER THAN WS-MONTH-MAX
           END-IF
           .

       5250-WRITE-ONE-MONTH-LINE.
           MOVE WS-MONTH-NEW-QTY(WS-MONTH-IX, WS-MCAT-IX)
               TO WS-QTY-EDIT
           MOVE WS-MONTH-CHANGED-QTY(WS-MONTH-IX, WS-MCAT-IX)
               TO WS-QTY-EDIT-2
           MOVE WS-MONTH-WITHDRAWN-QTY(WS-MONTH-IX, WS-MCAT-IX)
               TO WS-QTY-EDIT-3
           COMPUTE WS-NET-QTY =
               WS-MONTH-NEW-QTY(WS-MONTH-IX, WS-MCAT-IX)
               - WS-MONTH-WITHDRAWN-QTY(WS-MONTH-IX, WS-MCAT-IX)
           MOVE WS-NET-QTY TO WS-NET-EDIT
           MOVE SPACES TO TREND-REPORT-LINE
           STRING WS-MONTH-YYYYMM(WS-MONTH-IX) DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-QTY-EDIT                 DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-QTY-EDIT-2               DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-QTY-EDIT-3               DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-NET-EDIT                 DELIMITED BY SIZE
                   INTO TREND-REPORT-LINE
           END-STRING
           WRITE TREND-REPORT-LINE
           .

       8000-READ-OPTO.
           READ OPTO-FILE
               AT END
                   SET END-OF-OPTO-FILE TO TRUE
           END-READ
           .

       8100-READ-CHANGE-LOG.
           READ CHANGE-LOG-FILE
               AT END
                   SET END-OF-CHANGE-LOG-FILE TO TRUE
           END-READ
           .

       9000-TERMINATE.
           CLOSE TREND-REPORT-FILE
           DISPLAY 'SAMPLOPR: OPTCHLG RECORDS READ ' WS-OLOG-READ-COUNT
           .
