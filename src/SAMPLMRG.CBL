       PROGRAM-ID.  SAMPLMRG.
      *****************************************************************
      * PARTITION CONSOLIDATION FOR THE PARALLEL NIGHTLY RUN.  READS
      * THE PER-PARTITION CORRESPONDENCE, PRINT-EXTRACT, ACCESSIBLE-
      * FORMAT EXTRACT, AUDIT-TRAIL, E-DELIVERY, IMAGING-EXTRACT, AND
      * PENDING-RELEASE FILES PRODUCED BY UP TO FOUR PARALLEL SAMPLEDR
      * EXECUTIONS, CONCATENATES EACH SET INTO ONE COMBINED FILE
      * (EXCEPT THE PRINT EXTRACT, WHICH IS MERGED LETTER BY LETTER
      * ON ZIP CODE SO THE VENDOR FILE KEEPS THE
      * PRESORT SEQUENCE THE POSTAGE DISCOUNT DEPENDS ON -- ONCE FOR
      * THE PRIMARY PRINT VENDOR'S PRINTEXT AND ONCE FOR THE SECOND
      * VENDOR'S PRINTEX2), AND
      * PRODUCES ONE COMBINED AUDIT REPORT FROM THE MERGED AUDIT
      * TRAIL.  A PARTITION WHOSE INPUT FILES ARE NOT ALLOCATED IS
      * SIMPLY SKIPPED, SO THE SAME JOB SERVES 2-, 3-, AND 4-WAY
           SELECT PRT-IN-FILE-4 ASSIGN TO 'PRTIN4'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRT-IN-STATUS.
           SELECT PRT2-IN-FILE-1 ASSIGN TO 'PRT2IN1'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRT-IN-STATUS.
           SELECT PRT2-IN-FILE-2 ASSIGN TO 'PRT2IN2'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRT-IN-STATUS.
           SELECT PRT2-IN-FILE-3 ASSIGN TO 'PRT2IN3'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRT-IN-STATUS.
           SELECT PRT2-IN-FILE-4 ASSIGN TO 'PRT2IN4'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRT-IN-STATUS.
           SELECT ACC-IN-FILE-1 ASSIGN TO 'ACCIN1'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACC-IN-STATUS.
           SELECT ACC-IN-FILE-2 ASSIGN TO 'ACCIN2'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACC-IN-STATUS.
           SELECT ACC-IN-FILE-3 ASSIGN TO 'ACCIN3'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACC-IN-STATUS.
           SELECT ACC-IN-FILE-4 ASSIGN TO 'ACCIN4'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACC-IN-STATUS.
           SELECT AUD-IN-FILE-1 ASSIGN TO 'AUDIN1'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-IN-STATUS.
           SELECT EDLV-IN-FILE-4 ASSIGN TO 'EDLVIN4'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDLV-IN-STATUS.
           SELECT IMGX-IN-FILE-1 ASSIGN TO 'IMGIN1'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMGX-IN-STATUS.
           SELECT IMGX-IN-FILE-2 ASSIGN TO 'IMGIN2'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMGX-IN-STATUS.
           SELECT IMGX-IN-FILE-3 ASSIGN TO 'IMGIN3'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMGX-IN-STATUS.
           SELECT IMGX-IN-FILE-4 ASSIGN TO 'IMGIN4'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMGX-IN-STATUS.
           SELECT PEND-IN-FILE-1 ASSIGN TO 'PNDIN1'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-IN-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'PRINTEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT PRINT2-FILE ASSIGN TO 'PRINTEX2'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT2-STATUS.
           SELECT ACCS-FILE ASSIGN TO 'ACCSEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCS-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDTRAIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           SELECT EDLV-FILE ASSIGN TO 'EDLVEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDLV-STATUS.
           SELECT IMGX-FILE ASSIGN TO 'IMGEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMGX-STATUS.
           SELECT PEND-OUT-FILE ASSIGN TO 'PENDOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-OUT-STATUS.
       FD  CORR-IN-FILE-4.
       01  CORR-IN4-RECORD              PIC X(89).
       FD  PRT-IN-FILE-1.
       01  PRT-IN1-RECORD               PIC X(214).
       FD  PRT-IN-FILE-2.
       01  PRT-IN2-RECORD               PIC X(214).
       FD  PRT-IN-FILE-3.
       01  PRT-IN3-RECORD               PIC X(214).
       FD  PRT-IN-FILE-4.
       01  PRT-IN4-RECORD               PIC X(214).
       FD  PRT2-IN-FILE-1.
       01  PRT2-IN1-RECORD              PIC X(214).
       FD  PRT2-IN-FILE-2.
       01  PRT2-IN2-RECORD              PIC X(214).
       FD  PRT2-IN-FILE-3.
       01  PRT2-IN3-RECORD              PIC X(214).
       FD  PRT2-IN-FILE-4.
       01  PRT2-IN4-RECORD              PIC X(214).
       FD  ACC-IN-FILE-1.
       01  ACC-IN1-RECORD               PIC X(209).
       FD  ACC-IN-FILE-2.
       01  ACC-IN2-RECORD               PIC X(209).
       FD  ACC-IN-FILE-3.
       01  ACC-IN3-RECORD               PIC X(209).
       FD  ACC-IN-FILE-4.
       01  ACC-IN4-RECORD               PIC X(209).
       FD  AUD-IN-FILE-1.
       01  AUD-IN1-RECORD               PIC X(117).
       FD  AUD-IN-FILE-2.
       01  AUD-IN2-RECORD               PIC X(117).
       FD  AUD-IN-FILE-3.
       01  AUD-IN3-RECORD               PIC X(117).
       FD  AUD-IN-FILE-4.
       01  AUD-IN4-RECORD               PIC X(117).
       FD  EDLV-IN-FILE-1.
       01  EDLV-IN1-RECORD              PIC X(77).
       FD  EDLV-IN-FILE-2.
       01  EDLV-IN2-RECORD              PIC X(77).
       FD  EDLV-IN-FILE-3.
       01  EDLV-IN3-RECORD              PIC X(77).
       FD  EDLV-IN-FILE-4.
       01  EDLV-IN4-RECORD              PIC X(77).
       FD  IMGX-IN-FILE-1.
       01  IMGX-IN1-RECORD              PIC X(64).
       FD  IMGX-IN-FILE-2.
       01  IMGX-IN2-RECORD              PIC X(64).
       FD  IMGX-IN-FILE-3.
       01  IMGX-IN3-RECORD              PIC X(64).
       FD  IMGX-IN-FILE-4.
       01  IMGX-IN4-RECORD              PIC X(64).
       FD  PEND-IN-FILE-1.
       01  PEND-IN1-RECORD              PIC X(210).
       FD  PEND-IN-FILE-2.
       01  PEND-IN2-RECORD              PIC X(210).
       FD  PEND-IN-FILE-3.
       01  PEND-IN3-RECORD              PIC X(210).
       FD  PEND-IN-FILE-4.
       01  PEND-IN4-RECORD              PIC X(210).
       FD  CORR-FILE.
           COPY CORRFILE.
       FD  PRINT-FILE.
           COPY PRTFILE.
       FD  PRINT2-FILE.
       01  PRT2-RECORD                  PIC X(214).
       FD  ACCS-FILE.
           COPY ACCXFILE.
       FD  AUDIT-TRAIL-FILE.
           COPY AUDTFILE.
       FD  EDLV-FILE.
           COPY EDLVFILE.
       FD  IMGX-FILE.
           COPY IMGXFILE.
       FD  PEND-OUT-FILE.
           COPY PENDFILE.
       FD  AUDIT-FILE.
       01  WS-TOTAL-LETTERS              PIC 9(07) VALUE 0.
       01  WS-TOTAL-PAGES                PIC 9(07) VALUE 0.
      *****************************************************************
      * THE PRINT MERGE RUNS ONCE PER PRINT VENDOR -- 1 MERGES THE
      * PRTINN PARTITIONS TO PRINTEXT, 2 THE PRT2INN PARTITIONS TO
      * PRINTEX2 -- WITH THE MANIFEST ACCUMULATORS ABOVE CLEARED FOR
      * EACH.  THE LETTERS COPIED MUST BALANCE TO THE SUM OF THE
      * PARTITION '***' TOTALS FOR THAT VENDOR.
      *****************************************************************
       01  WS-MERGE-VENDOR               PIC 9(01) VALUE 1.
           88  MERGING-SECOND-VENDOR         VALUE 2.
       01  WS-VENDOR-MAX                 PIC 9(01) VALUE 2.
       01  WS-PRT-LETTER-COUNT           PIC 9(07) VALUE 0.
       01  WS-MRG-BALANCE-SWITCH         PIC X(01) VALUE 'N'.
           88  MERGE-OUT-OF-BALANCE          VALUE 'Y'.
      *****************************************************************
      * THE PARTITION ACCESSIBLE-FORMAT EXTRACTS' MANIFESTS, SUMMED BY
      * FORMAT THE SAME WAY, FOR THE ONE COMBINED ACCSEXT MANIFEST.
      *****************************************************************
       01  WS-ACC-LARGE-LETTERS          PIC 9(07) VALUE 0.
       01  WS-ACC-LARGE-LINES            PIC 9(07) VALUE 0.
       01  WS-ACC-BRAILLE-LETTERS        PIC 9(07) VALUE 0.
       01  WS-ACC-BRAILLE-LINES          PIC 9(07) VALUE 0.
       01  WS-ACC-TOTAL-LETTERS          PIC 9(07) VALUE 0.
       01  WS-ACC-TOTAL-LINES            PIC 9(07) VALUE 0.
      *****************************************************************
      * THE PARTITION 'I' MANIFEST RECORDS, SUMMED BY INSERT CODE FOR
      * THE SPECIALTY VENDOR'S INSERT STOCK.
      *****************************************************************
       01  WS-ACC-INS-MAX                PIC 9(02) VALUE 20.
       01  WS-ACC-INS-COUNT              PIC 9(02) VALUE 0.
       01  WS-ACC-INS-SUB                PIC 9(02) VALUE 0.
       01  WS-ACC-INS-FOUND-SWITCH       PIC X(01) VALUE 'N'.
           88  ACC-INSERT-TABLED             VALUE 'Y'.
       01  WS-ACC-INS-WARNED-SWITCH      PIC X(01) VALUE 'N'.
           88  ACC-INSERT-OVERFLOW-WARNED    VALUE 'Y'.
       01  WS-ACC-INS-TABLE.
           05  WS-ACC-INS-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-ACC-INS-IX.
               10  WS-ACC-INS-CODE          PIC X(02).
               10  WS-ACC-INS-QTY           PIC 9(07).
      *****************************************************************
      * MERGE STATE FOR THE LETTER-BY-LETTER PRINT-EXTRACT MERGE:
      * EACH OPEN PARTITION'S CURRENT LETTER HEADER IS HELD HERE,
      * AND THE PARTITION WHOSE HEADER CARRIES THE LOWEST ZIP (THEN
           05  WS-PRT-STATE-ENTRY OCCURS 4 TIMES.
               10  WS-PST-READY-SWITCH      PIC X(01).
                   88  PARTITION-LETTER-READY   VALUE 'Y'.
               10  WS-PST-HEADER            PIC X(214).
               10  WS-PST-ZIP               PIC X(10).
               10  WS-PST-CUSTOMER          PIC 9(09).
       01  WS-MERGE-DONE-SWITCH          PIC X(01) VALUE 'N'.
           88  LETTER-COPY-DONE              VALUE 'Y'.
       01  WS-CORR-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PRT-IN-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ACC-IN-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ACCS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-AUD-IN-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CORR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PRINT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PRINT2-STATUS              PIC X(02) VALUE SPACES.
       01  WS-AUDT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-EDLV-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-IMGX-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PEND-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-EDLV-STATUS                PIC X(02) VALUE SPACES.
       01  WS-IMGX-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PEND-OUT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-COPY-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-COPY-INPUT             VALUE 'Y'.
       01  WS-PARTITION-MAX              PIC 9(02) VALUE 4.
       01  WS-CORR-COPIED-COUNT          PIC 9(09) VALUE 0.
       01  WS-PRT-COPIED-COUNT           PIC 9(09) VALUE 0.
       01  WS-ACC-COPIED-COUNT           PIC 9(09) VALUE 0.
       01  WS-AUDT-COPIED-COUNT          PIC 9(09) VALUE 0.
       01  WS-EDLV-COPIED-COUNT          PIC 9(09) VALUE 0.
       01  WS-IMGX-COPIED-COUNT          PIC 9(09) VALUE 0.
       01  WS-PEND-COPIED-COUNT          PIC 9(09) VALUE 0.
       01  WS-AUDIT-MAX                  PIC 9(04) VALUE 20.
       01  WS-AUDIT-COUNT                PIC 9(04) VALUE 0.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MERGE-CORRESPONDENCE
           PERFORM 3000-MERGE-PRINT-EXTRACT
           PERFORM 3500-MERGE-ACCESSIBLE-EXTRACT
           PERFORM 4000-MERGE-AUDIT-TRAIL
           PERFORM 5000-MERGE-EDELIVERY
           PERFORM 5500-MERGE-IMAGING
           PERFORM 6000-MERGE-PENDING
           PERFORM 8600-WRITE-AUDIT-REPORT
           PERFORM 9000-TERMINATE
               MOVE WS-PRINT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT PRINT2-FILE
           IF WS-PRINT2-STATUS IS NOT EQUAL TO '00'
               MOVE 'PRINTEX2' TO WS-ABORT-FILE-NAME
               MOVE WS-PRINT2-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT ACCS-FILE
           IF WS-ACCS-STATUS IS NOT EQUAL TO '00'
               MOVE 'ACCSEXT' TO WS-ABORT-FILE-NAME
               MOVE WS-ACCS-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT AUDIT-TRAIL-FILE
           IF WS-AUDT-STATUS IS NOT EQUAL TO '00'
               MOVE 'AUDTRAIL' TO WS-ABORT-FILE-NAME
               MOVE WS-EDLV-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT IMGX-FILE
           IF WS-IMGX-STATUS IS NOT EQUAL TO '00'
               MOVE 'IMGEXT' TO WS-ABORT-FILE-NAME
               MOVE WS-IMGX-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT PEND-OUT-FILE
           IF WS-PEND-OUT-STATUS IS NOT EQUAL TO '00'
               MOVE 'PENDOUT' TO WS-ABORT-FILE-NAME
      * SEQUENCE AND FORFEIT THE PRESORT DISCOUNT.  SO THE EXTRACTS
      * ARE MERGED LETTER BY LETTER: EVERY OPEN PARTITION HOLDS ITS
      * CURRENT LETTER HEADER, AND THE LOWEST ZIP/CUSTOMER KEY GOES
      * OUT NEXT WITH ITS DETAIL LINES.  EACH PRINT VENDOR'S
      * PARTITION EXTRACTS ARE MERGED SEPARATELY INTO THAT VENDOR'S
      * COMBINED EXTRACT.
      *****************************************************************
       3000-MERGE-PRINT-EXTRACT.
           PERFORM 3010-MERGE-VENDOR-EXTRACT
               VARYING WS-MERGE-VENDOR FROM 1 BY 1
               UNTIL WS-MERGE-VENDOR IS GREATER THAN WS-VENDOR-MAX
           .

       3010-MERGE-VENDOR-EXTRACT.
           MOVE 0 TO WS-MAN-COUNT
           MOVE 0 TO WS-MAN-OTH-LETTERS
           MOVE 0 TO WS-MAN-OTH-PAGES
           MOVE 0 TO WS-TOTAL-LETTERS
           MOVE 0 TO WS-TOTAL-PAGES
           MOVE 0 TO WS-PRT-LETTER-COUNT
           MOVE 'N' TO WS-MAN-OVERFLOW-WARNED-SW
           MOVE 'N' TO WS-MERGE-DONE-SWITCH
           PERFORM 3100-OPEN-PRT-PARTITION
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB IS GREATER THAN WS-PARTITION-MAX
           PERFORM 3050-COPY-LOWEST-LETTER
               UNTIL PRINT-MERGE-DONE
           PERFORM 3400-WRITE-COMBINED-MANIFEST
      * A PARTITION EXTRACT CUT SHORT IN TRANSIT LOSES LETTERS THAT
      * ITS MANIFEST STILL COUNTS -- HOLD THE NIGHT AT THE GATE.
           IF WS-PRT-LETTER-COUNT IS NOT EQUAL TO WS-TOTAL-LETTERS
               DISPLAY 'SAMPLMRG: PRINT VENDOR ' WS-MERGE-VENDOR
                   ' MERGED ' WS-PRT-LETTER-COUNT ' LETTERS BUT ITS '
                   'PARTITION MANIFESTS TOTAL ' WS-TOTAL-LETTERS
               SET MERGE-OUT-OF-BALANCE TO TRUE
           END-IF
           .

       3050-COPY-LOWEST-LETTER.
      *****************************************************************
       3060-COPY-SELECTED-LETTER.
           MOVE WS-PST-HEADER(WS-PART-SUB) TO PRTX-RECORD
           PERFORM 3080-WRITE-PRINT-RECORD
           ADD 1 TO WS-PRT-LETTER-COUNT
           MOVE 'N' TO WS-PST-READY-SWITCH(WS-PART-SUB)
           MOVE 'N' TO WS-LETTER-DONE-SWITCH
           MOVE 'N' TO WS-COPY-EOF-SWITCH
               WHEN PRTX-MANIFEST-RECORD
                   PERFORM 3300-ABSORB-MANIFEST-RECORD
               WHEN OTHER
                   PERFORM 3080-WRITE-PRINT-RECORD
           END-EVALUATE
           .

       3080-WRITE-PRINT-RECORD.
           IF MERGING-SECOND-VENDOR
               WRITE PRT2-RECORD FROM PRTX-RECORD
           ELSE
               WRITE PRTX-RECORD
           END-IF
           ADD 1 TO WS-PRT-COPIED-COUNT
           .

      *****************************************************************
      * AN INPUT THAT FAILS TO OPEN IS A PARTITION THAT DID NOT RUN
      * (2- OR 3-WAY SPLIT) -- SKIP IT AND CARRY ON.  AN OPEN
      *****************************************************************
       3100-OPEN-PRT-PARTITION.
           MOVE 'N' TO WS-PST-READY-SWITCH(WS-PART-SUB)
           EVALUATE WS-MERGE-VENDOR ALSO WS-PART-SUB
               WHEN 1 ALSO 1
                   OPEN INPUT PRT-IN-FILE-1
               WHEN 1 ALSO 2
                   OPEN INPUT PRT-IN-FILE-2
               WHEN 1 ALSO 3
                   OPEN INPUT PRT-IN-FILE-3
               WHEN 1 ALSO 4
                   OPEN INPUT PRT-IN-FILE-4
               WHEN 2 ALSO 1
                   OPEN INPUT PRT2-IN-FILE-1
               WHEN 2 ALSO 2
                   OPEN INPUT PRT2-IN-FILE-2
               WHEN 2 ALSO 3
                   OPEN INPUT PRT2-IN-FILE-3
               WHEN 2 ALSO 4
                   OPEN INPUT PRT2-IN-FILE-4
           END-EVALUATE
           IF WS-PRT-IN-STATUS IS EQUAL TO '00'
               MOVE 'N' TO WS-COPY-EOF-SWITCH
           .

       3200-READ-PRT-RECORD.
           EVALUATE WS-MERGE-VENDOR ALSO WS-PART-SUB
               WHEN 1 ALSO 1
                   READ PRT-IN-FILE-1
                       AT END
                           SET END-OF-COPY-INPUT TO TRUE
                       NOT AT END
                           MOVE PRT-IN1-RECORD TO PRTX-RECORD
                   END-READ
               WHEN 1 ALSO 2
                   READ PRT-IN-FILE-2
                       AT END
                           SET END-OF-COPY-INPUT TO TRUE
                       NOT AT END
                           MOVE PRT-IN2-RECORD TO PRTX-RECORD
                   END-READ
               WHEN 1 ALSO 3
                   READ PRT-IN-FILE-3
                       AT END
                           SET END-OF-COPY-INPUT TO TRUE
                       NOT AT END
                           MOVE PRT-IN3-RECORD TO PRTX-RECORD
                   END-READ
               WHEN 1 ALSO 4
                   READ PRT-IN-FILE-4
                       AT END
                           SET END-OF-COPY-INPUT TO TRUE
                       NOT AT END
                           MOVE PRT-IN4-RECORD TO PRTX-RECORD
                   END-READ
               WHEN 2 ALSO 1
                   READ PRT2-IN-FILE-1
                       AT END
                           SET END-OF-COPY-INPUT TO TRUE
                       NOT AT END
                           MOVE PRT2-IN1-RECORD TO PRTX-RECORD
                   END-READ
               WHEN 2 ALSO 2
                   READ PRT2-IN-FILE-2
                       AT END
                           SET END-OF-COPY-INPUT TO TRUE
                       NOT AT END
                           MOVE PRT2-IN2-RECORD TO PRTX-RECORD
                   END-READ
               WHEN 2 ALSO 3
                   READ PRT2-IN-FILE-3
                       AT END
                           SET END-OF-COPY-INPUT TO TRUE
                       NOT AT END
                           MOVE PRT2-IN3-RECORD TO PRTX-RECORD
                   END-READ
               WHEN 2 ALSO 4
                   READ PRT2-IN-FILE-4
                       AT END
                           SET END-OF-COPY-INPUT TO TRUE
                       NOT AT END
                           MOVE PRT2-IN4-RECORD TO PRTX-RECORD
                   END-READ
           END-EVALUATE
           .


       3250-CLOSE-PRT-PARTITION.
           MOVE 'N' TO WS-PST-READY-SWITCH(WS-PART-SUB)
           EVALUATE WS-MERGE-VENDOR ALSO WS-PART-SUB
               WHEN 1 ALSO 1
                   CLOSE PRT-IN-FILE-1
               WHEN 1 ALSO 2
                   CLOSE PRT-IN-FILE-2
               WHEN 1 ALSO 3
                   CLOSE PRT-IN-FILE-3
               WHEN 1 ALSO 4
                   CLOSE PRT-IN-FILE-4
               WHEN 2 ALSO 1
                   CLOSE PRT2-IN-FILE-1
               WHEN 2 ALSO 2
                   CLOSE PRT2-IN-FILE-2
               WHEN 2 ALSO 3
                   CLOSE PRT2-IN-FILE-3
               WHEN 2 ALSO 4
                   CLOSE PRT2-IN-FILE-4
           END-EVALUATE
           .

           END-IF
           .

      *****************************************************************
      * THE COMBINED MANIFEST IS STAMPED WITH THE VENDOR BEING MERGED
      * AND IS NOT COUNTED IN THE RECORDS COPIED.
      *****************************************************************
       3400-WRITE-COMBINED-MANIFEST.
           PERFORM VARYING WS-MAN-SUB FROM 1 BY 1
                   UNTIL WS-MAN-SUB IS GREATER THAN WS-MAN-COUNT
               MOVE WS-MAN-GROUP(WS-MAN-IX) TO PRTX-MAN-GROUP
               MOVE WS-MAN-LETTERS(WS-MAN-IX) TO PRTX-MAN-LETTERS
               MOVE WS-MAN-PAGES(WS-MAN-IX) TO PRTX-MAN-PAGES
               MOVE WS-MERGE-VENDOR TO PRTX-MAN-VENDOR-ID
               PERFORM 3450-WRITE-MANIFEST-RECORD
           END-PERFORM
           IF WS-MAN-OTH-LETTERS IS GREATER THAN ZERO
               MOVE SPACES TO PRTX-RECORD
               MOVE 'OTH' TO PRTX-MAN-GROUP
               MOVE WS-MAN-OTH-LETTERS TO PRTX-MAN-LETTERS
               MOVE WS-MAN-OTH-PAGES TO PRTX-MAN-PAGES
               MOVE WS-MERGE-VENDOR TO PRTX-MAN-VENDOR-ID
               PERFORM 3450-WRITE-MANIFEST-RECORD
           END-IF
           MOVE SPACES TO PRTX-RECORD
           SET PRTX-MANIFEST-RECORD TO TRUE
           MOVE '***' TO PRTX-MAN-GROUP
           MOVE WS-TOTAL-LETTERS TO PRTX-MAN-LETTERS
           MOVE WS-TOTAL-PAGES TO PRTX-MAN-PAGES
           MOVE WS-MERGE-VENDOR TO PRTX-MAN-VENDOR-ID
           PERFORM 3450-WRITE-MANIFEST-RECORD
           .

       3450-WRITE-MANIFEST-RECORD.
           IF MERGING-SECOND-VENDOR
               WRITE PRT2-RECORD FROM PRTX-RECORD
           ELSE
               WRITE PRTX-RECORD
           END-IF
           .

      *****************************************************************
      * THE SPECIALTY VENDOR GETS NO PRESORT DISCOUNT, SO THE
      * PARTITION ACCESSIBLE-FORMAT EXTRACTS ARE SIMPLY COPIED END TO
      * END, THEIR MANIFESTS ABSORBED INTO ONE COMBINED MANIFEST.
      *****************************************************************
       3500-MERGE-ACCESSIBLE-EXTRACT.
           PERFORM 3600-COPY-ACC-PARTITION
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB IS GREATER THAN WS-PARTITION-MAX
           PERFORM 3800-WRITE-ACC-MANIFEST
           .

      *****************************************************************
      * AN INPUT THAT FAILS TO OPEN IS A PARTITION THAT DID NOT RUN
      * (2- OR 3-WAY SPLIT) -- SKIP IT AND CARRY ON.
      *****************************************************************
       3600-COPY-ACC-PARTITION.
           EVALUATE WS-PART-SUB
               WHEN 1
                   OPEN INPUT ACC-IN-FILE-1
               WHEN 2
                   OPEN INPUT ACC-IN-FILE-2
               WHEN 3
                   OPEN INPUT ACC-IN-FILE-3
               WHEN 4
                   OPEN INPUT ACC-IN-FILE-4
           END-EVALUATE
           IF WS-ACC-IN-STATUS IS EQUAL TO '00'
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               PERFORM 3700-COPY-ACC-RECORD
                   UNTIL END-OF-COPY-INPUT
               EVALUATE WS-PART-SUB
                   WHEN 1
                       CLOSE ACC-IN-FILE-1
                   WHEN 2
                       CLOSE ACC-IN-FILE-2
                   WHEN 3
                       CLOSE ACC-IN-FILE-3
                   WHEN 4
                       CLOSE ACC-IN-FILE-4
               END-EVALUATE
           END-IF
           .

       3700-COPY-ACC-RECORD.
           EVALUATE WS-PART-SUB
               WHEN 1
                   READ ACC-IN-FILE-1
                       AT END
                           SET END-OF-COPY-INPUT TO TRUE
                       NOT AT END
                           MOVE ACC-IN1-RECORD TO ACCX-RECORD
                   END-READ
               WHEN 2
                   READ ACC-IN-FILE-2
                       AT END
                           SET END-OF-COPY-INPUT TO TRUE
                       NOT AT END
                           MOVE ACC-IN2-RECORD TO ACCX-RECORD
                   END-READ
               WHEN 3
                   READ ACC-IN-FILE-3
                       AT END
                           SET END-OF-COPY-INPUT TO TRUE
                       NOT AT END
                           MOVE ACC-IN3-RECORD TO ACCX-RECORD
                   END-READ
               WHEN 4
                   READ ACC-IN-FILE-4
                       AT END
                           SET END-OF-COPY-INPUT TO TRUE
                       NOT AT END
                           MOVE ACC-IN4-RECORD TO ACCX-RECORD
                   END-READ
           END-EVALUATE
           IF NOT END-OF-COPY-INPUT
               IF ACCX-MANIFEST-RECORD
                   PERFORM 3750-ABSORB-ACC-MANIFEST
               ELSE
                   WRITE ACCX-RECORD
                   ADD 1 TO WS-ACC-COPIED-COUNT
               END-IF
           END-IF
           .

       3750-ABSORB-ACC-MANIFEST.
           EVALUATE ACCX-MAN-FORMAT
               WHEN '*'
                   ADD ACCX-MAN-LETTERS TO WS-ACC-TOTAL-LETTERS
                   ADD ACCX-MAN-LINES TO WS-ACC-TOTAL-LINES
               WHEN 'L'
                   ADD ACCX-MAN-LETTERS TO WS-ACC-LARGE-LETTERS
                   ADD ACCX-MAN-LINES TO WS-ACC-LARGE-LINES
               WHEN 'B'
                   ADD ACCX-MAN-LETTERS TO WS-ACC-BRAILLE-LETTERS
                   ADD ACCX-MAN-LINES TO WS-ACC-BRAILLE-LINES
               WHEN 'I'
                   PERFORM 3760-ABSORB-ACC-INSERT
           END-EVALUATE
           .

       3760-ABSORB-ACC-INSERT.
           MOVE 'N' TO WS-ACC-INS-FOUND-SWITCH
           IF WS-ACC-INS-COUNT IS GREATER THAN ZERO
               SET WS-ACC-INS-IX TO 1
               SEARCH WS-ACC-INS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACC-INS-IX IS GREATER THAN WS-ACC-INS-COUNT
                       CONTINUE
                   WHEN WS-ACC-INS-CODE(WS-ACC-INS-IX)
                           IS EQUAL TO ACCX-MAN-INSERT-CODE
                       SET ACC-INSERT-TABLED TO TRUE
               END-SEARCH
           END-IF
           IF NOT ACC-INSERT-TABLED
                   AND WS-ACC-INS-COUNT IS LESS THAN WS-ACC-INS-MAX
               ADD 1 TO WS-ACC-INS-COUNT
               SET WS-ACC-INS-IX TO WS-ACC-INS-COUNT
               MOVE ACCX-MAN-INSERT-CODE
                   TO WS-ACC-INS-CODE(WS-ACC-INS-IX)
               MOVE 0 TO WS-ACC-INS-QTY(WS-ACC-INS-IX)
               SET ACC-INSERT-TABLED TO TRUE
           END-IF
           IF ACC-INSERT-TABLED
               ADD ACCX-MAN-LETTERS TO WS-ACC-INS-QTY(WS-ACC-INS-IX)
           ELSE
               IF NOT ACC-INSERT-OVERFLOW-WARNED
                   DISPLAY 'SAMPLMRG: MORE THAN ' WS-ACC-INS-MAX
                       ' ACCESSIBLE INSERT CODES -- EXCESS NOT ON '
                       'THE ACCSEXT MANIFEST'
                   SET ACC-INSERT-OVERFLOW-WARNED TO TRUE
               END-IF
           END-IF
           .

       3800-WRITE-ACC-MANIFEST.
           IF WS-ACC-LARGE-LETTERS IS GREATER THAN ZERO
               MOVE SPACES TO ACCX-RECORD
               SET ACCX-MANIFEST-RECORD TO TRUE
               MOVE 'L' TO ACCX-MAN-FORMAT
               MOVE WS-ACC-LARGE-LETTERS TO ACCX-MAN-LETTERS
               MOVE WS-ACC-LARGE-LINES TO ACCX-MAN-LINES
               WRITE ACCX-RECORD
           END-IF
           IF WS-ACC-BRAILLE-LETTERS IS GREATER THAN ZERO
               MOVE SPACES TO ACCX-RECORD
               SET ACCX-MANIFEST-RECORD TO TRUE
               MOVE 'B' TO ACCX-MAN-FORMAT
               MOVE WS-ACC-BRAILLE-LETTERS TO ACCX-MAN-LETTERS
               MOVE WS-ACC-BRAILLE-LINES TO ACCX-MAN-LINES
               WRITE ACCX-RECORD
           END-IF
           PERFORM VARYING WS-ACC-INS-SUB FROM 1 BY 1
                   UNTIL WS-ACC-INS-SUB IS GREATER THAN WS-ACC-INS-COUNT
               SET WS-ACC-INS-IX TO WS-ACC-INS-SUB
               MOVE SPACES TO ACCX-RECORD
               SET ACCX-MANIFEST-RECORD TO TRUE
               SET ACCX-MAN-INSERT-USAGE TO TRUE
               MOVE WS-ACC-INS-CODE(WS-ACC-INS-IX)
                   TO ACCX-MAN-INSERT-CODE
               MOVE WS-ACC-INS-QTY(WS-ACC-INS-IX) TO ACCX-MAN-LETTERS
               MOVE 0 TO ACCX-MAN-LINES
               WRITE ACCX-RECORD
           END-PERFORM
           MOVE SPACES TO ACCX-RECORD
           SET ACCX-MANIFEST-RECORD TO TRUE
           SET ACCX-MAN-GRAND-TOTAL TO TRUE
           MOVE WS-ACC-TOTAL-LETTERS TO ACCX-MAN-LETTERS
           MOVE WS-ACC-TOTAL-LINES TO ACCX-MAN-LINES
           WRITE ACCX-RECORD
           .

       4000-MERGE-AUDIT-TRAIL.
           END-IF
           .

      *****************************************************************
      * EACH IMAGING DOCUMENT IS KEYED BY CUSTOMER, RUN DATE AND TIME,
      * AND MESSAGE TYPE, SO THE PARTITIONS' EXTRACTS NEVER OVERLAP
      * AND THE ARCHIVE LOADS THEM IN ANY ORDER -- A STRAIGHT
      * CONCATENATION IS ENOUGH.
      *****************************************************************
       5500-MERGE-IMAGING.
           PERFORM 5600-COPY-IMGX-PARTITION
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB IS GREATER THAN WS-PARTITION-MAX
           .

       5600-COPY-IMGX-PARTITION.
           EVALUATE WS-PART-SUB
               WHEN 1
                   OPEN INPUT IMGX-IN-FILE-1
               WHEN 2
                   OPEN INPUT IMGX-IN-FILE-2
               WHEN 3
                   OPEN INPUT IMGX-IN-FILE-3
               WHEN 4
                   OPEN INPUT IMGX-IN-FILE-4
           END-EVALUATE
           IF WS-IMGX-IN-STATUS IS EQUAL TO '00'
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               PERFORM 5700-COPY-IMGX-RECORD
                   UNTIL END-OF-COPY-INPUT
               EVALUATE WS-PART-SUB
                   WHEN 1
                       CLOSE IMGX-IN-FILE-1
                   WHEN 2
                       CLOSE IMGX-IN-FILE-2
                   WHEN 3
                       CLOSE IMGX-IN-FILE-3
                   WHEN 4
                       CLOSE IMGX-IN-FILE-4
               END-EVALUATE
           END-IF
           .

       5700-COPY-IMGX-RECORD.
           EVALUATE WS-PART-SUB
               WHEN 1
                   READ IMGX-IN-FILE-1
                       AT END
                           SET END-OF-COPY-INPUT TO TRUE
                       NOT AT END
                           MOVE IMGX-IN1-RECORD TO IMGX-RECORD
                   END-READ
               WHEN 2
                   READ IMGX-IN-FILE-2
                       AT END
                           SET END-OF-COPY-INPUT TO TRUE
                       NOT AT END
                           MOVE IMGX-IN2-RECORD TO IMGX-RECORD
                   END-READ
               WHEN 3
                   READ IMGX-IN-FILE-3
                       AT END
                           SET END-OF-COPY-INPUT TO TRUE
                       NOT AT END
                           MOVE IMGX-IN3-RECORD TO IMGX-RECORD
                   END-READ
               WHEN 4
                   READ IMGX-IN-FILE-4
                       AT END
                           SET END-OF-COPY-INPUT TO TRUE
                       NOT AT END
                           MOVE IMGX-IN4-RECORD TO IMGX-RECORD
                   END-READ
           END-EVALUATE
           IF NOT END-OF-COPY-INPUT
               WRITE IMGX-RECORD
               ADD 1 TO WS-IMGX-COPIED-COUNT
           END-IF
           .

      *****************************************************************
      * EACH PARTITION'S SWEEP ONLY TOUCHES PENDING ITEMS IN ITS OWN
      * CUSTOMER RANGE, SO THE PER-PARTITION PENDOUT FILES ARE
       9000-TERMINATE.
           CLOSE CORR-FILE
           CLOSE PRINT-FILE
           CLOSE PRINT2-FILE
           CLOSE ACCS-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE EDLV-FILE
           CLOSE IMGX-FILE
           CLOSE PEND-OUT-FILE
           PERFORM 9900-WRITE-RUN-CONTROL
           .

      *****************************************************************
      * COMPLETION RECORD FOR THE END-OF-NIGHT GATEKEEPER: THE MERGE
      * RAN TO COMPLETION AND COPIED THIS MANY PRINT-EXTRACT RECORDS
      * ACROSS BOTH PRINT VENDORS, AND WHETHER EACH VENDOR'S MERGED
      * LETTERS BALANCED TO ITS PARTITION MANIFESTS.
      * A MISSING RECORD IS HOW SAMPLGAT KNOWS THE MERGE NEVER
      * FINISHED, SO FAILURE TO WRITE IT ONLY GETS A CONSOLE NOTE.
      *****************************************************************
               MOVE WS-RUN-DATE TO RUNC-RUN-DATE
               MOVE WS-RUN-TIME TO RUNC-RUN-TIME
               MOVE WS-PRT-COPIED-COUNT TO RUNC-DETAIL-COUNT
               IF MERGE-OUT-OF-BALANCE
                   SET RUNC-STAGE-UNBALANCED TO TRUE
               ELSE
                   SET RUNC-STAGE-BALANCED TO TRUE
               END-IF
               WRITE RUNC-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF
