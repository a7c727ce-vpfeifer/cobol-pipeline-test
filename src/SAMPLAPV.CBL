       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAMPLAPV.
      *****************************************************************
      * MAKER-CHECKER APPROVAL PASS FOR CATALOG, CUSTOMER, DO-NOT-
      * CONTACT, PRINT-PROFILE, AND CATEGORY OPT-OUT MAINTENANCE.
      * REQUESTS KEYED BY A CLERK ARRIVE ON THE CATSUBM, CUSTSUBM,
      * DNCSUBM, PFMSUBM, AND OPTSUBM SUBMISSION FILES CARRYING THE
      * SUBMITTER'S ID AND ARE HELD ON THE PENDING-APPROVAL FILE UNDER
      * A REQUEST ID.  A SECOND PERSON RELEASES OR REJECTS EACH ONE ON
      * THE DECISION FILE; A RELEASED REQUEST IS WRITTEN, STAMPED WITH
      * THE APPROVER'S ID, TO THE CATTRAN/CUSTTRAN/DNCTRAN/PFMTRAN/
      * OPTTRAN FILE THAT SAMPLMNT, SAMPLCST, SAMPLDNM, SAMPLPFM, OR
      * SAMPLOPM APPLIES.  A DECISION BY THE
      * SUBMITTER, OR WITHOUT AN APPROVER ID, IS REFUSED.  WHATEVER
      * IS STILL UNDECIDED IS AGED BY ONE NIGHT, CARRIED FORWARD, AND
      * LISTED ON THE DAILY OUTSTANDING-APPROVALS REPORT, FLAGGED
      * OVERDUE PAST THE OPERATOR-SET NUMBER OF DAYS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-IN-FILE ASSIGN TO 'APVPNDIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-IN-STATUS.
           SELECT PEND-OUT-FILE ASSIGN TO 'APVPNDOT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-OUT-STATUS.
           SELECT DECISION-FILE ASSIGN TO 'APVDECN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APVD-STATUS.
           SELECT APV-PARM-FILE ASSIGN TO 'APVPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APVP-STATUS.
           SELECT CAT-SUBM-FILE ASSIGN TO 'CATSUBM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAT-SUBM-STATUS.
           SELECT CUST-SUBM-FILE ASSIGN TO 'CUSTSUBM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-SUBM-STATUS.
           SELECT DNC-SUBM-FILE ASSIGN TO 'DNCSUBM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DNC-SUBM-STATUS.
           SELECT PFM-SUBM-FILE ASSIGN TO 'PFMSUBM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PFM-SUBM-STATUS.
           SELECT OPT-SUBM-FILE ASSIGN TO 'OPTSUBM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPT-SUBM-STATUS.
           SELECT CAT-TRAN-FILE ASSIGN TO 'CATTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMT-STATUS.
           SELECT CUST-TRAN-FILE ASSIGN TO 'CUSTTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUT-STATUS.
           SELECT DNC-TRAN-FILE ASSIGN TO 'DNCTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DNT-STATUS.
           SELECT PFM-TRAN-FILE ASSIGN TO 'PFMTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PFT-STATUS.
           SELECT OPT-TRAN-FILE ASSIGN TO 'OPTTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPTT-STATUS.
           SELECT DECISION-REPORT-FILE ASSIGN TO 'APVRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OUTSTANDING-REPORT-FILE ASSIGN TO 'APVOUTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEND-IN-FILE.
       01  PEND-IN-RECORD               PIC X(307).
       FD  PEND-OUT-FILE.
           COPY APNDFILE.
       FD  DECISION-FILE.
           COPY APVDFILE.
       FD  APV-PARM-FILE.
           COPY APVPARM.
       FD  CAT-SUBM-FILE.
       01  CAT-SUBM-RECORD              PIC X(113).
       FD  CUST-SUBM-FILE.
       01  CUST-SUBM-RECORD             PIC X(222).
       FD  DNC-SUBM-FILE.
       01  DNC-SUBM-RECORD              PIC X(44).
       FD  PFM-SUBM-FILE.
       01  PFM-SUBM-RECORD              PIC X(49).
       FD  OPT-SUBM-FILE.
       01  OPT-SUBM-RECORD              PIC X(43).
       FD  CAT-TRAN-FILE.
           COPY CATTRAN.
       FD  CUST-TRAN-FILE.
           COPY CUSTTRAN.
       FD  DNC-TRAN-FILE.
           COPY DNCTRAN.
       FD  PFM-TRAN-FILE.
           COPY PFMTRAN.
       FD  OPT-TRAN-FILE.
           COPY OPTTRAN.
       FD  DECISION-REPORT-FILE.
       01  DECISION-REPORT-LINE          PIC X(132).
       FD  OUTSTANDING-REPORT-FILE.
       01  OUTSTANDING-REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PEND-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PEND-OUT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-APVD-STATUS                PIC X(02) VALUE SPACES.
       01  WS-APVP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CAT-SUBM-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CUST-SUBM-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DNC-SUBM-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PFM-SUBM-STATUS            PIC X(02) VALUE SPACES.
       01  WS-OPT-SUBM-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CMT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CUT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-DNT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-PFT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-OPTT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-OUTRPT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
       01  WS-RUN-TIME                   PIC 9(06) VALUE 0.
       01  WS-OVERDUE-DAYS               PIC 9(03) VALUE 3.
       01  WS-SEQUENCE                   PIC 9(04) VALUE 0.
       01  WS-PEND-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-PEND-IN-FILE           VALUE 'Y'.
       01  WS-APVD-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-DECISION-FILE          VALUE 'Y'.
       01  WS-SUBM-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-SUBM-FILE              VALUE 'Y'.
       01  WS-REJECT-SWITCH              PIC X(01) VALUE 'N'.
           88  REQUEST-REJECTED              VALUE 'Y'.
       01  WS-REJECT-REASON              PIC X(40) VALUE SPACES.
       01  WS-RESULT-TEXT                PIC X(10) VALUE SPACES.
       01  WS-APPROVER-ID                PIC X(08) VALUE SPACES.
       01  WS-DECN-MAX                   PIC 9(05) VALUE 2000.
       01  WS-DECN-COUNT                 PIC 9(05) VALUE 0.
       01  WS-DECN-OVERFLOW-SWITCH       PIC X(01) VALUE 'N'.
           88  DECN-TABLE-OVERFLOWED         VALUE 'Y'.
       01  WS-DECN-TABLE.
           05  WS-DECN-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-DECN-IX.
               10  WS-DECN-REQUEST-ID       PIC X(18).
               10  WS-DECN-DECISION         PIC X(01).
                   88  WS-DECN-APPROVE          VALUE 'A'.
                   88  WS-DECN-VALID            VALUES 'A' 'R'.
               10  WS-DECN-APPROVER-ID      PIC X(08).
               10  WS-DECN-REASON           PIC X(30).
               10  WS-DECN-USED-SWITCH      PIC X(01).
                   88  DECISION-USED            VALUE 'Y'.
       01  WS-DECN-SUB                   PIC 9(05) VALUE 0.
       01  WS-DECN-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  DECISION-FOUND                VALUE 'Y'.
       01  WS-DAYS-EDIT                  PIC ZZ9.
       01  WS-PENDING-READ-COUNT         PIC 9(07) VALUE 0.
       01  WS-SUBMITTED-COUNT            PIC 9(07) VALUE 0.
       01  WS-SUBM-REFUSED-COUNT         PIC 9(07) VALUE 0.
       01  WS-RELEASED-COUNT             PIC 9(07) VALUE 0.
       01  WS-REJECTED-COUNT             PIC 9(07) VALUE 0.
       01  WS-DECN-REFUSED-COUNT         PIC 9(07) VALUE 0.
       01  WS-UNMATCHED-COUNT            PIC 9(07) VALUE 0.
       01  WS-OUTSTANDING-COUNT          PIC 9(07) VALUE 0.
       01  WS-OVERDUE-COUNT              PIC 9(07) VALUE 0.
       01  WS-COUNT-EDIT                 PIC Z,ZZZ,ZZ9.
       01  WS-ABORT-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-ABORT-STATUS               PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DECIDE-PENDING
           PERFORM 3000-TAKE-SUBMISSIONS
           PERFORM 4000-REPORT-UNMATCHED
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1100-READ-PARAMETERS
           OPEN OUTPUT PEND-OUT-FILE
           IF WS-PEND-OUT-STATUS IS NOT EQUAL TO '00'
               MOVE 'APVPNDOT' TO WS-ABORT-FILE-NAME
               MOVE WS-PEND-OUT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT CAT-TRAN-FILE
           IF WS-CMT-STATUS IS NOT EQUAL TO '00'
               MOVE 'CATTRAN' TO WS-ABORT-FILE-NAME
               MOVE WS-CMT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT CUST-TRAN-FILE
           IF WS-CUT-STATUS IS NOT EQUAL TO '00'
               MOVE 'CUSTTRAN' TO WS-ABORT-FILE-NAME
               MOVE WS-CUT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT DNC-TRAN-FILE
           IF WS-DNT-STATUS IS NOT EQUAL TO '00'
               MOVE 'DNCTRAN' TO WS-ABORT-FILE-NAME
               MOVE WS-DNT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT PFM-TRAN-FILE
           IF WS-PFT-STATUS IS NOT EQUAL TO '00'
               MOVE 'PFMTRAN' TO WS-ABORT-FILE-NAME
               MOVE WS-PFT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT OPT-TRAN-FILE
           IF WS-OPTT-STATUS IS NOT EQUAL TO '00'
               MOVE 'OPTTRAN' TO WS-ABORT-FILE-NAME
               MOVE WS-OPTT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT DECISION-REPORT-FILE
           IF WS-RPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'APVRPT' TO WS-ABORT-FILE-NAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           OPEN OUTPUT OUTSTANDING-REPORT-FILE
           IF WS-OUTRPT-STATUS IS NOT EQUAL TO '00'
               MOVE 'APVOUTRP' TO WS-ABORT-FILE-NAME
               MOVE WS-OUTRPT-STATUS TO WS-ABORT-STATUS
               PERFORM 1400-ABORT-FILE-OPEN-ERROR
           END-IF
           MOVE 'MAINTENANCE APPROVAL DECISIONS REPORT'
               TO DECISION-REPORT-LINE
           WRITE DECISION-REPORT-LINE
           MOVE SPACES TO DECISION-REPORT-LINE
           STRING 'RESULT     REQUEST ID         KND A '
                                        DELIMITED BY SIZE
                   'KEY                      SUBMITTR APPROVER '
                                        DELIMITED BY SIZE
                   'REASON'             DELIMITED BY SIZE
                   INTO DECISION-REPORT-LINE
           END-STRING
           WRITE DECISION-REPORT-LINE
           MOVE SPACES TO OUTSTANDING-REPORT-LINE
           STRING 'OUTSTANDING MAINTENANCE APPROVALS AS OF '
                                        DELIMITED BY SIZE
                   WS-RUN-DATE          DELIMITED BY SIZE
                   INTO OUTSTANDING-REPORT-LINE
           END-STRING
           WRITE OUTSTANDING-REPORT-LINE
           MOVE SPACES TO OUTSTANDING-REPORT-LINE
           STRING 'REQUEST ID         KND A '
                                        DELIMITED BY SIZE
                   'KEY                      SUBMITTR DAYS'
                                        DELIMITED BY SIZE
                   INTO OUTSTANDING-REPORT-LINE
           END-STRING
           WRITE OUTSTANDING-REPORT-LINE
           PERFORM 1200-LOAD-DECISIONS
           .

       1100-READ-PARAMETERS.
           OPEN INPUT APV-PARM-FILE
           IF WS-APVP-STATUS IS EQUAL TO '00'
               READ APV-PARM-FILE
                   NOT AT END
                       MOVE APVP-OVERDUE-DAYS TO WS-OVERDUE-DAYS
               END-READ
               CLOSE APV-PARM-FILE
           ELSE
               DISPLAY 'SAMPLAPV: APVPARM NOT AVAILABLE -- OVERDUE '
                   'AFTER ' WS-OVERDUE-DAYS ' DAYS'
           END-IF
           .

      *****************************************************************
      * THE DAY'S DECISIONS ARE FEW ENOUGH TO HOLD IN STORAGE; EACH
      * ENTRY IS FLAGGED AS IT IS USED SO WHATEVER REMAINS AT THE END
      * NAMES A REQUEST ID THAT IS NOT PENDING.
      *****************************************************************
       1200-LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-APVD-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLAPV: APVDECN NOT AVAILABLE -- NO '
                   'APPROVAL DECISIONS TODAY'
           ELSE
               PERFORM 8100-READ-DECISION
               PERFORM 1210-STORE-DECISION
                   UNTIL END-OF-DECISION-FILE
               CLOSE DECISION-FILE
           END-IF
           .

       1210-STORE-DECISION.
           IF WS-DECN-COUNT IS LESS THAN WS-DECN-MAX
               ADD 1 TO WS-DECN-COUNT
               SET WS-DECN-IX TO WS-DECN-COUNT
               MOVE APVD-REQUEST-ID TO WS-DECN-REQUEST-ID(WS-DECN-IX)
               MOVE APVD-DECISION TO WS-DECN-DECISION(WS-DECN-IX)
               MOVE APVD-APPROVER-ID
                   TO WS-DECN-APPROVER-ID(WS-DECN-IX)
               MOVE APVD-REASON TO WS-DECN-REASON(WS-DECN-IX)
               MOVE 'N' TO WS-DECN-USED-SWITCH(WS-DECN-IX)
           ELSE
               IF NOT DECN-TABLE-OVERFLOWED
                   DISPLAY 'SAMPLAPV: MORE THAN ' WS-DECN-MAX
                       ' DECISIONS -- EXCESS IGNORED TODAY, RERUN '
                       'AFTER SPLITTING THE DECISION FILE'
                   SET DECN-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           PERFORM 8100-READ-DECISION
           .

       1400-ABORT-FILE-OPEN-ERROR.
           DISPLAY 'SAMPLAPV: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
               ' -- FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *****************************************************************
      * REQUESTS ALREADY AWAITING APPROVAL: RELEASE OR DROP THE ONES
      * WITH A VALID DECISION, AND AGE AND CARRY FORWARD THE REST.
      *****************************************************************
       2000-DECIDE-PENDING.
           OPEN INPUT PEND-IN-FILE
           IF WS-PEND-IN-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLAPV: APVPNDIN NOT AVAILABLE -- NO '
                   'REQUESTS CARRIED FORWARD TODAY'
           ELSE
               PERFORM 8000-READ-PEND-IN
               PERFORM 2100-DECIDE-ONE-REQUEST
                   UNTIL END-OF-PEND-IN-FILE
               CLOSE PEND-IN-FILE
           END-IF
           .

       2100-DECIDE-ONE-REQUEST.
           ADD 1 TO WS-PENDING-READ-COUNT
           MOVE PEND-IN-RECORD TO APND-RECORD
           PERFORM 7000-FIND-DECISION
           IF NOT DECISION-FOUND
               ADD 1 TO APND-DAYS-PENDING
               PERFORM 2300-CARRY-FORWARD
           ELSE
               MOVE WS-DECN-APPROVER-ID(WS-DECN-IX) TO WS-APPROVER-ID
               PERFORM 2200-VALIDATE-DECISION
               EVALUATE TRUE
                   WHEN REQUEST-REJECTED
                       MOVE 'REFUSED' TO WS-RESULT-TEXT
                       PERFORM 6000-WRITE-DECISION-LINE
                       ADD 1 TO WS-DECN-REFUSED-COUNT
                       ADD 1 TO APND-DAYS-PENDING
                       PERFORM 2300-CARRY-FORWARD
                   WHEN WS-DECN-APPROVE(WS-DECN-IX)
                       PERFORM 5000-RELEASE-REQUEST
                       MOVE 'RELEASED' TO WS-RESULT-TEXT
                       MOVE WS-DECN-REASON(WS-DECN-IX)
                           TO WS-REJECT-REASON
                       PERFORM 6000-WRITE-DECISION-LINE
                       ADD 1 TO WS-RELEASED-COUNT
                   WHEN OTHER
                       MOVE 'REJECTED' TO WS-RESULT-TEXT
                       MOVE WS-DECN-REASON(WS-DECN-IX)
                           TO WS-REJECT-REASON
                       PERFORM 6000-WRITE-DECISION-LINE
                       ADD 1 TO WS-REJECTED-COUNT
               END-EVALUATE
           END-IF
           PERFORM 8000-READ-PEND-IN
           .

      *****************************************************************
      * A DECISION COUNTS ONLY WHEN A SECOND, IDENTIFIED PERSON MADE
      * IT.  A REFUSED DECISION LEAVES THE REQUEST PENDING.
      *****************************************************************
       2200-VALIDATE-DECISION.
           MOVE 'N' TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT WS-DECN-VALID(WS-DECN-IX)
               MOVE 'DECISION CODE NOT A OR R' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND WS-APPROVER-ID IS EQUAL TO SPACES
               MOVE 'APPROVER ID MISSING' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT REQUEST-REJECTED
                   AND WS-APPROVER-ID IS EQUAL TO APND-SUBMITTER-ID
               MOVE 'APPROVER SAME AS SUBMITTER' TO WS-REJECT-REASON
               SET REQUEST-REJECTED TO TRUE
           END-IF
           .

       2300-CARRY-FORWARD.
           WRITE APND-RECORD
           PERFORM 6100-WRITE-OUTSTANDING-LINE
           .

      *****************************************************************
      * NEW SUBMISSIONS.  EACH TAKES A REQUEST ID AND GOES ON THE
      * PENDING-APPROVAL FILE -- NEVER STRAIGHT THROUGH, SO IT CANNOT
      * BE APPROVED BEFORE IT HAS APPEARED ON THE OUTSTANDING-
      * APPROVALS REPORT.  ANY APPROVER ID KEYED WITH THE SUBMISSION
      * IS CLEARED.  THE TRANSACTION FILE'S OWN RECORD AREA IS USED TO
      * READ THE SUBMISSION'S FIELDS; NOTHING IS WRITTEN FROM IT HERE.
      *****************************************************************
       3000-TAKE-SUBMISSIONS.
           OPEN INPUT CAT-SUBM-FILE
           IF WS-CAT-SUBM-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLAPV: CATSUBM NOT AVAILABLE -- NO '
                   'CATALOG SUBMISSIONS TODAY'
           ELSE
               MOVE 'N' TO WS-SUBM-EOF-SWITCH
               PERFORM 8200-READ-CAT-SUBM
               PERFORM 3100-TAKE-CAT-SUBMISSION
                   UNTIL END-OF-SUBM-FILE
               CLOSE CAT-SUBM-FILE
           END-IF
           OPEN INPUT CUST-SUBM-FILE
           IF WS-CUST-SUBM-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLAPV: CUSTSUBM NOT AVAILABLE -- NO '
                   'CUSTOMER SUBMISSIONS TODAY'
           ELSE
               MOVE 'N' TO WS-SUBM-EOF-SWITCH
               PERFORM 8210-READ-CUST-SUBM
               PERFORM 3200-TAKE-CUST-SUBMISSION
                   UNTIL END-OF-SUBM-FILE
               CLOSE CUST-SUBM-FILE
           END-IF
           OPEN INPUT DNC-SUBM-FILE
           IF WS-DNC-SUBM-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLAPV: DNCSUBM NOT AVAILABLE -- NO '
                   'DO-NOT-CONTACT SUBMISSIONS TODAY'
           ELSE
               MOVE 'N' TO WS-SUBM-EOF-SWITCH
               PERFORM 8220-READ-DNC-SUBM
               PERFORM 3300-TAKE-DNC-SUBMISSION
                   UNTIL END-OF-SUBM-FILE
               CLOSE DNC-SUBM-FILE
           END-IF
           OPEN INPUT PFM-SUBM-FILE
           IF WS-PFM-SUBM-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLAPV: PFMSUBM NOT AVAILABLE -- NO '
                   'PRINT-PROFILE SUBMISSIONS TODAY'
           ELSE
               MOVE 'N' TO WS-SUBM-EOF-SWITCH
               PERFORM 8230-READ-PFM-SUBM
               PERFORM 3400-TAKE-PFM-SUBMISSION
                   UNTIL END-OF-SUBM-FILE
               CLOSE PFM-SUBM-FILE
           END-IF
           OPEN INPUT OPT-SUBM-FILE
           IF WS-OPT-SUBM-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SAMPLAPV: OPTSUBM NOT AVAILABLE -- NO '
                   'OPT-OUT SUBMISSIONS TODAY'
           ELSE
               MOVE 'N' TO WS-SUBM-EOF-SWITCH
               PERFORM 8240-READ-OPT-SUBM
               PERFORM 3500-TAKE-OPT-SUBMISSION
                   UNTIL END-OF-SUBM-FILE
               CLOSE OPT-SUBM-FILE
           END-IF
           .

       3100-TAKE-CAT-SUBMISSION.
           MOVE CAT-SUBM-RECORD TO CMT-RECORD
           MOVE SPACES TO CMT-APPROVER-ID
           MOVE 'CAT' TO APND-REQUEST-KIND
           MOVE CMT-ACTION-CODE TO APND-ACTION-CODE
           MOVE SPACES TO APND-KEY-TEXT
           STRING CMT-MESSAGE-TYPE      DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   CMT-LANGUAGE-CODE    DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   CMT-LINE-NUMBER      DELIMITED BY SIZE
                   INTO APND-KEY-TEXT
           END-STRING
           MOVE CMT-SUBMITTER-ID TO APND-SUBMITTER-ID
           MOVE CMT-RECORD TO APND-TRAN-IMAGE
           PERFORM 3900-ADD-TO-PENDING
           PERFORM 8200-READ-CAT-SUBM
           .

       3200-TAKE-CUST-SUBMISSION.
           MOVE CUST-SUBM-RECORD TO CUT-RECORD
           MOVE SPACES TO CUT-APPROVER-ID
           MOVE 'CUS' TO APND-REQUEST-KIND
           MOVE CUT-ACTION-CODE TO APND-ACTION-CODE
           MOVE CUT-CUSTOMER-NUMBER TO APND-KEY-TEXT
           MOVE CUT-SUBMITTER-ID TO APND-SUBMITTER-ID
           MOVE CUT-RECORD TO APND-TRAN-IMAGE
           PERFORM 3900-ADD-TO-PENDING
           PERFORM 8210-READ-CUST-SUBM
           .

       3300-TAKE-DNC-SUBMISSION.
           MOVE DNC-SUBM-RECORD TO DNT-RECORD
           MOVE SPACES TO DNT-APPROVER-ID
           MOVE 'DNC' TO APND-REQUEST-KIND
           MOVE DNT-ACTION-CODE TO APND-ACTION-CODE
           MOVE DNT-CUSTOMER-NUMBER TO APND-KEY-TEXT
           MOVE DNT-SUBMITTER-ID TO APND-SUBMITTER-ID
           MOVE DNT-RECORD TO APND-TRAN-IMAGE
           PERFORM 3900-ADD-TO-PENDING
           PERFORM 8220-READ-DNC-SUBM
           .

       3400-TAKE-PFM-SUBMISSION.
           MOVE PFM-SUBM-RECORD TO PFT-RECORD
           MOVE SPACES TO PFT-APPROVER-ID
           MOVE 'PFM' TO APND-REQUEST-KIND
           MOVE PFT-ACTION-CODE TO APND-ACTION-CODE
           MOVE SPACES TO APND-KEY-TEXT
           STRING PFT-MESSAGE-TYPE      DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   PFT-LANGUAGE-CODE    DELIMITED BY SIZE
                   INTO APND-KEY-TEXT
           END-STRING
           MOVE PFT-SUBMITTER-ID TO APND-SUBMITTER-ID
           MOVE PFT-RECORD TO APND-TRAN-IMAGE
           PERFORM 3900-ADD-TO-PENDING
           PERFORM 8230-READ-PFM-SUBM
           .

       3500-TAKE-OPT-SUBMISSION.
           MOVE OPT-SUBM-RECORD TO OPTT-RECORD
           MOVE SPACES TO OPTT-APPROVER-ID
           MOVE 'OPT' TO APND-REQUEST-KIND
           MOVE OPTT-ACTION-CODE TO APND-ACTION-CODE
           MOVE SPACES TO APND-KEY-TEXT
           STRING OPTT-CUSTOMER-NUMBER  DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   OPTT-CATEGORY        DELIMITED BY SIZE
                   INTO APND-KEY-TEXT
           END-STRING
           MOVE OPTT-SUBMITTER-ID TO APND-SUBMITTER-ID
           MOVE OPTT-RECORD TO APND-TRAN-IMAGE
           PERFORM 3900-ADD-TO-PENDING
           PERFORM 8240-READ-OPT-SUBM
           .

      *****************************************************************
      * A SUBMISSION WITH NO SUBMITTER ID CANNOT BE HELD TO MAKER-
      * CHECKER AND IS REFUSED OUTRIGHT; THE CLERK RE-KEYS IT.
      *****************************************************************
       3900-ADD-TO-PENDING.
           MOVE SPACES TO WS-APPROVER-ID
           IF APND-SUBMITTER-ID IS EQUAL TO SPACES
               MOVE ZEROS TO APND-REQUEST-ID
               MOVE 'REFUSED' TO WS-RESULT-TEXT
               MOVE 'SUBMITTER ID MISSING' TO WS-REJECT-REASON
               PERFORM 6000-WRITE-DECISION-LINE
               ADD 1 TO WS-SUBM-REFUSED-COUNT
           ELSE
               ADD 1 TO WS-SEQUENCE
               MOVE WS-RUN-DATE TO APND-SUBMIT-DATE
               MOVE WS-RUN-TIME TO APND-SUBMIT-TIME
               MOVE WS-SEQUENCE TO APND-SEQUENCE
               MOVE 0 TO APND-DAYS-PENDING
               ADD 1 TO WS-SUBMITTED-COUNT
               PERFORM 2300-CARRY-FORWARD
           END-IF
           .

       4000-REPORT-UNMATCHED.
           PERFORM 4100-REPORT-ONE-UNMATCHED
               VARYING WS-DECN-SUB FROM 1 BY 1
               UNTIL WS-DECN-SUB IS GREATER THAN WS-DECN-COUNT
           .

       4100-REPORT-ONE-UNMATCHED.
           SET WS-DECN-IX TO WS-DECN-SUB
           IF NOT DECISION-USED(WS-DECN-IX)
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO DECISION-REPORT-LINE
               STRING 'UNMATCHED  '         DELIMITED BY SIZE
                       WS-DECN-REQUEST-ID(WS-DECN-IX)
                                            DELIMITED BY SIZE
                       ' DECISION '         DELIMITED BY SIZE
                       WS-DECN-DECISION(WS-DECN-IX)
                                            DELIMITED BY SIZE
                       ' BY '               DELIMITED BY SIZE
                       WS-DECN-APPROVER-ID(WS-DECN-IX)
                                            DELIMITED BY SIZE
                       ' -- REQUEST ID NOT PENDING'
                                            DELIMITED BY SIZE
                       INTO DECISION-REPORT-LINE
               END-STRING
               WRITE DECISION-REPORT-LINE
           END-IF
           .

      *****************************************************************
      * RELEASE AN APPROVED REQUEST TO ITS MAINTENANCE PROGRAM'S
      * TRANSACTION FILE, STAMPED WITH BOTH IDS.
      *****************************************************************
       5000-RELEASE-REQUEST.
           EVALUATE TRUE
               WHEN APND-KIND-CATALOG
                   MOVE APND-TRAN-IMAGE TO CMT-RECORD
                   MOVE APND-SUBMITTER-ID TO CMT-SUBMITTER-ID
                   MOVE WS-APPROVER-ID TO CMT-APPROVER-ID
                   WRITE CMT-RECORD
               WHEN APND-KIND-CUSTOMER
                   MOVE APND-TRAN-IMAGE TO CUT-RECORD
                   MOVE APND-SUBMITTER-ID TO CUT-SUBMITTER-ID
                   MOVE WS-APPROVER-ID TO CUT-APPROVER-ID
                   WRITE CUT-RECORD
               WHEN APND-KIND-DNC
                   MOVE APND-TRAN-IMAGE TO DNT-RECORD
                   MOVE APND-SUBMITTER-ID TO DNT-SUBMITTER-ID
                   MOVE WS-APPROVER-ID TO DNT-APPROVER-ID
                   WRITE DNT-RECORD
               WHEN APND-KIND-PROFILE
                   MOVE APND-TRAN-IMAGE TO PFT-RECORD
                   MOVE APND-SUBMITTER-ID TO PFT-SUBMITTER-ID
                   MOVE WS-APPROVER-ID TO PFT-APPROVER-ID
                   WRITE PFT-RECORD
               WHEN APND-KIND-OPT-OUT
                   MOVE APND-TRAN-IMAGE TO OPTT-RECORD
                   MOVE APND-SUBMITTER-ID TO OPTT-SUBMITTER-ID
                   MOVE WS-APPROVER-ID TO OPTT-APPROVER-ID
                   WRITE OPTT-RECORD
           END-EVALUATE
           .

       6000-WRITE-DECISION-LINE.
           MOVE SPACES TO DECISION-REPORT-LINE
           STRING WS-RESULT-TEXT        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   APND-REQUEST-ID      DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   APND-REQUEST-KIND    DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   APND-ACTION-CODE     DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   APND-KEY-TEXT        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   APND-SUBMITTER-ID    DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-APPROVER-ID       DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-REJECT-REASON     DELIMITED BY SIZE
                   INTO DECISION-REPORT-LINE
           END-STRING
           WRITE DECISION-REPORT-LINE
           .

       6100-WRITE-OUTSTANDING-LINE.
           ADD 1 TO WS-OUTSTANDING-COUNT
           MOVE APND-DAYS-PENDING TO WS-DAYS-EDIT
           MOVE SPACES TO OUTSTANDING-REPORT-LINE
           STRING APND-REQUEST-ID       DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   APND-REQUEST-KIND    DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   APND-ACTION-CODE     DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   APND-KEY-TEXT        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   APND-SUBMITTER-ID    DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-DAYS-EDIT         DELIMITED BY SIZE
                   INTO OUTSTANDING-REPORT-LINE
           END-STRING
           IF APND-DAYS-PENDING IS GREATER THAN WS-OVERDUE-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE '** OVERDUE' TO OUTSTANDING-REPORT-LINE(64:10)
           END-IF
           WRITE OUTSTANDING-REPORT-LINE
           .

       7000-FIND-DECISION.
           MOVE 'N' TO WS-DECN-FOUND-SWITCH
           IF WS-DECN-COUNT IS GREATER THAN ZERO
               SET WS-DECN-IX TO 1
               SEARCH WS-DECN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DECN-IX IS GREATER THAN WS-DECN-COUNT
                       CONTINUE
                   WHEN WS-DECN-REQUEST-ID(WS-DECN-IX) IS EQUAL TO
                           APND-REQUEST-ID
                       AND NOT DECISION-USED(WS-DECN-IX)
                       SET DECISION-FOUND TO TRUE
                       MOVE 'Y' TO WS-DECN-USED-SWITCH(WS-DECN-IX)
               END-SEARCH
           END-IF
           .

       8000-READ-PEND-IN.
           READ PEND-IN-FILE
               AT END
                   SET END-OF-PEND-IN-FILE TO TRUE
           END-READ
           .

       8100-READ-DECISION.
           READ DECISION-FILE
               AT END
                   SET END-OF-DECISION-FILE TO TRUE
           END-READ
           .

       8200-READ-CAT-SUBM.
           READ CAT-SUBM-FILE
               AT END
                   SET END-OF-SUBM-FILE TO TRUE
           END-READ
           .

       8210-READ-CUST-SUBM.
           READ CUST-SUBM-FILE
               AT END
                   SET END-OF-SUBM-FILE TO TRUE
           END-READ
           .

       8220-READ-DNC-SUBM.
           READ DNC-SUBM-FILE
               AT END
                   SET END-OF-SUBM-FILE TO TRUE
           END-READ
           .

       8230-READ-PFM-SUBM.
           READ PFM-SUBM-FILE
               AT END
                   SET END-OF-SUBM-FILE TO TRUE
           END-READ
           .

       8240-READ-OPT-SUBM.
           READ OPT-SUBM-FILE
               AT END
                   SET END-OF-SUBM-FILE TO TRUE
           END-READ
           .

       9000-TERMINATE.
           MOVE SPACES TO DECISION-REPORT-LINE
           WRITE DECISION-REPORT-LINE
           MOVE WS-PENDING-READ-COUNT TO WS-COUNT-EDIT
           STRING 'PENDING CARRIED IN:    ' DELIMITED BY SIZE
                   WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO DECISION-REPORT-LINE
           END-STRING
           WRITE DECISION-REPORT-LINE
           MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT
           STRING 'RELEASED:              ' DELIMITED BY SIZE
                   WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO DECISION-REPORT-LINE
           END-STRING
           WRITE DECISION-REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           STRING 'REJECTED:              ' DELIMITED BY SIZE
                   WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO DECISION-REPORT-LINE
           END-STRING
           WRITE DECISION-REPORT-LINE
           MOVE WS-DECN-REFUSED-COUNT TO WS-COUNT-EDIT
           STRING 'DECISIONS REFUSED:     ' DELIMITED BY SIZE
                   WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO DECISION-REPORT-LINE
           END-STRING
           WRITE DECISION-REPORT-LINE
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDIT
           STRING 'DECISIONS UNMATCHED:   ' DELIMITED BY SIZE
                   WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO DECISION-REPORT-LINE
           END-STRING
           WRITE DECISION-REPORT-LINE
           MOVE WS-SUBMITTED-COUNT TO WS-COUNT-EDIT
           STRING 'NEW SUBMISSIONS:       ' DELIMITED BY SIZE
                   WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO DECISION-REPORT-LINE
           END-STRING
           WRITE DECISION-REPORT-LINE
           MOVE WS-SUBM-REFUSED-COUNT TO WS-COUNT-EDIT
           STRING 'SUBMISSIONS REFUSED:   ' DELIMITED BY SIZE
                   WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO DECISION-REPORT-LINE
           END-STRING
           WRITE DECISION-REPORT-LINE
           MOVE SPACES TO OUTSTANDING-REPORT-LINE
           WRITE OUTSTANDING-REPORT-LINE
           MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-EDIT
           STRING 'AWAITING APPROVAL:     ' DELIMITED BY SIZE
                   WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO OUTSTANDING-REPORT-LINE
           END-STRING
           WRITE OUTSTANDING-REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT
           STRING 'OVERDUE:               ' DELIMITED BY SIZE
                   WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO OUTSTANDING-REPORT-LINE
           END-STRING
           WRITE OUTSTANDING-REPORT-LINE
           CLOSE PEND-OUT-FILE
           CLOSE CAT-TRAN-FILE
           CLOSE CUST-TRAN-FILE
           CLOSE DNC-TRAN-FILE
           CLOSE PFM-TRAN-FILE
           CLOSE OPT-TRAN-FILE
           CLOSE DECISION-REPORT-FILE
           CLOSE OUTSTANDING-REPORT-FILE
           IF WS-DECN-REFUSED-COUNT IS GREATER THAN ZERO
                   OR WS-UNMATCHED-COUNT IS GREATER THAN ZERO
                   OR WS-SUBM-REFUSED-COUNT IS GREATER THAN ZERO
                   OR WS-OVERDUE-COUNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE
           END-IF
           .
