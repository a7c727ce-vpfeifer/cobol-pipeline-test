      * APNDFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE PENDING-APPROVAL CARRY-FORWARD FILE.
      * ONE RECORD PER CATALOG, CUSTOMER, DO-NOT-CONTACT, PRINT-
      * PROFILE, OR CATEGORY OPT-OUT MAINTENANCE REQUEST THAT HAS BEEN
      * SUBMITTED BUT NOT YET RELEASED OR REJECTED BY A SECOND PERSON.
      * SAMPLAPV READS THE PRIOR NIGHT'S FILE, APPLIES THE APPROVERS'
      * DECISIONS, AGES WHAT IS STILL UNDECIDED BY ONE NIGHT, ADDS THE
      * NEW SUBMISSIONS, AND WRITES THE NEW FILE FOR THE NEXT RUN.
      *****************************************************************
       01  APND-RECORD.
      * THE REQUEST ID IS ASSIGNED WHEN THE SUBMISSION IS FIRST TAKEN
      * ON AND IS WHAT THE APPROVER QUOTES ON THE DECISION RECORD.
           05  APND-REQUEST-ID.
               10  APND-SUBMIT-DATE     PIC 9(08).
               10  APND-SUBMIT-TIME     PIC 9(06).
               10  APND-SEQUENCE        PIC 9(04).
           05  APND-REQUEST-KIND        PIC X(03).
               88  APND-KIND-CATALOG        VALUE 'CAT'.
               88  APND-KIND-CUSTOMER       VALUE 'CUS'.
               88  APND-KIND-DNC            VALUE 'DNC'.
               88  APND-KIND-PROFILE        VALUE 'PFM'.
               88  APND-KIND-OPT-OUT        VALUE 'OPT'.
           05  APND-ACTION-CODE         PIC X(01).
      * PRINTABLE KEY OF THE REQUEST (CUSTOMER NUMBER, CUSTOMER AND
      * CATEGORY, OR MESSAGE TYPE AND LANGUAGE) FOR THE OUTSTANDING-
      * APPROVALS REPORT.
           05  APND-KEY-TEXT            PIC X(24).
           05  APND-SUBMITTER-ID        PIC X(08).
           05  APND-DAYS-PENDING        PIC 9(03).
      * THE MAINTENANCE TRANSACTION EXACTLY AS SUBMITTED (CATTRAN,
      * CUSTTRAN, DNCTRAN, PFMTRAN, OR OPTTRAN LAYOUT BY APND-
      * REQUEST-KIND).
           05  APND-TRAN-IMAGE          PIC X(250).
