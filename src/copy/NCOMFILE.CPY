      * NCOMFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE NCOA VENDOR'S MATCH FILE, RETURNED FOR
      * THE QUARTERLY EXTRACT.  ONE RECORD PER CUSTOMER THE VENDOR
      * FOUND ON THE CHANGE-OF-ADDRESS DATABASE.  A FORWARDABLE MOVE
      * CARRIES THE NEW ADDRESS; A MOVE WITH NO FORWARDING ADDRESS
      * CARRIES NONE.  ANY OTHER MATCH CODE IS INFORMATIONAL ONLY.
      * APPLIED BY SAMPLNCO.
      *****************************************************************
       01  NCOM-RECORD.
           05  NCOM-CUSTOMER-NUMBER     PIC 9(09).
           05  NCOM-MATCH-CODE          PIC X(01).
               88  NCOM-MOVE-FORWARDABLE    VALUE 'F'.
               88  NCOM-MOVE-NO-FORWARD     VALUE 'N'.
           05  NCOM-MOVE-DATE           PIC 9(08).
           05  NCOM-NEW-ADDRESS.
               10  NCOM-ADDRESS-LINE-1  PIC X(30).
               10  NCOM-ADDRESS-LINE-2  PIC X(30).
               10  NCOM-ADDRESS-LINE-3  PIC X(30).
               10  NCOM-CITY            PIC X(20).
               10  NCOM-STATE           PIC X(02).
               10  NCOM-ZIP-CODE        PIC X(10).
