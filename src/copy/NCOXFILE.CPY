      * NCOXFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE QUARTERLY NATIONAL CHANGE OF ADDRESS
      * (NCOA) EXTRACT SENT TO THE NCOA VENDOR.  ONE RECORD PER
      * CUSTOMER-MASTER MAILING ADDRESS, WRITTEN BY SAMPLNCX.  THE
      * CUSTOMER NUMBER IS THE VENDOR'S MATCH KEY AND COMES BACK
      * UNCHANGED ON THE MATCH FILE (NCOMFILE).
      *****************************************************************
       01  NCOX-RECORD.
           05  NCOX-CUSTOMER-NUMBER     PIC 9(09).
           05  NCOX-CUSTOMER-NAME       PIC X(30).
           05  NCOX-MAILING-ADDRESS.
               10  NCOX-ADDRESS-LINE-1  PIC X(30).
               10  NCOX-ADDRESS-LINE-2  PIC X(30).
               10  NCOX-ADDRESS-LINE-3  PIC X(30).
               10  NCOX-CITY            PIC X(20).
               10  NCOX-STATE           PIC X(02).
               10  NCOX-ZIP-CODE        PIC X(10).
