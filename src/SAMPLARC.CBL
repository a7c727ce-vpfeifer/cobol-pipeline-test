           05  AHST-RUN-DATE            PIC 9(08).
           05  AHST-RUN-TIME            PIC 9(06).
           05  AHST-DELIVERY-CHANNEL    PIC X(01).
           05  AHST-SUBMITTING-SYSTEM   PIC X(08).
           05  AHST-DATE-RECEIVED       PIC 9(08).
       FD  AUDIT-HIST-NEW-FILE.
       01  AHNW-RECORD                  PIC X(117).
       FD  AUDIT-ARCH-FILE.
       01  AARC-RECORD                  PIC X(117).
       FD  ARCH-INDEX-FILE.
           COPY ARCXFILE.
       FD  ARC-PARM-FILE.
