                                        PIC X(10).
                   15  PEND-OUT-VAR-VALUE
                                        PIC X(22).
           05  PEND-OUT-SUBMITTING-SYSTEM
                                        PIC X(08).
       FD  PND-TRAN-FILE.
           COPY PNDTRAN.
       FD  CHANGE-LOG-FILE.
           MOVE PEND-SEND-DATE TO PEND-OUT-SEND-DATE
           MOVE PEND-DATE-RECEIVED TO PEND-OUT-DATE-RECEIVED
           MOVE PEND-VARIABLE-DATA TO PEND-OUT-VARIABLE-DATA
           MOVE PEND-SUBMITTING-SYSTEM TO PEND-OUT-SUBMITTING-SYSTEM
           WRITE PEND-OUT-RECORD
           PERFORM 2350-TALLY-COMING-DUE
           .
