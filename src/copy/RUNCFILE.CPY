      *****************************************************************
      * COMPLETION/BALANCING RECORD FOR THE NIGHT-STREAM RUN-CONTROL
      * FILE.  EACH STAGE OF THE NIGHTLY STREAM (SAMPLSPL, EVERY
      * SAMPLEDR PARTITION, SAMPLMRG, SAMPLHLD, SAMPLRCN, SAMPLRCA,
      * SAMPLINV) WRITES ONE RECORD AS IT COMPLETES, CARRYING ITS DETAIL
      * COUNT AND WHETHER IT BALANCED.  THE SAMPLGAT GATEKEEPER VERIFIES
      * EVERY EXPECTED STAGE IS PRESENT AND BALANCED, AND THAT THE
      * PARTITION COUNTS ROLL UP TO THE SPLITTER'S TOTAL, BEFORE THE
      * TRANSMISSION JOBS RELEASE THE VENDOR EXTRACTS.  SAMPLRCN RUNS
      * ONCE PER PRINT VENDOR AND CARRIES THE VENDOR ID (1 OR 2) IN THE
      * PARTITION FIELD.
      *****************************************************************
       01  RUNC-RECORD.
           05  RUNC-STAGE-NAME          PIC X(08).
