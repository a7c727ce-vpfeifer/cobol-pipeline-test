      * SEQRFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE FOLLOW-UP SEQUENCE RULE TABLE.  ONE CARD
      * PER STEP OF A MULTI-STEP NOTICE SEQUENCE (FIRST NOTICE, SECOND
      * NOTICE, FINAL NOTICE ...): THE SEQUENCE IT BELONGS TO, ITS
      * STEP NUMBER, THE MESSAGE TYPE SENT AT THAT STEP, AND HOW MANY
      * DAYS AFTER THE PRIOR STEP WAS SENT IT COMES DUE.  STEP 1 IS
      * STILL SUBMITTED BY THE OWNING DEPARTMENT AS TODAY -- ITS
      * GENERATION STARTS THE SEQUENCE, SO ITS WAIT DAYS ARE NOT
      * USED.  THE SEQUENCE ENDS AFTER ITS HIGHEST-NUMBERED STEP.
      * MAINTAINED BY OPERATIONS AS A CARD-IMAGE TABLE LIKE THE EVENT
      * TRIGGER RULES; READ BY SAMPLSEQ AND SAMPLSQW.
      *****************************************************************
       01  SEQR-RECORD.
           05  SEQR-SEQUENCE-ID         PIC X(08).
           05  SEQR-STEP-NUMBER         PIC 9(02).
           05  SEQR-MESSAGE-TYPE        PIC X(15).
           05  SEQR-WAIT-DAYS           PIC 9(03).
           05  SEQR-DESCRIPTION         PIC X(20).
