      * CBKPARM.CPY
      *****************************************************************
      * OPERATOR CONTROL PARAMETER FOR THE MONTHLY POSTAGE AND
      * PRODUCTION COST CHARGEBACK.  CBKP-CHARGE-MONTH (YYYYMM) IS
      * THE MONTH BILLED; ZERO MEANS THE MONTH BEFORE THE RUN DATE,
      * WHICH IS THE NORMAL MONTH-END CASE.
      *****************************************************************
       01  CBKP-RECORD.
           05  CBKP-CHARGE-MONTH        PIC 9(06).
