      * GLJFILE.CPY
      *****************************************************************
      * GENERAL-LEDGER JOURNAL INTERFACE RECORD WRITTEN BY THE
      * MONTHLY COST CHARGEBACK.  ONE DEBIT PER CHARGED COST CENTER
      * AND EXPENSE ACCOUNT, AND ONE BALANCING CREDIT TO THE
      * RECOVERY CENTER, SO THE JOURNAL NETS TO ZERO.  AMOUNTS ARE
      * UNSIGNED; GLJ-DEBIT-CREDIT CARRIES THE SIDE.
      *****************************************************************
       01  GLJ-RECORD.
           05  GLJ-JOURNAL-DATE         PIC 9(08).
           05  GLJ-PERIOD               PIC 9(06).
           05  GLJ-COST-CENTER          PIC X(10).
           05  GLJ-GL-ACCOUNT           PIC X(10).
           05  GLJ-DEBIT-CREDIT         PIC X(01).
               88  GLJ-DEBIT                VALUE 'D'.
               88  GLJ-CREDIT               VALUE 'C'.
           05  GLJ-AMOUNT               PIC 9(09)V99.
           05  GLJ-DESCRIPTION          PIC X(30).
