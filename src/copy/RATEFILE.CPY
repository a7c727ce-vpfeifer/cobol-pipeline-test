      * RATEFILE.CPY
      *****************************************************************
      * MAINTAINED RATE TABLE FOR THE MONTHLY POSTAGE AND PRODUCTION
      * COST CHARGEBACK (SAMPLCBK).  ONE CARD PER RATE, KEYED BY
      * RECORD TYPE AND KEY; A KEY OF SPACES IS THE DEFAULT FOR ITS
      * TYPE, USED WHEN NO CARD MATCHES THE LETTER'S OWN KEY.  A
      * PRICE CARD MAY ALSO NAME THE VENDOR IT APPLIES TO; A CARD
      * WITH A BLANK VENDOR PRICES ANY VENDOR WITHOUT ITS OWN CARD.
      *   P  POSTAGE PER LETTER BY PRESORT GROUP (FIRST THREE ZIP
      *      DIGITS, '???' FOR AN UNUSABLE ZIP)
      *   G  PRODUCTION COST PER PAGE (KEY SPACES)
      *   F  STOCK SURCHARGE PER PAGE BY PRTX-FORM-CODE
      *   I  COST PER INSERT STUFFED BY PRTX-INSERT-CODE
      *   L  PRODUCTION COST PER TEXT LINE OF A LARGE-PRINT OR
      *      BRAILLE LETTER BY ACCX-ACCESSIBLE-FORMAT ('L' OR 'B')
      *   E  COST PER ELECTRONIC MESSAGE (KEY SPACES, NO VENDOR)
      *   C  DEPARTMENT (SUBMITTING SYSTEM) TO COST CENTER AND
      *      EXPENSE ACCOUNT; KEY 'OPS' IS THE OPERATIONS CENTER
      *      CHARGED FOR REPRINTS AND PAPER FALLBACKS
      *   A  RECOVERY COST CENTER AND ACCOUNT CREDITED FOR THE TOTAL
      *      (KEY SPACES)
      * C AND A CARDS CARRY NO VENDOR.
      *****************************************************************
       01  RATE-RECORD.
           05  RATE-RECORD-TYPE         PIC X(01).
               88  RATE-POSTAGE             VALUE 'P'.
               88  RATE-PER-PAGE            VALUE 'G'.
               88  RATE-FORM-SURCHARGE      VALUE 'F'.
               88  RATE-PER-INSERT          VALUE 'I'.
               88  RATE-ACCESSIBLE-LINE     VALUE 'L'.
               88  RATE-ELECTRONIC          VALUE 'E'.
               88  RATE-COST-CENTER-MAP     VALUE 'C'.
               88  RATE-RECOVERY-ACCOUNT    VALUE 'A'.
           05  RATE-KEY                 PIC X(08).
           05  RATE-PRICE-DATA.
               10  RATE-AMOUNT          PIC 9(03)V9(04).
               10  FILLER               PIC X(13).
           05  RATE-CENTER-DATA REDEFINES RATE-PRICE-DATA.
               10  RATE-COST-CENTER     PIC X(10).
               10  RATE-GL-ACCOUNT      PIC X(10).
      * 1 THE PRIMARY PRINT VENDOR (PRINTEXT AND THE REPRINTS), 2 THE
      * SECOND PRINT VENDOR (PRINTEX2), A THE SPECIALTY VENDOR FOR
      * LARGE PRINT AND BRAILLE (ACCSEXT).
           05  RATE-VENDOR-ID           PIC X(01).
               88  RATE-VENDOR-VALID        VALUES SPACE '1' '2' 'A'.
