      * TRGRFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE EVENT TRIGGER-RULE TABLE.  ONE RECORD
      * PER CORE-BANKING EVENT CODE THAT SHOULD PRODUCE A LETTER:
      * THE MESSAGE TYPE TO SEND, HOW MANY DAYS AFTER THE EVENT DATE
      * TO SEND IT (ZERO MEANS THE EVENT DATE ITSELF), AND UP TO FIVE
      * VARIABLE LABELS WITH THE EVENT DATA EACH ONE IS FILLED FROM.
      * THE SOURCE IS AN EVENT FIELD NUMBER ('1' THROUGH '5'), 'A'
      * FOR THE EVENT'S ACCOUNT NUMBER, OR 'D' FOR THE EVENT DATE.
      * A LABEL FLAGGED REQUIRED THAT FINDS NO VALUE ON THE EVENT
      * STOPS THE LETTER -- THE EVENT IS REPORTED, NOT SENT WITH A
      * HOLE IN IT.  MAINTAINED BY OPERATIONS AS A CARD-IMAGE TABLE
      * LIKE THE OTHER PARAMETER FILES.
      *****************************************************************
       01  TRGR-RECORD.
           05  TRGR-EVENT-CODE          PIC X(06).
           05  TRGR-MESSAGE-TYPE        PIC X(15).
           05  TRGR-SEND-OFFSET         PIC 9(03).
           05  TRGR-VAR-MAP OCCURS 5 TIMES.
               10  TRGR-VAR-LABEL       PIC X(10).
               10  TRGR-VAR-SOURCE      PIC X(01).
                   88  TRGR-SOURCE-FIELD    VALUE '1' THRU '5'.
                   88  TRGR-SOURCE-ACCOUNT  VALUE 'A'.
                   88  TRGR-SOURCE-DATE     VALUE 'D'.
               10  TRGR-VAR-REQUIRED    PIC X(01).
                   88  TRGR-VALUE-REQUIRED  VALUE 'Y'.
