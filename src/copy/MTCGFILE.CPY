      * MTCGFILE.CPY
      *****************************************************************
      * RECORD LAYOUT FOR THE MESSAGE-TYPE CATEGORY TABLE, KEYED BY
      * MESSAGE TYPE.  ONE RECORD PER MESSAGE TYPE, LOADED BY
      * OPERATIONS FROM THE CATEGORY ASSIGNMENTS COMPLIANCE AND
      * MARKETING AGREE, SAYING WHETHER THE TYPE IS A SERVICING
      * LETTER, A REGULATORY NOTICE, OR A MARKETING PIECE.  A CUSTOMER
      * MAY OPT OUT OF SERVICING OR MARKETING CORRESPONDENCE ON THE
      * OPT-OUT FILE; REGULATORY NOTICES ALWAYS GO.  A TYPE NOT ON THE
      * TABLE IS NOT SUBJECT TO OPT-OUT.
      *****************************************************************
       01  MTCG-RECORD.
           05  MTCG-MESSAGE-TYPE        PIC X(15).
           05  MTCG-CATEGORY            PIC X(01).
               88  MTCG-SERVICING           VALUE 'S'.
               88  MTCG-REGULATORY          VALUE 'R'.
               88  MTCG-MARKETING           VALUE 'M'.
               88  MTCG-OPT-OUT-ALLOWED     VALUES 'S' 'M'.
