           MOVE WS-EFFECTIVE-LANGUAGE-CODE TO PRTX-LANGUAGE-CODE
           MOVE WS-RUN-DATE TO PRTX-PRINT-DATE
           SET PRTX-REPRINT TO TRUE
           MOVE 'SAMPLRPR' TO PRTX-SUBMITTING-SYSTEM
      * A REPRINT IS ONE REGENERATED MESSAGE, NEVER MORE THAN THE
      * 10-LINE MESSAGE BLOCK -- ALWAYS A SINGLE PAGE.
           MOVE 1 TO PRTX-PAGE-COUNT
