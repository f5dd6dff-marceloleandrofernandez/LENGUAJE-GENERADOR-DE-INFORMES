       FILE SECTION.
        FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-MAE.

           COPY CATEGORIA REPLACING ==R-CAT== BY ==R-MAE==.
