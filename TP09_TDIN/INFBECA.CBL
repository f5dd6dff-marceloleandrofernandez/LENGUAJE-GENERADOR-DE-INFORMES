
        FD ARANCELES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS R-ARA.

         COPY ARANCEL.
