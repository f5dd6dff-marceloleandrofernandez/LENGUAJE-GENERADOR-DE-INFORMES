
        FD NOTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS R-NOT.

         COPY NOTACD.
