
        FD MAECAT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-CAT.

         COPY CATEGORIA.

        FD SALVCAT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-SALVCAT.
         01 R-SALVCAT.
            02 SCAT-COD    PIC 9.
            02 SCAT-DESC   PIC X(15).
            02 SCAT-PCT    PIC 9(2).
            02 SCAT-LIQ    PIC X.
            02 SCAT-VHORA  PIC 9(5)V99.

        FD SALVPER
           LABEL RECORD IS STANDARD
