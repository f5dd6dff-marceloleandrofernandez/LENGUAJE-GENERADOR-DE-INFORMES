           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHCLAVE
           ALTERNATE RECORD KEY IS CHPAGO DUPLICATES
           FILE STATUS IS FSTCHQ.

           SELECT IMPRE ASSIGN TO PRINT "LPT1".
       FILE SECTION.
        FD CHEQUES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS R-CHQ.

         COPY CHEQUES.
