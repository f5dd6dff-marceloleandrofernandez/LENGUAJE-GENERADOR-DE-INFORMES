
        FD ARCBAJAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS R-ARC.

         COPY ARCALU.
           MOVE R-DUPLI(9:59) TO ARC-DATOS.
           ACCEPT WFBAJA-ARC FROM DATE YYYYMMDD.
           MOVE WFBAJA-ARC TO ARC-FBAJA.
      *-- NO ES UNA BAJA REAL: NO CUENTA COMO DESERCION (RETCOH) ---*
           MOVE 90 TO ARC-MOTIVO.
           WRITE R-ARC
              INVALID KEY REWRITE R-ARC
           END-WRITE.
