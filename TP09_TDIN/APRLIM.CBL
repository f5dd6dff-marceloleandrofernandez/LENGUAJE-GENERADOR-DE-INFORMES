
        FD AUDITORIA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 112 CHARACTERS
           DATA RECORD IS R-AUDITORIA.

         01 R-AUDITORIA             PIC X(112).

       WORKING-STORAGE SECTION.

                 GO TO F-APROBAR-PROPUESTA
           END-READ.
           MOVE WFECHA4 TO LP-FECHA.
           MOVE QS-OPER TO LP-OPER.
           MOVE "LIMITE" TO LP-TIPO.
           MOVE PCA TO LP-CODIGO.
           MOVE PAN TO LP-PAN-ANT.
