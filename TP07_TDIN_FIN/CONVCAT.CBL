      *** CONVCAT - AGREGA EL ADICIONAL PORCENTUAL AL MAESTRO DE   ***
      *** CATEGORIAS (16 -> 26 BYTES, VER CATEGORIA.CPY)           ***
      *** EL PORCENTAJE ARRANCA EN CERO Y SE CARGA DESPUES DESDE   ***
      *** ABMCATEGORIA - LO USA LA LIQUIDACION DE SUELDOS          ***
      *** (LIQUIDA) - CORRER UNA SOLA VEZ                          ***

        FD CAT-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-CAT.

         COPY CATEGORIA.
           MOVE MCAT-V TO MCAT.
           MOVE MDCAT-V TO MDCAT.
           MOVE 0 TO MCATPCT.
           MOVE "M" TO MCATLIQ.
           MOVE 0 TO MCATVHORA.
           WRITE R-CAT
              INVALID KEY CONTINUE
           END-WRITE.
