      *-- "REGISTRO EN USO POR OTRA TERMINAL" EN VEZ DE PISAR      --*
      *-- CIEGO CON EL ULTIMO REWRITE                              --*
      *-- ACCION: "T" = TOMAR  "L" = LIBERAR (SOLO EL DUENO)       --*
      *--         "S" = SOLTAR TODOS LOS DE ESTA TERMINAL (CIERRE  --*
      *--         DE SESION POR INACTIVIDAD, VER VENCESES)         --*
      *-- VOLVER A TOMAR UN CERROJO PROPIO (SESION QUE SE CAYO Y   --*
      *-- VOLVIO A ENTRAR) ES VALIDO Y LO RENUEVA                  --*
       IDENTIFICATION DIVISION.
           IF CER-ACC = "L"
              PERFORM LIBERAR
           ELSE
              IF CER-ACC = "S"
                 PERFORM SOLTAR-TODOS
              ELSE
                 PERFORM TOMAR
              END-IF
           END-IF.
           CLOSE CERROJOS.
           GOBACK.
                    END-DELETE
                 END-IF
           END-READ.

      *-- RECORRE TODOS LOS CERROJOS Y BORRA LOS DE ESTA TERMINAL, -*
      *-- SEA CUAL SEA EL ARCHIVO Y LA CLAVE -----------------------*
       SOLTAR-TODOS.
           MOVE LOW-VALUES TO CRCLAVE.
           START CERROJOS KEY IS NOT LESS THAN CRCLAVE
              INVALID KEY MOVE "10" TO FSTCER
           END-START.
           PERFORM SOLTAR-UNO THRU F-SOLTAR-UNO
              UNTIL FSTCER = "10".

       SOLTAR-UNO.
           READ CERROJOS NEXT RECORD AT END MOVE "10" TO FSTCER.
           IF FSTCER NOT = "00"
              MOVE "10" TO FSTCER
              GO TO F-SOLTAR-UNO
           END-IF.
           IF CRTERM = WTERM
              DELETE CERROJOS
                 INVALID KEY CONTINUE
              END-DELETE
           END-IF.
       F-SOLTAR-UNO.
           EXIT.
