       77 L-TIT                   PIC X(20).
       77 C-T                     PIC 99.
       77 TECLA                   PIC X.
      *-- CIERRE DE SESION POR INACTIVIDAD (VER VENCESES) --*
       77 VEN-ACC                 PIC X.
       77 VEN-OK                  PIC X.
       77 TIEMPO-INACT            PIC 9(8).
       77 C-INACT                 PIC 99.
       77 OP                      PIC 9  VALUE 0.
       77 IND                     PIC 99 VALUE 0.
      *--- RAYA DOBLE
           DISPLAY "  " CONTROL "FCOLOR = BLACK , BCOLOR = GREEN"
           MOVE 0 TO OP C-T.
           ACCEPT FECHA FROM DATE.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           PERFORM MENUS  THRU F-MENUS UNTIL C-T = 27 .

       FIN.
           DISPLAY PANTALLA-TITULOS.
           DISPLAY PANTALLA-INGRESAR-CODIGO.
           DISPLAY P-PIE
           ACCEPT  PANTALLA-INGRESAR-CODIGO
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF MTSUC IS NOT NUMERIC
            MOVE 0 TO MTSUC
           END-IF
                DISPLAY PANTALLA-INCIDENCIAS
                   DISPLAY PANTALLA-MOSTRAR-CODIGO
                   DISPLAY PANTALLA-RECIBIR-DATOS
                   ACCEPT  PANTALLA-RECIBIR-DATOS
                      BEFORE TIME TIEMPO-INACT
                      ON EXCEPTION C-INACT
                         PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                         GO FIN.
            PERFORM GRABAR-ALTAS.


                     DISPLAY PANTALLA-MODIFICAR-DATOS
                     DISPLAY PANTALLA-MOSTRAR-CODIGO
                     DISPLAY PANTALLA-INCIDENCIAS
                     ACCEPT  PANTALLA-MODIFICAR-DATOS
                        BEFORE TIME TIEMPO-INACT
                        ON EXCEPTION C-INACT
                           PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                           GO FIN.
              PERFORM GRABAR-MODIFICACIONES.

       VALIDAR-CAMPOS.
                 DISPLAY PANTALLA-INCIDENCIAS
                 DISPLAY  P-PIE
                 ACCEPT  PANTALLA-RECIBIR-DATOS
                    BEFORE TIME TIEMPO-INACT
                    ON EXCEPTION C-INACT
                       PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                 END-ACCEPT
                 GO GRABAR-ALTAS
             END-IF.
       GRABAR-BAJAS.
                DISPLAY MENSAJE(VAL) LINE 23, POSITION 26
                MOVE 0 TO VAL
                ACCEPT  PANTALLA-MODIFICAR-DATOS
                   BEFORE TIME TIEMPO-INACT
                   ON EXCEPTION C-INACT
                      PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                END-ACCEPT
                GO TO GRABAR-MODIFICACIONES
             END-IF.

           EXIT.


      *-- SE VENCIO EL PLAZO SIN TECLEAR: VENCESES SUELTA LOS ------*
      *-- CERROJOS DE ESTA TERMINAL Y VUELVE A PEDIR LA CLAVE - SI -*
      *-- ENTRA EL MISMO OPERADOR SE RETOMA DESDE EL CODIGO (LO ----*
      *-- QUE SE ESTABA CARGANDO SE PIERDE); SI NO, SE SALE --------*
       INACTIVIDAD.
           IF C-INACT NOT = 99
              GO TO F-INACTIVIDAD
           END-IF.
           MOVE 0 TO C-INACT C-T.
           MOVE "C" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           IF VEN-OK NOT = "S"
              GO TO FIN
           END-IF.
           DISPLAY " " ERASE SCREEN.
           GO TO MENUS.
       F-INACTIVIDAD.
           EXIT.

       PULSAR-TECLA.
      *    EN C-T SE ALMACENA EL VALOR ASOCIADO CON LA
      *    TECLA PULSADA
           ACCEPT TECLA BEFORE TIME TIEMPO-INACT ON EXCEPTION C-T
      *-- SIN TECLEAR DURANTE EL PLAZO (VER VENCESES) --*
           IF C-T = 99
              MOVE C-T TO C-INACT
              PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-IF
           IF C-T = 27
            GO TO FIN
           END-IF.
