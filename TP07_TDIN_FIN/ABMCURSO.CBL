       77 SW-REF                  PIC X VALUE "N".
       77 C-T                     PIC 99.
       77 TECLA                   PIC X.
      *-- CIERRE DE SESION POR INACTIVIDAD (VER VENCESES) --*
       77 VEN-ACC                 PIC X.
       77 VEN-OK                  PIC X.
       77 TIEMPO-INACT            PIC 9(8).
       77 C-INACT                 PIC 99.
      *-- "S" FUERA DE LAS PANTALLAS DE TRABAJO (ARRANQUE O ---*
      *-- SALIDA): AHI EL PLAZO SOLO CIERRA LA SESION ---------*
       77 SW-SALIDA               PIC X VALUE "S".
       77 OP-SN                   PIC X.
       77 WMAE                    PIC XX VALUE SPACES.
       77 CUPO-ED                 PIC ZZ9.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN I-O MAESTRO.

       PEDIR-CURSO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "MAESTRO DE CURSOS" LINE 02 POSITION 32
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CODIGO DE CURSO (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT MCUR LINE 04 POSITION 33
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF MCUR IS NOT NUMERIC
              MOVE 0 TO MCUR
           END-IF.
              DISPLAY "M=MODIFICA B=BAJA C=CANCELA : "
                 LINE 09 POSITION 05
              ACCEPT OP-SN LINE 09 POSITION 36
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF OP-SN = "B" OR OP-SN = "b"
                 PERFORM GRABAR-BAJA
              ELSE

       CARGAR-DATOS.
           DISPLAY "DESCRIPCION: " LINE 11 POSITION 05.
           ACCEPT MDCUR LINE 11 POSITION 19
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "CUPO (0 = SIN CUPO): " LINE 12 POSITION 05.
           ACCEPT MCUPO LINE 12 POSITION 27
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF MCUPO IS NOT NUMERIC
              MOVE 0 TO MCUPO
           END-IF.
       F-MIRAR-ESPERA.
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
           IF SW-SALIDA = "S"
              GO TO F-INACTIVIDAD
           END-IF.
           IF VEN-OK NOT = "S"
              GO TO FIN
           END-IF.
           DISPLAY " " ERASE SCREEN.
           GO TO PEDIR-CURSO.
       F-INACTIVIDAD.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA BEFORE TIME TIEMPO-INACT ON EXCEPTION C-T
      *-- SIN TECLEAR DURANTE EL PLAZO (VER VENCESES) --*
           IF C-T = 99
              MOVE C-T TO C-INACT
              PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-IF.

       FIN.
           CLOSE MAESTRO.
