       77 FSTSUC                  PIC XX.
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
       77 WDLOC                   PIC X(15).
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN I-O MAESTRO.
           OPEN INPUT MAELOC.
           IF FSTLOC NOT = "00"
           END-IF.

       PEDIR-PAR.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "MAPA LOCALIDAD - SUCURSAL" LINE 02 POSITION 28
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "LOCALIDAD (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT LSLOC LINE 04 POSITION 27
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF LSLOC IS NOT NUMERIC
              MOVE 0 TO LSLOC
           END-IF.
           MOVE MLDESC TO WDLOC.
           DISPLAY WDLOC LINE 04 POSITION 35.
           DISPLAY "SUCURSAL           : " LINE 05 POSITION 05.
           ACCEPT LSSUC LINE 05 POSITION 27
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF LSSUC IS NOT NUMERIC
              MOVE 0 TO LSSUC
           END-IF.
              DISPLAY "EL PAR YA EXISTE - DA DE BAJA (S/N) ? "
                 LINE 07 POSITION 05
              ACCEPT OP-SN LINE 07 POSITION 44
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF OP-SN = "S" OR OP-SN = "s"
                 DELETE MAESTRO
                    INVALID KEY
           ELSE
              DISPLAY "DA DE ALTA EL PAR (S/N) ? " LINE 07 POSITION 05
              ACCEPT OP-SN LINE 07 POSITION 32
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF OP-SN = "S" OR OP-SN = "s"
                 WRITE R-LS
                    INVALID KEY
           END-IF.
           GO TO PEDIR-PAR.

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
           GO TO PEDIR-PAR.
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
           CLOSE MAESTRO MAELOC MAESUC.
