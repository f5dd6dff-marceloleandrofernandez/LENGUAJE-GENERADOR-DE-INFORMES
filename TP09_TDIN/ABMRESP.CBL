       77 FSTALU              PIC XX.
       77 FSTPER              PIC XX.
       77 TECLA               PIC X.
      *-- CIERRE DE SESION POR INACTIVIDAD (VER VENCESES) --*
       77 VEN-ACC             PIC X.
       77 VEN-OK              PIC X.
       77 TIEMPO-INACT        PIC 9(8).
       77 C-INACT             PIC 99.
      *-- "S" FUERA DE LAS PANTALLAS DE TRABAJO (ARRANQUE O ---*
      *-- SALIDA): AHI EL PLAZO SOLO CIERRA LA SESION ---------*
       77 SW-SALIDA           PIC X VALUE "S".
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 SW-EXISTE           PIC X.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN INPUT MAESTRO.
           IF FSTALU NOT = "00"
              DISPLAY "ABMRESP: MAEALU.IND NO ENCONTRADA (FST="
           OPEN I-O VINCULOS.

       PEDIR-ALUMNO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "RESPONSABLE DE PAGO POR ALUMNO" LINE 02
              POSITION 25 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "ALUMNO (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-ALU LINE 04 POSITION 24
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-ALU IS NOT NUMERIC OR ENT-ALU = 0
              GO TO FIN
           END-IF.
           END-IF.
           DISPLAY "NUEVO RESPONSABLE (0 = DESVINCULAR): "
              LINE 09 POSITION 05.
           ACCEPT ENT-CA LINE 09 POSITION 43
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-CA IS NOT NUMERIC
              MOVE 0 TO ENT-CA
           END-IF.
                 DISPLAY "CONFIRMA LA DESVINCULACION (S/N) ? "
                    LINE 11 POSITION 05
                 ACCEPT OP-SN LINE 11 POSITION 41
                    BEFORE TIME TIEMPO-INACT
                    ON EXCEPTION C-INACT
                       PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                 END-ACCEPT
                 IF OP-SN = "S" OR OP-SN = "s"
                    MOVE ENT-ALU TO APALU
                    DELETE VINCULOS
           DISPLAY "RESPONSABLE: " LINE 10 POSITION 05.
           DISPLAY PAN LINE 10 POSITION 19.
           DISPLAY "CONFIRMA (S/N) ? " LINE 12 POSITION 05.
           ACCEPT OP-SN LINE 12 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-ALUMNO
           END-IF.
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-ALUMNO.

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
           GO TO PEDIR-ALUMNO.
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
           MOVE "S" TO SW-SALIDA.
           DISPLAY "ABMRESP: VINCULOS GRABADOS = " CANT-CARGADOS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
