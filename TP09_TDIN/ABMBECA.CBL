       77 FSTBEC              PIC XX.
       77 FSTALU              PIC XX.
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
      *-- LAS BECAS LAS OTORGA Y QUITA SOLO UN SUPERVISOR ----------*
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           OPEN I-O BECAS.

       PEDIR-ALUMNO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "ADMINISTRACION DE BECAS" LINE 02 POSITION 29
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
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
           DISPLAY "PORCENTAJE (0 = QUITAR BECA): "
              LINE 10 POSITION 05.
           ACCEPT ENT-PCT LINE 10 POSITION 36
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-PCT IS NOT NUMERIC
              MOVE 0 TO ENT-PCT
           END-IF.
                 DISPLAY "CONFIRMA QUITAR LA BECA (S/N) ? "
                    LINE 12 POSITION 05
                 ACCEPT OP-SN LINE 12 POSITION 38
                    BEFORE TIME TIEMPO-INACT
                    ON EXCEPTION C-INACT
                       PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                 END-ACCEPT
                 IF OP-SN = "S" OR OP-SN = "s"
                    MOVE ENT-ALU TO BEALU
                    DELETE BECAS
              GO TO PEDIR-ALUMNO
           END-IF.
           DISPLAY "MOTIVO            : " LINE 11 POSITION 05.
           ACCEPT ENT-MOT LINE 11 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "AUTORIDAD OTORGA  : " LINE 12 POSITION 05.
           ACCEPT ENT-AUT LINE 12 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "DESDE (AAAAMMDD)  : " LINE 13 POSITION 05.
           ACCEPT ENT-DESDE LINE 13 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "HASTA (AAAAMMDD)  : " LINE 14 POSITION 05.
           ACCEPT ENT-HASTA LINE 14 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-DESDE IS NOT NUMERIC
              MOVE 0 TO ENT-DESDE
           END-IF.
              GO TO PEDIR-ALUMNO
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 16 POSITION 05.
           ACCEPT OP-SN LINE 16 POSITION 23
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
           DISPLAY "ABMBECA: BECAS GRABADAS = " CANT-CARGADAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
