       77 FSTAUL              PIC XX.
       77 FSTHOR              PIC XX.
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
           OPEN I-O AULAS.

       PEDIR-AULA.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "MAESTRO DE AULAS" LINE 02 POSITION 32
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CODIGO DE AULA (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-COD LINE 04 POSITION 32
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-COD IS NOT NUMERIC OR ENT-COD = 0
              GO TO FIN
           END-IF.
              DISPLAY "M=MODIFICA B=BAJA OTRA=VUELVE: "
                 LINE 09 POSITION 05
              ACCEPT OP-SN LINE 09 POSITION 37
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF OP-SN = "B" OR OP-SN = "b"
                 GO TO BAJA-AULA
              END-IF
              END-IF
           END-IF.
           DISPLAY "DESCRIPCION: " LINE 11 POSITION 05.
           ACCEPT ENT-DES LINE 11 POSITION 19
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-DES = SPACES
              GO TO PEDIR-AULA
           END-IF.
           DISPLAY "CAPACIDAD  : " LINE 12 POSITION 05.
           ACCEPT ENT-CAP LINE 12 POSITION 19
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-CAP IS NOT NUMERIC OR ENT-CAP = 0
              DISPLAY "CAPACIDAD INVALIDA - VERIFIQUE"
                 LINE 22 POSITION 05
              GO TO PEDIR-AULA
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 14 POSITION 05.
           ACCEPT OP-SN LINE 14 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-AULA
           END-IF.
              GO TO PEDIR-AULA
           END-IF.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 14 POSITION 05.
           ACCEPT OP-SN LINE 14 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              DELETE AULAS
                 INVALID KEY CONTINUE
       F-MIRAR-HORARIO.
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
           GO TO PEDIR-AULA.
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
           DISPLAY "ABMAULA: AULAS GRABADAS = " CANT-CARGADAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
