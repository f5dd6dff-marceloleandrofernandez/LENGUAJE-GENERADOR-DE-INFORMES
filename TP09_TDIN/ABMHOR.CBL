       77 FSTCUR              PIC XX.
       77 FSTAUL              PIC XX.
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
       77 OP-ACC              PIC X.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN INPUT CURSOS.
           IF FSTCUR NOT = "00"
              DISPLAY "ABMHOR: CURSO.IND NO ENCONTRADO (FST="
           OPEN I-O HORARIOS.

       MENU-HORARIO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "HORARIO DE CURSOS Y AULAS" LINE 02 POSITION 28
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "A=AGREGA FRANJA  Q=QUITA FRANJA  C=CONSULTA"
              LINE 04 POSITION 05.
           DISPLAY "F=FIN : " LINE 05 POSITION 05.
           ACCEPT OP-ACC LINE 05 POSITION 14
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           EVALUATE OP-ACC
              WHEN "A" PERFORM AGREGAR-FRANJA THRU F-AGREGAR-FRANJA
              WHEN "a" PERFORM AGREGAR-FRANJA THRU F-AGREGAR-FRANJA

       PEDIR-FRANJA.
           DISPLAY "CURSO: " LINE 07 POSITION 05.
           ACCEPT ENT-CUR LINE 07 POSITION 13
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-CUR IS NOT NUMERIC
              MOVE 0 TO ENT-CUR
           END-IF.
              GO TO F-PEDIR-FRANJA
           END-IF.
           DISPLAY "DIA (1=LUN..7=DOM): " LINE 08 POSITION 05.
           ACCEPT ENT-DIA LINE 08 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "DESDE (HHMM): " LINE 09 POSITION 05.
           ACCEPT ENT-DESDE LINE 09 POSITION 20
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "HASTA (HHMM): " LINE 09 POSITION 28.
           ACCEPT ENT-HASTA LINE 09 POSITION 43
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-DIA IS NOT NUMERIC OR ENT-DIA < 1 OR ENT-DIA > 7
              MOVE 0 TO ENT-CUR
              GO TO F-PEDIR-FRANJA
                 GO TO F-AGREGAR-FRANJA
           END-READ.
           DISPLAY "AULA: " LINE 10 POSITION 05.
           ACCEPT ENT-AULA LINE 10 POSITION 12
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-AULA IS NOT NUMERIC OR ENT-AULA = 0
              GO TO F-AGREGAR-FRANJA
           END-IF.
              GO TO F-AGREGAR-FRANJA
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 12 POSITION 05.
           ACCEPT OP-SN LINE 12 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-AGREGAR-FRANJA
           END-IF.
           END-READ.
           DISPLAY "CONFIRMA LA BAJA DE LA FRANJA (S/N) ? "
              LINE 12 POSITION 05.
           ACCEPT OP-SN LINE 12 POSITION 44
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              DELETE HORARIOS
                 INVALID KEY CONTINUE

       CONSULTA-CURSO.
           DISPLAY "CURSO: " LINE 07 POSITION 05.
           ACCEPT ENT-CUR LINE 07 POSITION 13
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-CUR IS NOT NUMERIC OR ENT-CUR = 0
              GO TO F-CONSULTA-CURSO
           END-IF.
       F-LISTAR-FRANJA.
           EXIT.

      *-- SE VENCIO EL PLAZO SIN TECLEAR: VENCESES SUELTA LOS ------*
      *-- CERROJOS DE ESTA TERMINAL Y VUELVE A PEDIR LA CLAVE - SI -*
      *-- ENTRA EL MISMO OPERADOR SE RETOMA DESDE EL MENU (LO -----*
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
           GO TO MENU-HORARIO.
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
           DISPLAY "ABMHOR: FRANJAS GRABADAS = " CANT-CARGADAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
