       77 FSTCUR              PIC XX.
       77 FSTEMP              PIC XX.
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
              DISPLAY "ABMDOC: CURSO.IND NO ENCONTRADO (FST="
           OPEN I-O ASIGNACIONES.

       MENU-ASIGNA.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "DOCENTES POR CURSO" LINE 02 POSITION 31
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "A=ASIGNA  Q=QUITA  C=CONSULTA CURSO  F=FIN : "
              LINE 04 POSITION 05.
           ACCEPT OP-ACC LINE 04 POSITION 51
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           EVALUATE OP-ACC
              WHEN "A" PERFORM ASIGNAR THRU F-ASIGNAR
              WHEN "a" PERFORM ASIGNAR THRU F-ASIGNAR

       PEDIR-PAR.
           DISPLAY "CURSO  : " LINE 06 POSITION 05.
           ACCEPT ENT-CUR LINE 06 POSITION 15
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-CUR IS NOT NUMERIC
              MOVE 0 TO ENT-CUR
           END-IF.
              GO TO F-PEDIR-PAR
           END-IF.
           DISPLAY "LEGAJO : " LINE 07 POSITION 05.
           ACCEPT ENT-LEG LINE 07 POSITION 15
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-LEG IS NOT NUMERIC
              MOVE 0 TO ENT-LEG
           END-IF.
           DISPLAY "AL CURSO " LINE 10 POSITION 05.
           DISPLAY MDCUR LINE 10 POSITION 15.
           DISPLAY "(S/N) ? " LINE 12 POSITION 05.
           ACCEPT OP-SN LINE 12 POSITION 14
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-ASIGNAR
           END-IF.
                 GO TO F-QUITAR
           END-READ.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 12 POSITION 05.
           ACCEPT OP-SN LINE 12 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              DELETE ASIGNACIONES
                 INVALID KEY CONTINUE

       CONSULTA.
           DISPLAY "CURSO  : " LINE 06 POSITION 05.
           ACCEPT ENT-CUR LINE 06 POSITION 15
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-CUR IS NOT NUMERIC OR ENT-CUR = 0
              GO TO F-CONSULTA
           END-IF.
       F-LISTAR-DOCENTE.
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
           GO TO MENU-ASIGNA.
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
           DISPLAY "ABMDOC: ASIGNACIONES GRABADAS = " CANT-CARGADAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
