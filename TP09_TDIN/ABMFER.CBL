       WORKING-STORAGE SECTION.
       77 FST-FER             PIC XX.
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
       77 OP-ACC              PIC X.
       77 L                   PIC 99.

       PROCEDURE DIVISION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           PERFORM CARGAR-FERIADOS THRU F-CARGAR-FERIADOS.

       MENU-FERIADOS.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "MANTENIMIENTO DE FERIADOS" LINE 02 POSITION 27
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
              DISPLAY "(SIN FERIADOS CARGADOS)" LINE 04 POSITION 05
           END-IF.
           DISPLAY "A=AGREGA  B=BORRA  F=FIN : " LINE 21 POSITION 05.
           ACCEPT OP-ACC LINE 21 POSITION 33
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           EVALUATE OP-ACC
              WHEN "A" PERFORM AGREGAR-FERIADO THRU F-AGREGAR-FERIADO
              WHEN "a" PERFORM AGREGAR-FERIADO THRU F-AGREGAR-FERIADO
              GO TO F-AGREGAR-FERIADO
           END-IF.
           DISPLAY "FECHA A AGREGAR (AAAAMMDD): " LINE 22 POSITION 05.
           ACCEPT ENT-FECHA LINE 22 POSITION 34
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-FECHA IS NOT NUMERIC OR ENT-FECHA = 0
              GO TO F-AGREGAR-FERIADO
           END-IF.

       BORRAR-FERIADO.
           DISPLAY "FECHA A BORRAR (AAAAMMDD): " LINE 22 POSITION 05.
           ACCEPT ENT-FECHA LINE 22 POSITION 33
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-FECHA IS NOT NUMERIC OR ENT-FECHA = 0
              GO TO F-BORRAR-FERIADO
           END-IF.
       F-GRABAR-FERIADO.
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
           GO TO MENU-FERIADOS.
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
           EXIT PROGRAM.
