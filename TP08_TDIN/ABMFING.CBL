       WORKING-STORAGE SECTION.
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
       77 ENT-LEG             PIC 9(8).

       PROCEDURE DIVISION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN I-O MAEEMP.
           IF FSTEMP NOT = "00"
              DISPLAY "ABMFING: MAEEMP.IND NO ENCONTRADA (FST="
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       PEDIR-LEGAJO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "FECHA DE INGRESO DE EMPLEADOS" LINE 02 POSITION 26
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "LEGAJO (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-LEG LINE 04 POSITION 24
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-LEG IS NOT NUMERIC OR ENT-LEG = 0
              GO TO FIN
           END-IF.
           DISPLAY MFING LINE 07 POSITION 31.
           DISPLAY "NUEVA FECHA (AAAAMMDD - 0 = NO CAMBIA): "
              LINE 09 POSITION 05.
           ACCEPT ENT-FING LINE 09 POSITION 46
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-FING IS NOT NUMERIC OR ENT-FING = 0
              GO TO PEDIR-LEGAJO
           END-IF.
              GO TO PEDIR-LEGAJO
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 11 POSITION 05.
           ACCEPT OP-SN LINE 11 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-LEGAJO
           END-IF.
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-LEGAJO.

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
           GO TO PEDIR-LEGAJO.
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
           DISPLAY "ABMFING: FECHAS GRABADAS = " CANT-CARGADAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
