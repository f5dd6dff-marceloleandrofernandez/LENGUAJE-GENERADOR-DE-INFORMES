      *** ABMLIC - LICENCIAS DEL PERSONAL (LICENCIA.IND)           ***
      *** SOLICITUD, APROBACION Y CONSULTA DE LICENCIAS POR        ***
      *** EMPLEADO: TIPO (V=VACACIONES E=ENFERMEDAD X=EXAMEN S=SIN ***
      *** GOCE DE HABERES), RANGO DE FECHAS Y ESTADO - RECHAZA     ***
      *** LICENCIAS SUPERPUESTAS DEL MISMO LEGAJO; APROBAR O       ***
      *** RECHAZAR ES SOLO PARA SUPERVISORES (USSUP VIA QUIENSOY)  ***
      *** - EL SALDO DE VACACIONES SALE DE LA ANTIGUEDAD (MFING):  ***
      *** HASTA 5 ANIOS 14 DIAS, HASTA 10 SON 21, HASTA 20 SON 28  ***
      *** Y MAS DE 20 SON 35, MENOS LOS DIAS YA APROBADOS EN EL    ***
      *** ANIO                                                     ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMLIC.
       ENVIRONMENT DIVISION.
       77 FSTLIC              PIC XX.
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
           OPEN INPUT MAEEMP.
           IF FSTEMP NOT = "00"
              DISPLAY "ABMLIC: MAEEMP.IND NO ENCONTRADA (FST="
           CANCEL "QUIENSOY".

       MENU-LICENCIAS.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "LICENCIAS DEL PERSONAL" LINE 02 POSITION 29
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "S=SOLICITA  A=APRUEBA/RECHAZA  C=CONSULTA  F=FIN:"
              LINE 04 POSITION 05.
           ACCEPT OP-ACC LINE 04 POSITION 55
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           EVALUATE OP-ACC
              WHEN "S" PERFORM SOLICITAR THRU F-SOLICITAR
              WHEN "s" PERFORM SOLICITAR THRU F-SOLICITAR

       PEDIR-LEGAJO.
           DISPLAY "LEGAJO: " LINE 06 POSITION 05.
           ACCEPT ENT-LEG LINE 06 POSITION 14
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-LEG IS NOT NUMERIC
              MOVE 0 TO ENT-LEG
           END-IF.
              GO TO F-SOLICITAR
           END-IF.
           PERFORM MOSTRAR-SALDO THRU F-MOSTRAR-SALDO.
           DISPLAY "TIPO (V/E/X/S)    : " LINE 09 POSITION 05.
           ACCEPT ENT-TIPO LINE 09 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-TIPO NOT = "V" AND ENT-TIPO NOT = "E"
              AND ENT-TIPO NOT = "X" AND ENT-TIPO NOT = "S"
              GO TO F-SOLICITAR
           END-IF.
           DISPLAY "DESDE (AAAAMMDD)  : " LINE 10 POSITION 05.
           ACCEPT ENT-DESDE LINE 10 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "HASTA (AAAAMMDD)  : " LINE 11 POSITION 05.
           ACCEPT ENT-HASTA LINE 11 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-DESDE IS NOT NUMERIC OR ENT-HASTA IS NOT NUMERIC
              OR ENT-DESDE = 0 OR ENT-HASTA < ENT-DESDE
              DISPLAY "RANGO DE FECHAS INVALIDO - VERIFIQUE"
              GO TO F-SOLICITAR
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 13 POSITION 05.
           ACCEPT OP-SN LINE 13 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-SOLICITAR
           END-IF.
           END-IF.
           DISPLAY "DESDE (AAAAMMDD) DE LA LICENCIA: "
              LINE 08 POSITION 05.
           ACCEPT ENT-DESDE LINE 08 POSITION 39
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           MOVE ENT-LEG TO LILEG.
           MOVE ENT-DESDE TO LIDESDE.
           READ LICENCIAS KEY IS LICLAVE
           DISPLAY "ESTADO " LINE 10 POSITION 33.
           DISPLAY LIEST LINE 10 POSITION 41.
           DISPLAY "A=APRUEBA R=RECHAZA: " LINE 12 POSITION 05.
           ACCEPT OP-SN LINE 12 POSITION 27
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "A" OR OP-SN = "a"
              MOVE "A" TO LIEST
           ELSE
       F-MIRAR-CHOQUE.
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
           GO TO MENU-LICENCIAS.
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
           CLOSE LICENCIAS MAEEMP.
