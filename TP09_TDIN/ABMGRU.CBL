       77 FSTGRU              PIC XX.
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
       77 OP-ACC              PIC X.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN I-O GRUPOS.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
           END-IF.

       MENU-GRUPOS.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "GRUPOS EMPRESARIOS DE CLIENTES" LINE 02 POSITION 25
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "A=ALTA GRUPO  M=AGREGA MIEMBRO  Q=QUITA MIEMBRO"
              LINE 04 POSITION 05.
           DISPLAY "C=CONSULTA  F=FIN : " LINE 05 POSITION 05.
           ACCEPT OP-ACC LINE 05 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           EVALUATE OP-ACC
              WHEN "A" PERFORM ALTA-GRUPO THRU F-ALTA-GRUPO
              WHEN "a" PERFORM ALTA-GRUPO THRU F-ALTA-GRUPO

       PEDIR-GRUPO.
           DISPLAY "NUMERO DE GRUPO: " LINE 07 POSITION 05.
           ACCEPT WGRU-B LINE 07 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF WGRU-B IS NOT NUMERIC
              MOVE 0 TO WGRU-B
           END-IF.
              DISPLAY GRNOM LINE 08 POSITION 27
           END-IF.
           DISPLAY "RAZON SOCIAL DEL GRUPO: " LINE 09 POSITION 05.
           ACCEPT ENT-NOM LINE 09 POSITION 30
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-NOM = SPACES
              GO TO F-ALTA-GRUPO
           END-IF.
           DISPLAY "LIMITE CONSOLIDADO (0 = SIN LIMITE): "
              LINE 10 POSITION 05.
           ACCEPT ENT-LIM LINE 10 POSITION 43
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-LIM IS NOT NUMERIC
              MOVE 0 TO ENT-LIM
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 12 POSITION 05.
           ACCEPT OP-SN LINE 12 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-ALTA-GRUPO
           END-IF.
                 GO TO F-AGREGAR-MIEMBRO
           END-READ.
           DISPLAY "CODIGO DE CLIENTE: " LINE 09 POSITION 05.
           ACCEPT WCA-B LINE 09 POSITION 25
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF WCA-B IS NOT NUMERIC OR WCA-B = 0
              GO TO F-AGREGAR-MIEMBRO
           END-IF.
           DISPLAY "AGREGA A " LINE 11 POSITION 05.
           DISPLAY PAN LINE 11 POSITION 15.
           DISPLAY "(S/N) ? " LINE 11 POSITION 47.
           ACCEPT OP-SN LINE 11 POSITION 56
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-AGREGAR-MIEMBRO
           END-IF.
              GO TO F-QUITAR-MIEMBRO
           END-IF.
           DISPLAY "CODIGO DE CLIENTE: " LINE 09 POSITION 05.
           ACCEPT WCA-B LINE 09 POSITION 25
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF WCA-B IS NOT NUMERIC OR WCA-B = 0
              GO TO F-QUITAR-MIEMBRO
           END-IF.
           END-READ.
           DISPLAY "CONFIRMA LA BAJA DEL MIEMBRO (S/N) ? "
              LINE 11 POSITION 05.
           ACCEPT OP-SN LINE 11 POSITION 43
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-QUITAR-MIEMBRO
           END-IF.
       F-LISTAR-REGISTRO.
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
           GO TO MENU-GRUPOS.
       F-INACTIVIDAD.
           EXIT.

       PULSAR-TECLA.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE 23 POSITION 25
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA BEFORE TIME TIEMPO-INACT ON EXCEPTION C-T
      *-- SIN TECLEAR DURANTE EL PLAZO (VER VENCESES) --*
           IF C-T = 99
              MOVE C-T TO C-INACT
              PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-IF.

       FIN.
           CLOSE GRUPOS PERSONA.
