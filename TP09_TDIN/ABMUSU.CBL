      *-- EL SUPERVISOR (QUIENSOY) PUEDE DESBLOQUEAR UNA CUENTA   --*
      *-- TRABADA POR INTENTOS FALLIDOS Y RESETEAR LA CLAVE       --*
      *-- (QUE OBLIGA A CAMBIARLA AL ENTRAR) - TODO QUEDA EN      --*
      *-- CLAVES.LOG - LA CLAVE SE GRABA CIFRADA (CIFRACLA): NI ---*
      *-- ACA SE PUEDE VER; EN UNA MODIFICACION, LA CLAVE EN ------*
      *-- BLANCO DEJA LA QUE TENIA --------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMUSU.
       ENVIRONMENT DIVISION.
       77 FST                     PIC XX.
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
       77 PERM-POS                PIC 9.
          02 ROT-OPC OCCURS 6 TIMES PIC X(12).

       77 FILA-PERM               PIC 99.
      *-- LO QUE SE TIPEA COMO CLAVE, ANTES DE CIFRARLO ------------*
       77 CLAVE-TIPEADA           PIC X(8).
       77 FSTCLG                  PIC XX.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN I-O MAESTRO.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
           CANCEL "QUIENSOY".

       PEDIR-CODIGO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "MAESTRO DE OPERADORES" LINE 02 POSITION 30
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CODIGO (3 LETRAS, FIN = ...): " LINE 04 POSITION 05.
           ACCEPT USCOD LINE 04 POSITION 36
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF USCOD = SPACES OR USCOD = "..."
              GO TO FIN
           END-IF.
              DISPLAY "M=MODIF B=BAJA D=DESBLOQ R=RESET C=CANCELA: "
                 LINE 08 POSITION 05
              ACCEPT OP-SN LINE 08 POSITION 50
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              EVALUATE OP-SN
                 WHEN "B" PERFORM GRABAR-BAJA
                 WHEN "b" PERFORM GRABAR-BAJA

       CARGAR-DATOS.
           DISPLAY "NOMBRE: " LINE 10 POSITION 05.
           ACCEPT USNOM LINE 10 POSITION 14
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "CLAVE : " LINE 11 POSITION 05.
           IF WMAE = "SI"
              DISPLAY "(EN BLANCO = NO CAMBIA)" LINE 11 POSITION 24
           END-IF.
           MOVE SPACES TO CLAVE-TIPEADA.
           ACCEPT CLAVE-TIPEADA LINE 11 POSITION 14
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF CLAVE-TIPEADA NOT = SPACES
              CALL   "CIFRACLA" USING USCOD CLAVE-TIPEADA USCLAVE
              CANCEL "CIFRACLA"
           END-IF.
           DISPLAY "PERMISOS POR OPCION (S/N):" LINE 12 POSITION 05.
           MOVE 1 TO PERM-POS.
           PERFORM CARGAR-UN-PERMISO THRU F-CARGAR-UN-PERMISO
      *-- LA OPCION SALIR QUEDA SIEMPRE HABILITADA -----------------*
           MOVE "S" TO USP-OPC(6).
           DISPLAY "SUPERVISOR (S/N): " LINE 19 POSITION 05.
           ACCEPT USSUP LINE 19 POSITION 24
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
      *-- QUE CLASE DE INFORMES DEL SPOOL PUEDE ABRIR --------------*
           DISPLAY "NIVEL SPOOL (0-2): " LINE 20 POSITION 05.
           ACCEPT USNIVEL LINE 20 POSITION 25
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF USNIVEL IS NOT NUMERIC OR USNIVEL > 2
              MOVE 0 TO USNIVEL
           END-IF.
           COMPUTE FILA-PERM = 12 + PERM-POS.
           DISPLAY ROT-OPC(PERM-POS) LINE FILA-PERM POSITION 08.
           DISPLAY ": " LINE FILA-PERM POSITION 21.
           ACCEPT USP-OPC(PERM-POS) LINE FILA-PERM POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF USP-OPC(PERM-POS) NOT = "S" AND USP-OPC(PERM-POS) NOT ="s"
              MOVE "N" TO USP-OPC(PERM-POS)
           ELSE
              GO TO F-RESETEAR-CLAVE
           END-IF.
           DISPLAY "CLAVE PROVISORIA: " LINE 10 POSITION 05.
           MOVE SPACES TO CLAVE-TIPEADA.
           ACCEPT CLAVE-TIPEADA LINE 10 POSITION 24
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF CLAVE-TIPEADA = SPACES
              GO TO F-RESETEAR-CLAVE
           END-IF.
           CALL   "CIFRACLA" USING USCOD CLAVE-TIPEADA USCLAVE
           CANCEL "CIFRACLA".
           MOVE "S" TO USCAMBIO.
           MOVE WFECHA-HOY TO USFCLA.
           MOVE 0 TO USFALLO.

       GRABAR-BAJA.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 10 POSITION 05.
           ACCEPT OP-SN LINE 10 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              DELETE MAESTRO
                 INVALID KEY
              PERFORM PULSAR-TECLA
           END-IF.

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
           GO TO PEDIR-CODIGO.
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
           CLOSE MAESTRO.
