       77 FSTPRE              PIC XX.
       77 FSTCUR              PIC XX.
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
              DISPLAY "ABMPRE: CURSO.IND NO ENCONTRADO (FST="
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       MENU-PREINS.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "PREINSCRIPCION Y LISTA DE ESPERA" LINE 02
              POSITION 24 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
              LINE 04 POSITION 05.
           DISPLAY "L=PROFUNDIDAD POR CURSO  F=FIN : "
              LINE 05 POSITION 05.
           ACCEPT OP-ACC LINE 05 POSITION 39
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           EVALUATE OP-ACC
              WHEN "A" PERFORM ANOTAR THRU F-ANOTAR
              WHEN "a" PERFORM ANOTAR THRU F-ANOTAR

       PEDIR-CURSO.
           DISPLAY "CURSO: " LINE 07 POSITION 05.
           ACCEPT ENT-CUR LINE 07 POSITION 13
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-CUR IS NOT NUMERIC
              MOVE 0 TO ENT-CUR
           END-IF.
           END-READ.
           DISPLAY MDCUR LINE 07 POSITION 17.
           DISPLAY "APELLIDO Y NOMBRE: " LINE 08 POSITION 05.
           ACCEPT ENT-NOM LINE 08 POSITION 25
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-NOM = SPACES
              GO TO F-ANOTAR
           END-IF.
           DISPLAY "TELEFONO         : " LINE 09 POSITION 05.
           ACCEPT ENT-TEL LINE 09 POSITION 25
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "PRIORIDAD (1 = ALTA ... 99): "
              LINE 10 POSITION 05.
           ACCEPT ENT-PRIO LINE 10 POSITION 35
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-PRIO IS NOT NUMERIC OR ENT-PRIO = 0
              MOVE 99 TO ENT-PRIO
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 12 POSITION 05.
           ACCEPT OP-SN LINE 12 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-ANOTAR
           END-IF.
           END-IF.
           PERFORM LISTAR-CURSO THRU F-LISTAR-CURSO.
           DISPLAY "PRIORIDAD: " LINE 20 POSITION 05.
           ACCEPT PRPRIO LINE 20 POSITION 17
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "FECHA: " LINE 20 POSITION 22.
           ACCEPT PRFECHA LINE 20 POSITION 30
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "SEC: " LINE 20 POSITION 40.
           ACCEPT PRSEC LINE 20 POSITION 46
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           MOVE ENT-CUR TO PRCUR.
           READ PREINSC KEY IS PRCLAVE
              INVALID KEY
           DISPLAY "BAJA DE " LINE 21 POSITION 05.
           DISPLAY PRNOM LINE 21 POSITION 14.
           DISPLAY "(S/N) ? " LINE 21 POSITION 46.
           ACCEPT OP-SN LINE 21 POSITION 55
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              MOVE "B" TO PREST
              REWRITE R-PRE
       F-MOSTRAR-PROFUNDIDAD.
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
           GO TO MENU-PREINS.
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
           CLOSE PREINSC CURSOS.
