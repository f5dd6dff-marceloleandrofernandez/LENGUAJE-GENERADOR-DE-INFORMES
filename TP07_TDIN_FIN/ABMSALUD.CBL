       WORKING-STORAGE SECTION.
       77 FSTSAL              PIC XX.
       77 TECLA               PIC X.
      *-- CIERRE DE SESION POR INACTIVIDAD (VER VENCESES) --*
       77 VEN-ACC             PIC X.
       77 VEN-OK              PIC X.
       77 TIEMPO-INACT        PIC 9(8).
       77 C-INACT             PIC 99.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 SW-EXISTE           PIC X.

       PROCEDURE DIVISION USING SAL-MCA.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN I-O SALUD.
           IF FSTSAL NOT = "00"
              OPEN OUTPUT SALUD
           DISPLAY "AUTORIZADO RET. 2 : " LINE 14 POSITION 05.
           DISPLAY SARET2 LINE 14 POSITION 26.
           DISPLAY "EDITA LA FICHA (S/N) ? " LINE 16 POSITION 05.
           ACCEPT OP-SN LINE 16 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO FIN
           END-IF.
           ACCEPT SACON1 LINE 05 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           ACCEPT SATEL1 LINE 06 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           ACCEPT SACON2 LINE 07 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           ACCEPT SATEL2 LINE 08 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           ACCEPT SAOBRA LINE 09 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           ACCEPT SANRO LINE 10 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           ACCEPT SAALER LINE 11 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           ACCEPT SAOBS LINE 12 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           ACCEPT SARET1 LINE 13 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           ACCEPT SARET2 LINE 14 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "CONFIRMA (S/N) ? " LINE 18 POSITION 05.
           ACCEPT OP-SN LINE 18 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO FIN
           END-IF.
           CLOSE SALUD.
           GOBACK.

      *-- SE VENCIO EL PLAZO SIN TECLEAR: VENCESES SUELTA LOS ------*
      *-- CERROJOS DE ESTA TERMINAL Y VUELVE A PEDIR LA CLAVE - SI -*
      *-- VUELVE A ENTRAR, LO QUE SE ESTABA CARGANDO SE PIERDE Y ---*
      *-- SE VUELVE AL PROGRAMA QUE LLAMO --------------------------*
       INACTIVIDAD.
           IF C-INACT NOT = 99
              GO TO F-INACTIVIDAD
           END-IF.
           MOVE 0 TO C-INACT C-T.
           MOVE "C" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           GO TO FIN.
       F-INACTIVIDAD.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA BEFORE TIME TIEMPO-INACT ON EXCEPTION C-T
      *-- SIN TECLEAR DURANTE EL PLAZO (VER VENCESES) --*
           IF C-T = 99
              MOVE C-T TO C-INACT
              PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-IF.
