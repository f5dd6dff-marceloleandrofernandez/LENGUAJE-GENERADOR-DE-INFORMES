      *** ABMARAN - ARANCELES MENSUALES POR CURSO (ARANCEL.IND)    ***
      *** UNA CUOTA POR CURSO, VALIDADA CONTRA CURSO.IND - LA      ***
      *** CONSUME LA GENERACION MENSUAL DE CUOTAS (GENCUO): UN     ***
      *** CURSO SIN ARANCEL NO FACTURA - EL IMPORTE CARGADO A MANO ***
      *** QUEDA CON BASE EN EL ULTIMO INDICE DE PRECIOS CARGADO    ***
      *** (VER ABMIND); DESDE AHI LO ACTUALIZA ACTIND              ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMARAN.
       ENVIRONMENT DIVISION.
       FILE SECTION.
        FD ARANCELES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS R-ARA.

         COPY ARANCEL.
       77 FSTARA              PIC XX.
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
       77 SW-EXISTE           PIC X.
       77 ENT-IMP             PIC 9(05)V99.
       77 IMP-ED              PIC ZZ.ZZ9,99.
       77 CANT-CARGADOS       PIC 9(04) VALUE 0.
      *-- ULTIMO INDICE DE PRECIOS HASTA HOY (VER LEEIND) ----------*
       77 IND-PEDIDO          PIC 9(06).
       77 IND-PER             PIC 9(06).
       77 IND-VAL             PIC 9(05)V9999.
       77 IND-OK              PIC X.

       01 WFECHA-HOY.
          02 WAAMM-HOY        PIC 9(6).
          02 WDD-HOY          PIC 9(2).

       PROCEDURE DIVISION.
       DECLARATIVES.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN INPUT CURSOS.
           IF FSTCUR NOT = "00"
              DISPLAY "ABMARAN: CURSO.IND NO ENCONTRADO (FST="
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O ARANCELES.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           MOVE WAAMM-HOY TO IND-PEDIDO.
           CALL   "LEEIND" USING IND-PEDIDO IND-PER IND-VAL IND-OK
           CANCEL "LEEIND".

       PEDIR-CURSO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "ARANCELES POR CURSO" LINE 02 POSITION 31
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CURSO (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-CUR LINE 04 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-CUR IS NOT NUMERIC OR ENT-CUR = 0
              GO TO FIN
           END-IF.
              MOVE ARIMP TO IMP-ED
              DISPLAY "ARANCEL ACTUAL: " LINE 07 POSITION 05
              DISPLAY IMP-ED LINE 07 POSITION 22
              DISPLAY "BASE INDICE: " LINE 07 POSITION 35
              DISPLAY ARPER LINE 07 POSITION 48
           END-IF.
           DISPLAY "NUEVO ARANCEL (0 = BORRAR): " LINE 09 POSITION 05.
           ACCEPT ENT-IMP LINE 09 POSITION 34
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-IMP IS NOT NUMERIC
              MOVE 0 TO ENT-IMP
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 11 POSITION 05.
           ACCEPT OP-SN LINE 11 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-CURSO
           END-IF.
           END-IF.
           MOVE ENT-CUR TO ARCUR.
           MOVE ENT-IMP TO ARIMP.
           MOVE IND-PER TO ARPER.
           IF SW-EXISTE = "S"
              REWRITE R-ARA
                 INVALID KEY CONTINUE
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-CURSO.

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
           GO TO PEDIR-CURSO.
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
           DISPLAY "ABMARAN: ARANCELES GRABADOS = " CANT-CARGADOS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
