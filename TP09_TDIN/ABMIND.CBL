      *** ABMIND - TABLA DE INDICES DE PRECIOS (INDICES.IND)       ***
      *** UN VALOR MENSUAL (AAAAMM) DEL INDICE, COMO NIVEL         ***
      *** ACUMULADO - P=CARGA POR PANTALLA, MES A MES (UN MES YA   ***
      *** CARGADO SE CORRIGE; VALOR 0 LO BORRA) - A=CARGA DESDE    ***
      *** EL ARCHIVO INDICES.DAT (AAAAMM;VALOR CON 4 DECIMALES     ***
      *** SIN COMA, 9 DIGITOS): LOS RENGLONES ROTOS VAN A          ***
      *** INDICES.RCH CON SU MOTIVO, COMO EN CARGAREL, Y EL LOTE   ***
      *** PROCESADO SE BORRA - LA USAN ACTIND Y, VIA LEEIND,       ***
      *** ABMARAN Y PLANPAG                                        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMIND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICES ASSIGN TO DISK "INDICES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IXPER
           FILE STATUS IS FSTIND.

           SELECT LOTE ASSIGN TO DISK "INDICES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTLOT.

           SELECT RECHAZOS ASSIGN TO DISK "INDICES.RCH"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTRCH.

       DATA DIVISION.
       FILE SECTION.
        FD INDICES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-IND.

         COPY INDICE.

        FD LOTE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS R-LOT.
         01 R-LOT.
            02 LOT-PER     PIC X(6).
            02 FILLER      PIC X.
            02 LOT-VAL     PIC X(9).
         01 R-LOT-N.
            02 LOT-PER-N   PIC 9(6).
            02 FILLER      PIC X.
            02 LOT-VAL-N   PIC 9(05)V9999.

        FD RECHAZOS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-RCH.
         01 R-RCH.
            02 RCH-REG     PIC X(16).
            02 FILLER      PIC X VALUE SPACE.
            02 RCH-MOTIVO  PIC X(33).

       WORKING-STORAGE SECTION.
       77 FSTIND              PIC XX.
       77 FSTLOT              PIC XX.
       77 FSTRCH              PIC XX.
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
       77 SW-EXISTE           PIC X.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
       77 ENT-PER             PIC 9(06).
       77 ENT-VAL             PIC 9(05)V9999.
       77 IND-ED              PIC ZZ.ZZ9,9999.
       77 CANT-CARGADOS       PIC 9(04) VALUE 0.
       77 CANT-RECHAZOS       PIC 9(04) VALUE 0.
       77 CANT-ED             PIC Z.ZZ9.
       77 RC-OS               PIC 9(9) COMP-5.
       77 NOMBRE-LOTE         PIC X(20) VALUE "INDICES.DAT".

       01 WFECHA-HOY          PIC 9(8).

       01 WPER-VAL.
          02 WPER-AA          PIC 9(4).
          02 WPER-MM          PIC 9(2).
       01 WPER-VAL-N REDEFINES WPER-VAL PIC 9(6).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON INDICES.
       ERROR-APERTURA.
           IF FSTIND NOT = "00"
              OPEN OUTPUT INDICES
              CLOSE INDICES
              OPEN I-O INDICES
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "ABMIND: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O INDICES.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       MENU-INDICES.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "INDICES DE PRECIOS" LINE 02 POSITION 31
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "P=POR PANTALLA  A=DESDE INDICES.DAT  F=FIN : "
              LINE 04 POSITION 05.
           ACCEPT OP-ACC LINE 04 POSITION 51
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           EVALUATE OP-ACC
              WHEN "P" PERFORM PEDIR-PERIODO THRU F-PEDIR-PERIODO
              WHEN "p" PERFORM PEDIR-PERIODO THRU F-PEDIR-PERIODO
              WHEN "A" PERFORM CARGAR-LOTE THRU F-CARGAR-LOTE
              WHEN "a" PERFORM CARGAR-LOTE THRU F-CARGAR-LOTE
              WHEN "F" GO TO FIN
              WHEN "f" GO TO FIN
           END-EVALUATE.
           GO TO MENU-INDICES.

       PEDIR-PERIODO.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "INDICES DE PRECIOS" LINE 02 POSITION 31
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PERIODO (AAAAMM - 0 = VOLVER): " LINE 04
              POSITION 05.
           ACCEPT ENT-PER LINE 04 POSITION 37
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-PER IS NOT NUMERIC OR ENT-PER = 0
              GO TO F-PEDIR-PERIODO
           END-IF.
           MOVE ENT-PER TO WPER-VAL-N.
           IF WPER-AA < 1900 OR WPER-MM < 1 OR WPER-MM > 12
              DISPLAY "PERIODO INVALIDO - VERIFIQUE" LINE 22
                 POSITION 05 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-PERIODO
           END-IF.
           MOVE ENT-PER TO IXPER.
           MOVE "N" TO SW-EXISTE.
           READ INDICES KEY IS IXPER
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO SW-EXISTE
           END-READ.
           IF SW-EXISTE = "S"
              MOVE IXVAL TO IND-ED
              DISPLAY "VALOR ACTUAL: " LINE 06 POSITION 05
              DISPLAY IND-ED LINE 06 POSITION 20
              DISPLAY "CARGADO EL " LINE 06 POSITION 35
              DISPLAY IXFECHA LINE 06 POSITION 46
              DISPLAY "POR " LINE 06 POSITION 56
              DISPLAY IXOPE LINE 06 POSITION 60
           END-IF.
           DISPLAY "NUEVO VALOR (0 = BORRAR): " LINE 08 POSITION 05.
           ACCEPT ENT-VAL LINE 08 POSITION 32
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-VAL IS NOT NUMERIC
              MOVE 0 TO ENT-VAL
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 10 POSITION 05.
           ACCEPT OP-SN LINE 10 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-PERIODO
           END-IF.
           IF ENT-VAL = 0
              IF SW-EXISTE = "S"
                 DELETE INDICES
                    INVALID KEY CONTINUE
                 END-DELETE
                 DISPLAY "INDICE BORRADO" LINE 22 POSITION 05
                    CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
              END-IF
              GO TO PEDIR-PERIODO
           END-IF.
           MOVE ENT-PER TO IXPER.
           MOVE ENT-VAL TO IXVAL.
           PERFORM GRABAR-INDICE.
           DISPLAY "INDICE GRABADO" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-PERIODO.
       F-PEDIR-PERIODO.
           EXIT.

      *-- UN PERIODO QUE YA ESTABA CARGADO SE PISA -----------------*
       GRABAR-INDICE.
           MOVE WFECHA-HOY TO IXFECHA.
           MOVE QS-OPER TO IXOPE.
           WRITE R-IND
              INVALID KEY REWRITE R-IND
           END-WRITE.
           ADD 1 TO CANT-CARGADOS.

       CARGAR-LOTE.
           OPEN INPUT LOTE.
           IF FSTLOT NOT = "00"
              DISPLAY "NO HAY INDICES.DAT PARA PROCESAR" LINE 22
                 POSITION 05 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-CARGAR-LOTE
           END-IF.
           OPEN OUTPUT RECHAZOS.
           MOVE 0 TO CANT-RECHAZOS.
           PERFORM TRATAR-RENGLON THRU F-TRATAR-RENGLON
              UNTIL FSTLOT = "10".
           CLOSE LOTE RECHAZOS.
      *-- EL LOTE PROCESADO SE BORRA: NO SE CARGA DOS VECES --------*
           CALL "CBL_DELETE_FILE" USING NOMBRE-LOTE
                RETURNING RC-OS.
           MOVE CANT-CARGADOS TO CANT-ED.
           DISPLAY "INDICES CARGADOS   = " LINE 20 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           DISPLAY CANT-ED LINE 20 POSITION 27.
           MOVE CANT-RECHAZOS TO CANT-ED.
           DISPLAY "RECHAZOS (VER RCH) = " LINE 21 POSITION 05
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           DISPLAY CANT-ED LINE 21 POSITION 27.
           PERFORM PULSAR-TECLA.
       F-CARGAR-LOTE.
           EXIT.

       TRATAR-RENGLON.
           READ LOTE AT END MOVE "10" TO FSTLOT.
           IF FSTLOT = "10"
              GO TO F-TRATAR-RENGLON
           END-IF.
           IF LOT-PER IS NOT NUMERIC OR LOT-VAL IS NOT NUMERIC
              MOVE "PERIODO O VALOR NO NUMERICO" TO RCH-MOTIVO
              PERFORM GRABAR-RECHAZO
              GO TO F-TRATAR-RENGLON
           END-IF.
           MOVE LOT-PER-N TO WPER-VAL-N.
           IF WPER-AA < 1900 OR WPER-MM < 1 OR WPER-MM > 12
              MOVE "PERIODO INVALIDO" TO RCH-MOTIVO
              PERFORM GRABAR-RECHAZO
              GO TO F-TRATAR-RENGLON
           END-IF.
           IF LOT-VAL-N = 0
              MOVE "VALOR EN CERO" TO RCH-MOTIVO
              PERFORM GRABAR-RECHAZO
              GO TO F-TRATAR-RENGLON
           END-IF.
           MOVE LOT-PER-N TO IXPER.
           MOVE LOT-VAL-N TO IXVAL.
           PERFORM GRABAR-INDICE.
       F-TRATAR-RENGLON.
           EXIT.

       GRABAR-RECHAZO.
           ADD 1 TO CANT-RECHAZOS.
           MOVE R-LOT TO RCH-REG.
           WRITE R-RCH.

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
           GO TO MENU-INDICES.
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
           DISPLAY "ABMIND: INDICES GRABADOS = " CANT-CARGADOS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE INDICES.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
