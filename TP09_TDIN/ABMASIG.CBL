      *-- A-B-M DE LA TABLA DE ASIGNACIONES FAMILIARES -----------*
      *-- (ASIGFAM.IND): POR NUMERO DE TRAMO, LA REMUNERACION ----*
      *-- HASTA LA QUE LLEGA Y LOS MONTOS POR HIJO, POR HIJO -----*
      *-- CON DISCAPACIDAD, POR CONYUGE Y DE LA AYUDA ESCOLAR ----*
      *-- ANUAL - LOS TRAMOS TIENEN QUE IR CRECIENDO: EL "HASTA" -*
      *-- DE CADA UNO SUPERA AL DEL ANTERIOR Y NO AL DEL ---------*
      *-- SIGUIENTE - ESQUEMA COMPACTO COMO ABMCARGA: EL MISMO ---*
      *-- TRAMO OFRECE MODIFICACION O BAJA -----------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMASIG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO DISK "ASIGFAM.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AFTRAMO
           FILE STATUS IS FST.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS R-ASF.

         COPY ASIGFAM.

       WORKING-STORAGE SECTION.
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
       77 IMP-ED                  PIC Z.ZZZ.ZZ9,99.
       77 WTRAMO                  PIC 99.
       77 WHASTA                  PIC 9(07)V99.
       77 SW-ORDEN                PIC X.
       77 SW-FIN                  PIC X.
       01 TRAMO-NUEVO             PIC X(47).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON MAESTRO.
       ERROR-APERTURA.
           IF FST NOT = "00"
              OPEN OUTPUT MAESTRO
              CLOSE MAESTRO
              OPEN I-O MAESTRO
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN I-O MAESTRO.

       PEDIR-TRAMO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "TABLA DE ASIGNACIONES FAMILIARES" LINE 02
              POSITION 24 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "TRAMO (1-15, 0 = FIN): " LINE 04 POSITION 05.
           MOVE 0 TO WTRAMO.
           ACCEPT WTRAMO LINE 04 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF WTRAMO IS NOT NUMERIC OR WTRAMO = 0 OR WTRAMO > 15
              GO TO FIN
           END-IF.
           MOVE WTRAMO TO AFTRAMO.
           MOVE "NO" TO WMAE.
           READ MAESTRO KEY IS AFTRAMO
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "SI" TO WMAE
           END-READ.
           IF WMAE = "SI"
              MOVE AFHASTA TO IMP-ED
              DISPLAY "REMUNERACION HASTA: " LINE 06 POSITION 05
              DISPLAY IMP-ED LINE 06 POSITION 26
              MOVE AFHIJO TO IMP-ED
              DISPLAY "POR HIJO          : " LINE 07 POSITION 05
              DISPLAY IMP-ED LINE 07 POSITION 26
              MOVE AFHDIS TO IMP-ED
              DISPLAY "HIJO DISCAPACIDAD : " LINE 08 POSITION 05
              DISPLAY IMP-ED LINE 08 POSITION 26
              MOVE AFCONY TO IMP-ED
              DISPLAY "POR CONYUGE       : " LINE 09 POSITION 05
              DISPLAY IMP-ED LINE 09 POSITION 26
              MOVE AFESC TO IMP-ED
              DISPLAY "AYUDA ESCOLAR     : " LINE 10 POSITION 05
              DISPLAY IMP-ED LINE 10 POSITION 26
              DISPLAY "M=MODIFICA B=BAJA C=CANCELA : "
                 LINE 11 POSITION 05
              ACCEPT OP-SN LINE 11 POSITION 36
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF OP-SN = "B" OR OP-SN = "b"
                 PERFORM GRABAR-BAJA
              ELSE
                 IF OP-SN = "M" OR OP-SN = "m"
                    PERFORM CARGAR-DATOS
                    PERFORM GRABAR-MODIFICACION
                       THRU F-GRABAR-MODIFICACION
                 END-IF
              END-IF
           ELSE
              DISPLAY "TRAMO NUEVO - INGRESE LOS DATOS"
                 LINE 06 POSITION 05
              MOVE 0 TO AFHASTA AFHIJO AFHDIS AFCONY AFESC
              PERFORM CARGAR-DATOS
              PERFORM GRABAR-ALTA THRU F-GRABAR-ALTA
           END-IF.
           GO TO PEDIR-TRAMO.

       CARGAR-DATOS.
           DISPLAY "REMUNERACION HASTA (INCLUSIVE): "
              LINE 13 POSITION 05.
           ACCEPT AFHASTA LINE 13 POSITION 38
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF AFHASTA IS NOT NUMERIC
              MOVE 0 TO AFHASTA
           END-IF.
           DISPLAY "MONTO POR HIJO                : "
              LINE 14 POSITION 05.
           ACCEPT AFHIJO LINE 14 POSITION 38
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF AFHIJO IS NOT NUMERIC
              MOVE 0 TO AFHIJO
           END-IF.
           DISPLAY "MONTO POR HIJO CON DISCAPACIDAD: "
              LINE 15 POSITION 05.
           ACCEPT AFHDIS LINE 15 POSITION 39
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF AFHDIS IS NOT NUMERIC
              MOVE 0 TO AFHDIS
           END-IF.
           DISPLAY "MONTO POR CONYUGE             : "
              LINE 16 POSITION 05.
           ACCEPT AFCONY LINE 16 POSITION 38
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF AFCONY IS NOT NUMERIC
              MOVE 0 TO AFCONY
           END-IF.
           DISPLAY "AYUDA ESCOLAR ANUAL POR HIJO  : "
              LINE 17 POSITION 05.
           ACCEPT AFESC LINE 17 POSITION 38
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF AFESC IS NOT NUMERIC
              MOVE 0 TO AFESC
           END-IF.

      *-- EL "HASTA" ES OBLIGATORIO Y LOS TRAMOS VAN EN ORDEN ------*
       VALIDAR-DATOS.
           MOVE "S" TO OP-SN.
           IF AFHASTA = 0
              DISPLAY "REMUNERACION HASTA EN CERO - NO SE GRABA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              MOVE "N" TO OP-SN
           END-IF.
           IF OP-SN = "S"
              MOVE R-ASF TO TRAMO-NUEVO
              PERFORM VERIFICAR-ORDEN THRU F-VERIFICAR-ORDEN
              MOVE TRAMO-NUEVO TO R-ASF
              IF SW-ORDEN = "N"
                 DISPLAY "EL HASTA NO QUEDA ENTRE EL DEL TRAMO ANTERIOR"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 DISPLAY "Y EL DEL SIGUIENTE - NO SE GRABA"
                    LINE 23 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 MOVE "N" TO OP-SN
              END-IF
           END-IF.

      *-- EL TRAMO ANTERIOR TERMINA MAS ABAJO Y EL SIGUIENTE MAS ---*
      *-- ARRIBA: SE RECORRE LA TABLA (SON POCOS TRAMOS) -----------*
       VERIFICAR-ORDEN.
           MOVE "S" TO SW-ORDEN.
           MOVE AFHASTA TO WHASTA.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO AFTRAMO.
           START MAESTRO KEY IS NOT LESS THAN AFTRAMO
              INVALID KEY GO TO F-VERIFICAR-ORDEN
           END-START.
           PERFORM COMPARAR-TRAMO UNTIL SW-FIN = "S".
       F-VERIFICAR-ORDEN.
           EXIT.

       COMPARAR-TRAMO.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF AFTRAMO < WTRAMO AND AFHASTA NOT < WHASTA
                 MOVE "N" TO SW-ORDEN
              END-IF
              IF AFTRAMO > WTRAMO AND AFHASTA NOT > WHASTA
                 MOVE "N" TO SW-ORDEN
              END-IF
           END-IF.

       GRABAR-ALTA.
           PERFORM VALIDAR-DATOS.
           IF OP-SN = "N"
              PERFORM PULSAR-TECLA
              GO TO F-GRABAR-ALTA
           END-IF.
           WRITE R-ASF
              INVALID KEY
                 DISPLAY "ERROR FATAL (FST=" FST ")" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              NOT INVALID KEY
                 DISPLAY "TRAMO DADO DE ALTA" LINE 22 POSITION 05
                    CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           END-WRITE.
           PERFORM PULSAR-TECLA.
       F-GRABAR-ALTA.
           EXIT.

       GRABAR-MODIFICACION.
           PERFORM VALIDAR-DATOS.
           IF OP-SN = "N"
              PERFORM PULSAR-TECLA
              GO TO F-GRABAR-MODIFICACION
           END-IF.
           REWRITE R-ASF
              INVALID KEY
                 DISPLAY "ERROR FATAL (FST=" FST ")" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              NOT INVALID KEY
                 DISPLAY "TRAMO MODIFICADO" LINE 22 POSITION 05
                    CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           END-REWRITE.
           PERFORM PULSAR-TECLA.
       F-GRABAR-MODIFICACION.
           EXIT.

       GRABAR-BAJA.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 13 POSITION 05.
           ACCEPT OP-SN LINE 13 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              DELETE MAESTRO
                 INVALID KEY
                    DISPLAY "ERROR FATAL (FST=" FST ")"
                       LINE 22 POSITION 05
                       CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 NOT INVALID KEY
                    DISPLAY "TRAMO DADO DE BAJA" LINE 22 POSITION 05
                       CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              END-DELETE
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
           GO TO PEDIR-TRAMO.
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
           EXIT PROGRAM.
