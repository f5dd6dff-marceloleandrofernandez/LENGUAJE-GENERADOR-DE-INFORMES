      *-- A-B-M DE LA TABLA DE CARGAS SOCIALES (CARGAS.IND) -------*
      *-- CODIGO, DESCRIPCION (LA QUE SALE EN EL RECIBO), TIPO ----*
      *-- (A = APORTE DEL EMPLEADO, C = CONTRIBUCION PATRONAL), ---*
      *-- ORGANISMO AL QUE SE DEPOSITA, PORCENTAJE Y TOPE DE LA ---*
      *-- BASE IMPONIBLE (0 = SIN TOPE) - HASTA 8 CONCEPTOS, QUE --*
      *-- SON LOS QUE LIQUIDA GUARDA EN LIQSUE.IND - P.EJ. JUBI --*
      *-- 11% SIPA, LEY 3% INSSJP Y OSOC 3% OBRA SOCIAL COMO ------*
      *-- APORTES - ESQUEMA COMPACTO COMO ABMPARAM: EL MISMO ------*
      *-- CODIGO OFRECE MODIFICACION O BAJA -----------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMCARGA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO DISK "CARGAS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CGCOD
           FILE STATUS IS FST.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-CGS.

         COPY CARGSOC.

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
       77 PCT-ED                  PIC Z9,99.
       77 TOPE-ED                 PIC Z.ZZZ.ZZ9,99.
       77 CANT-CONCEPTOS          PIC 99.
       77 SW-FIN                  PIC X.
       01 CONCEPTO-NUEVO          PIC X(50).

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

       PEDIR-CODIGO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "TABLA DE CARGAS SOCIALES" LINE 02 POSITION 28
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CODIGO (4 LETRAS, FIN = ...): " LINE 04 POSITION 05.
           ACCEPT CGCOD LINE 04 POSITION 36
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF CGCOD = SPACES OR CGCOD = "..."
              GO TO FIN
           END-IF.
           MOVE "NO" TO WMAE.
           READ MAESTRO KEY IS CGCOD
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "SI" TO WMAE
           END-READ.
           IF WMAE = "SI"
              DISPLAY "DESCRIPCION : " LINE 06 POSITION 05
              DISPLAY CGDESC LINE 06 POSITION 20
              DISPLAY "TIPO        : " LINE 07 POSITION 05
              IF CGS-APORTE
                 DISPLAY "APORTE DEL EMPLEADO" LINE 07 POSITION 20
              ELSE
                 DISPLAY "CONTRIBUCION PATRONAL" LINE 07 POSITION 20
              END-IF
              DISPLAY "ORGANISMO   : " LINE 08 POSITION 05
              DISPLAY CGORG LINE 08 POSITION 20
              MOVE CGPCT TO PCT-ED
              DISPLAY "PORCENTAJE  : " LINE 09 POSITION 05
              DISPLAY PCT-ED LINE 09 POSITION 20
              MOVE CGTOPE TO TOPE-ED
              DISPLAY "TOPE BASE   : " LINE 10 POSITION 05
              DISPLAY TOPE-ED LINE 10 POSITION 20
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
              DISPLAY "CONCEPTO NUEVO - INGRESE LOS DATOS"
                 LINE 06 POSITION 05
              MOVE SPACES TO CGDESC CGTIPO CGORG
              MOVE 0 TO CGPCT CGTOPE
              PERFORM CARGAR-DATOS
              PERFORM GRABAR-ALTA THRU F-GRABAR-ALTA
           END-IF.
           GO TO PEDIR-CODIGO.

       CARGAR-DATOS.
           DISPLAY "DESCRIPCION : " LINE 13 POSITION 05.
           ACCEPT CGDESC LINE 13 POSITION 20
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "TIPO (A=APORTE C=CONTRIBUCION): "
              LINE 14 POSITION 05.
           ACCEPT CGTIPO LINE 14 POSITION 38
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF CGTIPO = "a"
              MOVE "A" TO CGTIPO
           END-IF.
           IF CGTIPO = "c"
              MOVE "C" TO CGTIPO
           END-IF.
           DISPLAY "ORGANISMO   : " LINE 15 POSITION 05.
           ACCEPT CGORG LINE 15 POSITION 20
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "PORCENTAJE (2 ENTEROS + 2 DEC.): "
              LINE 16 POSITION 05.
           ACCEPT CGPCT LINE 16 POSITION 39
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF CGPCT IS NOT NUMERIC
              MOVE 0 TO CGPCT
           END-IF.
           DISPLAY "TOPE DE LA BASE IMPONIBLE (0 = SIN TOPE): "
              LINE 17 POSITION 05.
           ACCEPT CGTOPE LINE 17 POSITION 48
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF CGTOPE IS NOT NUMERIC
              MOVE 0 TO CGTOPE
           END-IF.

      *-- DESCRIPCION, TIPO, ORGANISMO Y PORCENTAJE SON OBLIGATORIOS*
       VALIDAR-DATOS.
           MOVE "S" TO OP-SN.
           IF CGDESC = SPACES OR CGORG = SPACES
              DISPLAY "DESCRIPCION U ORGANISMO EN BLANCO - NO SE GRABA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              MOVE "N" TO OP-SN
           END-IF.
           IF NOT CGS-APORTE AND NOT CGS-CONTRIB
              DISPLAY "EL TIPO ES A O C - NO SE GRABA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              MOVE "N" TO OP-SN
           END-IF.
           IF CGPCT = 0
              DISPLAY "PORCENTAJE EN CERO - NO SE GRABA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              MOVE "N" TO OP-SN
           END-IF.

       GRABAR-ALTA.
           PERFORM VALIDAR-DATOS.
           IF OP-SN = "N"
              PERFORM PULSAR-TECLA
              GO TO F-GRABAR-ALTA
           END-IF.
      *-- LA LIQUIDACION GUARDA HASTA 8 CONCEPTOS POR LEGAJO -------*
           MOVE R-CGS TO CONCEPTO-NUEVO.
           PERFORM CONTAR-CONCEPTOS THRU F-CONTAR-CONCEPTOS.
           MOVE CONCEPTO-NUEVO TO R-CGS.
           IF CANT-CONCEPTOS NOT < 8
              DISPLAY "YA HAY 8 CONCEPTOS EN LA TABLA - NO SE GRABA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-GRABAR-ALTA
           END-IF.
           WRITE R-CGS
              INVALID KEY
                 DISPLAY "ERROR FATAL (FST=" FST ")" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              NOT INVALID KEY
                 DISPLAY "CONCEPTO DADO DE ALTA" LINE 22 POSITION 05
                    CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           END-WRITE.
           PERFORM PULSAR-TECLA.
       F-GRABAR-ALTA.
           EXIT.

       CONTAR-CONCEPTOS.
           MOVE 0 TO CANT-CONCEPTOS.
           MOVE "N" TO SW-FIN.
           MOVE LOW-VALUES TO CGCOD.
           START MAESTRO KEY IS NOT LESS THAN CGCOD
              INVALID KEY GO TO F-CONTAR-CONCEPTOS
           END-START.
           PERFORM CONTAR-UNO UNTIL SW-FIN = "S".
       F-CONTAR-CONCEPTOS.
           EXIT.

       CONTAR-UNO.
           READ MAESTRO NEXT RECORD
              AT END MOVE "S" TO SW-FIN
              NOT AT END ADD 1 TO CANT-CONCEPTOS
           END-READ.

       GRABAR-MODIFICACION.
           PERFORM VALIDAR-DATOS.
           IF OP-SN = "N"
              PERFORM PULSAR-TECLA
              GO TO F-GRABAR-MODIFICACION
           END-IF.
           REWRITE R-CGS
              INVALID KEY
                 DISPLAY "ERROR FATAL (FST=" FST ")" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              NOT INVALID KEY
                 DISPLAY "CONCEPTO MODIFICADO" LINE 22 POSITION 05
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
                    DISPLAY "CONCEPTO DADO DE BAJA" LINE 22 POSITION 05
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
           EXIT PROGRAM.
