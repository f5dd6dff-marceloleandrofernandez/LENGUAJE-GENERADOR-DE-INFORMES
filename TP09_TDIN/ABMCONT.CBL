      *** ABMCONT - CONTRATOS DE ABONO DE CLIENTES (CONTRATO.IND)  ***
      *** POR CLIENTE DE PERSONA.IND, HASTA 99 CONTRATOS DE        ***
      *** SERVICIO FIJO: CONCEPTO, IMPORTE, PERIODICIDAD           ***
      *** (MENSUAL, BIMESTRAL O ANUAL), VIGENCIA DESDE / HASTA Y   ***
      *** DIA DEL MES EN QUE SE FACTURA - LOS FACTURA FACABON -    ***
      *** LA BAJA NO BORRA: DEJA EL CONTRATO EN "B" Y FACABON YA   ***
      *** NO LO TOMA; EL ULTIMO PERIODO FACTURADO NO SE TOCA ACA   ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMCONT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

           SELECT CONTRATOS ASSIGN TO DISK "CONTRATO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ABCLAVE
           FILE STATUS IS FSTABO.

       DATA DIVISION.
       FILE SECTION.
        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

        FD CONTRATOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS R-ABO.

         COPY CONTRATO.

       WORKING-STORAGE SECTION.
       77 FSTPER              PIC XX.
       77 FSTABO              PIC XX.
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
       77 L                   PIC 99 VALUE 0.
       77 SW-EXISTE           PIC X.
       77 SW-FIN              PIC X.
       77 WCA-B               PIC 9(08).
       77 ENT-NRO             PIC 9(02).
       77 ENT-CON             PIC X(30).
       77 ENT-IMP             PIC 9(05)V99.
       77 ENT-PER             PIC X.
       77 ENT-DESDE           PIC 9(08).
       77 ENT-HASTA           PIC 9(08).
       77 ENT-DIA             PIC 9(02).
       77 WULT                PIC 9(06).
       77 IMP-ED              PIC ZZ.ZZ9,99.
       77 CANT-CARGADOS       PIC 9(04) VALUE 0.
      *-- UNA FECHA AAAAMMDD SE VALIDA POR PARTES -----------------*
       01 WFECHA-VAL.
          02 WVAL-AA          PIC 9(4).
          02 WVAL-MM          PIC 9(2).
          02 WVAL-DD          PIC 9(2).
       77 SW-FECHA            PIC X.

      *-- RENGLON DE LOS CONTRATOS YA CARGADOS DEL CLIENTE ---------*
       01 LINEA-CONTRATO.
          02 LC-NRO           PIC Z9.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LC-CON           PIC X(30).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LC-IMP           PIC ZZ.ZZ9,99.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LC-PER           PIC X.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LC-HASTA         PIC 9(8).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LC-ULT           PIC 9(6).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LC-EST           PIC X.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON CONTRATOS.
       ERROR-APERTURA.
           IF FSTABO NOT = "00"
              OPEN OUTPUT CONTRATOS
              CLOSE CONTRATOS
              OPEN I-O CONTRATOS
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "ABMCONT: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O CONTRATOS.

       PEDIR-CLIENTE.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CONTRATOS DE ABONO" LINE 02 POSITION 31
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CODIGO DE CLIENTE (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT WCA-B LINE 04 POSITION 35
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF WCA-B IS NOT NUMERIC
              MOVE 0 TO WCA-B
           END-IF.
           IF WCA-B = 0
              GO TO FIN
           END-IF.
           MOVE WCA-B TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 DISPLAY "CLIENTE INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CLIENTE
           END-READ.
           DISPLAY PAN LINE 04 POSITION 45.

       PEDIR-CONTRATO.
           PERFORM MOSTRAR-CONTRATOS THRU F-MOSTRAR-CONTRATOS.
           DISPLAY "NUMERO DE CONTRATO (0 = OTRO CLIENTE): "
              LINE 13 POSITION 05.
           ACCEPT ENT-NRO LINE 13 POSITION 45
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-NRO IS NOT NUMERIC
              MOVE 0 TO ENT-NRO
           END-IF.
           IF ENT-NRO = 0
              GO TO PEDIR-CLIENTE
           END-IF.
           MOVE WCA-B TO ABCA.
           MOVE ENT-NRO TO ABNRO.
           MOVE "N" TO SW-EXISTE.
           MOVE 0 TO WULT.
           READ CONTRATOS KEY IS ABCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO SW-EXISTE
                 MOVE ABULT TO WULT
           END-READ.
           IF SW-EXISTE = "S"
              DISPLAY "M=MODIFICA B=BAJA OTRA=VUELVE: "
                 LINE 14 POSITION 05
              ACCEPT OP-SN LINE 14 POSITION 37
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF OP-SN = "B" OR OP-SN = "b"
                 GO TO BAJA-CONTRATO
              END-IF
              IF OP-SN NOT = "M" AND OP-SN NOT = "m"
                 GO TO PEDIR-CONTRATO
              END-IF
           END-IF.
           DISPLAY "CONCEPTO A FACTURAR   : " LINE 15 POSITION 05.
           ACCEPT ENT-CON LINE 15 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-CON = SPACES
              GO TO PEDIR-CONTRATO
           END-IF.
           DISPLAY "IMPORTE POR PERIODO   : " LINE 16 POSITION 05.
           ACCEPT ENT-IMP LINE 16 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-IMP IS NOT NUMERIC
              MOVE 0 TO ENT-IMP
           END-IF.
           IF ENT-IMP = 0
              DISPLAY "IMPORTE INVALIDO - VERIFIQUE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CONTRATO
           END-IF.
           DISPLAY "PERIODICIDAD (M/B/A)  : " LINE 17 POSITION 05.
           ACCEPT ENT-PER LINE 17 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-PER = "m"
              MOVE "M" TO ENT-PER
           END-IF.
           IF ENT-PER = "b"
              MOVE "B" TO ENT-PER
           END-IF.
           IF ENT-PER = "a"
              MOVE "A" TO ENT-PER
           END-IF.
           IF ENT-PER NOT = "M" AND ENT-PER NOT = "B"
              AND ENT-PER NOT = "A"
              DISPLAY "PERIODICIDAD: M=MENSUAL B=BIMESTRAL A=ANUAL"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CONTRATO
           END-IF.
           DISPLAY "VIGENTE DESDE AAAAMMDD: " LINE 18 POSITION 05.
           ACCEPT ENT-DESDE LINE 18 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-DESDE IS NOT NUMERIC
              MOVE 0 TO ENT-DESDE
           END-IF.
           MOVE ENT-DESDE TO WFECHA-VAL.
           PERFORM VALIDAR-FECHA.
           IF SW-FECHA = "N"
              DISPLAY "FECHA DESDE INVALIDA - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CONTRATO
           END-IF.
           DISPLAY "HASTA (0 = SIN FIN)   : " LINE 19 POSITION 05.
           ACCEPT ENT-HASTA LINE 19 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-HASTA IS NOT NUMERIC
              MOVE 0 TO ENT-HASTA
           END-IF.
           IF ENT-HASTA NOT = 0
              MOVE ENT-HASTA TO WFECHA-VAL
              PERFORM VALIDAR-FECHA
              IF SW-FECHA = "N" OR ENT-HASTA < ENT-DESDE
                 DISPLAY "FECHA HASTA INVALIDA - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CONTRATO
              END-IF
           END-IF.
      *-- HASTA EL 28: EL DIA TIENE QUE EXISTIR EN TODOS LOS MESES -*
           DISPLAY "DIA DE FACTURACION    : " LINE 20 POSITION 05.
           ACCEPT ENT-DIA LINE 20 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-DIA IS NOT NUMERIC OR ENT-DIA = 0
              MOVE 1 TO ENT-DIA
           END-IF.
           IF ENT-DIA > 28
              DISPLAY "DIA DE FACTURACION ENTRE 1 Y 28 - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CONTRATO
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 21 POSITION 05.
           ACCEPT OP-SN LINE 21 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-CONTRATO
           END-IF.
           MOVE WCA-B TO ABCA.
           MOVE ENT-NRO TO ABNRO.
           MOVE ENT-CON TO ABCON.
           MOVE ENT-IMP TO ABIMP.
           MOVE ENT-PER TO ABPER.
           MOVE ENT-DESDE TO ABDESDE.
           MOVE ENT-HASTA TO ABHASTA.
           MOVE ENT-DIA TO ABDIA.
      *-- EL ULTIMO PERIODO FACTURADO SOLO LO MUEVE FACABON: ASI ---*
      *-- UNA MODIFICACION NO HACE FACTURAR DOS VECES EL MISMO MES -*
           MOVE WULT TO ABULT.
      *-- MODIFICAR UN CONTRATO DADO DE BAJA LO VUELVE A ACTIVAR ---*
           MOVE "V" TO ABEST.
           IF SW-EXISTE = "S"
              REWRITE R-ABO
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE R-ABO
                 INVALID KEY REWRITE R-ABO
              END-WRITE
           END-IF.
           ADD 1 TO CANT-CARGADOS.
           DISPLAY "CONTRATO GRABADO" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-CONTRATO.

       BAJA-CONTRATO.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 15 POSITION 05.
           ACCEPT OP-SN LINE 15 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              MOVE "B" TO ABEST
              REWRITE R-ABO
                 INVALID KEY CONTINUE
              END-REWRITE
              DISPLAY "CONTRATO DADO DE BAJA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.
           GO TO PEDIR-CONTRATO.

      *-- LISTA LOS CONTRATOS DEL CLIENTE (HASTA LA LINEA 12) ------*
       MOSTRAR-CONTRATOS.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CONTRATOS DE ABONO" LINE 02 POSITION 31
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CLIENTE: " LINE 04 POSITION 05.
           DISPLAY WCA-B LINE 04 POSITION 14.
           DISPLAY PAN LINE 04 POSITION 24.
           DISPLAY "NR CONCEPTO                          IMPORTE P "
              LINE 06 POSITION 05.
           DISPLAY "HASTA    ULTIMO E" LINE 06 POSITION 53.
           MOVE 6 TO L.
           MOVE WCA-B TO ABCA.
           MOVE 0 TO ABNRO.
           MOVE "N" TO SW-FIN.
           START CONTRATOS KEY IS NOT LESS THAN ABCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MOSTRAR-UN-CONTRATO THRU F-MOSTRAR-UN-CONTRATO
              UNTIL SW-FIN = "S".
       F-MOSTRAR-CONTRATOS.
           EXIT.

       MOSTRAR-UN-CONTRATO.
           READ CONTRATOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MOSTRAR-UN-CONTRATO
           END-IF.
           IF ABCA NOT = WCA-B
              MOVE "S" TO SW-FIN
              GO TO F-MOSTRAR-UN-CONTRATO
           END-IF.
           IF L = 12
              DISPLAY "(HAY MAS CONTRATOS)" LINE 12 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              MOVE "S" TO SW-FIN
              GO TO F-MOSTRAR-UN-CONTRATO
           END-IF.
           ADD 1 TO L.
           MOVE ABNRO TO LC-NRO.
           MOVE ABCON TO LC-CON.
           MOVE ABIMP TO LC-IMP.
           MOVE ABPER TO LC-PER.
           MOVE ABHASTA TO LC-HASTA.
           MOVE ABULT TO LC-ULT.
           MOVE ABEST TO LC-EST.
           DISPLAY LINEA-CONTRATO LINE L POSITION 05.
       F-MOSTRAR-UN-CONTRATO.
           EXIT.

       VALIDAR-FECHA.
           MOVE "S" TO SW-FECHA.
           IF WVAL-AA < 1990 OR WVAL-MM < 1 OR WVAL-MM > 12
              OR WVAL-DD < 1 OR WVAL-DD > 31
              MOVE "N" TO SW-FECHA
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
           GO TO PEDIR-CLIENTE.
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
           DISPLAY "ABMCONT: CONTRATOS GRABADOS = " CANT-CARGADOS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE PERSONA CONTRATOS.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
