      *** ABMAGE - AGENCIAS DE COBRANZA Y ESTUDIOS (AGENCIA.IND)   ***
      *** CODIGO, NOMBRE, DOMICILIO, TELEFONO, CUIT (MISMO DIGITO  ***
      *** VERIFICADOR QUE ABMPROV) Y PORCENTAJE DE COMISION SOBRE  ***
      *** LO COBRADO - LA BAJA NO BORRA: DEJA LA AGENCIA EN "B"    ***
      *** PARA QUE DERIVAR NO LE MANDE CUENTAS NUEVAS, Y SOLO SE   ***
      *** ADMITE SI NO TIENE CUENTAS DERIVADAS ACTIVAS EN          ***
      *** DERIVA.IND (LAS QUE TENGA LAS SIGUE RINDIENDO)           ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMAGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCIAS ASSIGN TO DISK "AGENCIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AGCOD
           FILE STATUS IS FSTAGE.

      *-- SOLO PARA BLOQUEAR LA BAJA DE UNA AGENCIA CON CUENTAS ----*
           SELECT DERIVACIONES ASSIGN TO DISK "DERIVA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DVCLAVE
           FILE STATUS IS FSTDRV.

       DATA DIVISION.
       FILE SECTION.
        FD AGENCIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS R-AGE.

         COPY AGENCIA.

        FD DERIVACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS R-DRV.

         COPY DERIVA.

       WORKING-STORAGE SECTION.
       77 FSTAGE              PIC XX.
       77 FSTDRV              PIC XX.
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
       77 SW-REF              PIC X.
       77 SW-FIN              PIC X.
       77 ENT-COD             PIC 9(03).
       77 ENT-NOM             PIC X(30).
       77 ENT-DOM             PIC X(30).
       77 ENT-TEL             PIC X(15).
       77 ENT-CUIT            PIC 9(11).
       77 ENT-COM             PIC 9(02)V99.
       77 COM-ED              PIC Z9,99.
       77 CANT-DERIV          PIC 9(05).
       77 CANT-CARGADAS       PIC 9(04) VALUE 0.
      *-- VALIDACION DEL DIGITO VERIFICADOR DEL CUIT (PESOS --------*
      *-- 5432765432 SOBRE LOS PRIMEROS DIEZ DIGITOS, COMO EN ------*
      *-- ABMPROV) -------------------------------------------------*
       77 CUIT-POS            PIC 99.
       77 CUIT-SUMA           PIC 9(4).
       77 CUIT-COC            PIC 9(4).
       77 CUIT-RESTO          PIC 99.
       77 CUIT-DV             PIC 99.
       77 SW-CUIT             PIC X.
       01 WCUIT.
          02 WCUIT-DIG OCCURS 11 TIMES PIC 9.
       01 TABLA-PESOS-CUIT.
          02 FILLER PIC X(10) VALUE "5432765432".
       01 R-TABLA-PESOS REDEFINES TABLA-PESOS-CUIT.
          02 PESO-CUIT OCCURS 10 TIMES PIC 9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON AGENCIAS.
       ERROR-APERTURA.
           IF FSTAGE NOT = "00"
              OPEN OUTPUT AGENCIAS
              CLOSE AGENCIAS
              OPEN I-O AGENCIAS
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN I-O AGENCIAS.

       PEDIR-AGENCIA.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "AGENCIAS DE COBRANZA" LINE 02 POSITION 30
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CODIGO DE AGENCIA (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-COD LINE 04 POSITION 35
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-COD IS NOT NUMERIC
              MOVE 0 TO ENT-COD
           END-IF.
           IF ENT-COD = 0
              GO TO FIN
           END-IF.
           MOVE ENT-COD TO AGCOD.
           MOVE "N" TO SW-EXISTE.
           READ AGENCIAS KEY IS AGCOD
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO SW-EXISTE
           END-READ.
           IF SW-EXISTE = "S"
              DISPLAY "NOMBRE      : " LINE 06 POSITION 05
              DISPLAY AGNOM LINE 06 POSITION 20
              DISPLAY "DOMICILIO   : " LINE 07 POSITION 05
              DISPLAY AGDOM LINE 07 POSITION 20
              DISPLAY "TELEFONO    : " LINE 08 POSITION 05
              DISPLAY AGTEL LINE 08 POSITION 20
              DISPLAY "CUIT        : " LINE 09 POSITION 05
              DISPLAY AGCUIT LINE 09 POSITION 20
              MOVE AGCOM TO COM-ED
              DISPLAY "COMISION %  : " LINE 10 POSITION 05
              DISPLAY COM-ED LINE 10 POSITION 20
              IF AGE-BAJA
                 DISPLAY "(DADA DE BAJA)" LINE 10 POSITION 30
                    CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              END-IF
              DISPLAY "M=MODIFICA B=BAJA OTRA=VUELVE: "
                 LINE 11 POSITION 05
              ACCEPT OP-SN LINE 11 POSITION 37
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF OP-SN = "B" OR OP-SN = "b"
                 GO TO BAJA-AGENCIA
              END-IF
              IF OP-SN NOT = "M" AND OP-SN NOT = "m"
                 GO TO PEDIR-AGENCIA
              END-IF
           END-IF.
           DISPLAY "NOMBRE O RAZON SOCIAL : " LINE 13 POSITION 05.
           ACCEPT ENT-NOM LINE 13 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-NOM = SPACES
              GO TO PEDIR-AGENCIA
           END-IF.
           DISPLAY "DOMICILIO             : " LINE 14 POSITION 05.
           ACCEPT ENT-DOM LINE 14 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "TELEFONO              : " LINE 15 POSITION 05.
           ACCEPT ENT-TEL LINE 15 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "CUIT (0 = SIN CUIT)   : " LINE 16 POSITION 05.
           ACCEPT ENT-CUIT LINE 16 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-CUIT IS NOT NUMERIC
              MOVE 0 TO ENT-CUIT
           END-IF.
           PERFORM VALIDAR-CUIT.
           IF SW-CUIT = "N"
              DISPLAY "CUIT CON DIGITO VERIFICADOR INVALIDO"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-AGENCIA
           END-IF.
      *-- LA COMISION ES UN PORCENTAJE SOBRE LO QUE LA AGENCIA -----*
      *-- COBRA (VER RENDAGE) --------------------------------------*
           DISPLAY "COMISION % (99,99)    : " LINE 17 POSITION 05.
           ACCEPT ENT-COM LINE 17 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-COM IS NOT NUMERIC
              MOVE 0 TO ENT-COM
           END-IF.
           IF ENT-COM > 50
              DISPLAY "COMISION FUERA DE RANGO (HASTA 50%) - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-AGENCIA
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 19 POSITION 05.
           ACCEPT OP-SN LINE 19 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-AGENCIA
           END-IF.
           MOVE ENT-COD TO AGCOD.
           MOVE ENT-NOM TO AGNOM.
           MOVE ENT-DOM TO AGDOM.
           MOVE ENT-TEL TO AGTEL.
           MOVE ENT-CUIT TO AGCUIT.
           MOVE ENT-COM TO AGCOM.
      *-- MODIFICAR UNA AGENCIA DADA DE BAJA LA VUELVE A ACTIVAR ---*
           MOVE "A" TO AGEST.
           IF SW-EXISTE = "S"
              REWRITE R-AGE
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE R-AGE
                 INVALID KEY REWRITE R-AGE
              END-WRITE
           END-IF.
           ADD 1 TO CANT-CARGADAS.
           DISPLAY "AGENCIA GRABADA" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-AGENCIA.

      *-- LA BAJA SOLO PROCEDE SI NO LE QUEDAN CUENTAS ACTIVAS -----*
       BAJA-AGENCIA.
           PERFORM VERIFICAR-DERIVACIONES THRU F-VERIFICAR-DERIVACIONES.
           IF SW-REF = "S"
              DISPLAY "LA AGENCIA TIENE CUENTAS DERIVADAS ACTIVAS: "
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY CANT-DERIV LINE 22 POSITION 50
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-AGENCIA
           END-IF.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 13 POSITION 05.
           ACCEPT OP-SN LINE 13 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              MOVE "B" TO AGEST
              REWRITE R-AGE
                 INVALID KEY CONTINUE
              END-REWRITE
              DISPLAY "AGENCIA DADA DE BAJA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.
           GO TO PEDIR-AGENCIA.

       VERIFICAR-DERIVACIONES.
           MOVE "N" TO SW-REF.
           MOVE 0 TO CANT-DERIV.
           OPEN INPUT DERIVACIONES.
           IF FSTDRV NOT = "00"
              GO TO F-VERIFICAR-DERIVACIONES
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM MIRAR-DERIVACION THRU F-MIRAR-DERIVACION
              UNTIL SW-FIN = "S".
           CLOSE DERIVACIONES.
           IF CANT-DERIV > 0
              MOVE "S" TO SW-REF
           END-IF.
       F-VERIFICAR-DERIVACIONES.
           EXIT.

       MIRAR-DERIVACION.
           READ DERIVACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF DVAGE = ENT-COD AND DRV-ACTIVA
                 ADD 1 TO CANT-DERIV
              END-IF
           END-IF.
       F-MIRAR-DERIVACION.
           EXIT.

       VALIDAR-CUIT.
           MOVE "S" TO SW-CUIT.
           IF ENT-CUIT NOT = 0
              MOVE ENT-CUIT TO WCUIT
              MOVE 0 TO CUIT-SUMA
              MOVE 1 TO CUIT-POS
              PERFORM SUMAR-PESO-CUIT UNTIL CUIT-POS > 10
              DIVIDE CUIT-SUMA BY 11 GIVING CUIT-COC
                 REMAINDER CUIT-RESTO
              COMPUTE CUIT-DV = 11 - CUIT-RESTO
              IF CUIT-DV = 11
                 MOVE 0 TO CUIT-DV
              END-IF
              IF CUIT-DV = 10 OR WCUIT-DIG(11) NOT = CUIT-DV
                 MOVE "N" TO SW-CUIT
              END-IF
           END-IF.

       SUMAR-PESO-CUIT.
           COMPUTE CUIT-SUMA = CUIT-SUMA
              + WCUIT-DIG(CUIT-POS) * PESO-CUIT(CUIT-POS).
           ADD 1 TO CUIT-POS.

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
           GO TO PEDIR-AGENCIA.
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
           DISPLAY "ABMAGE: AGENCIAS GRABADAS = " CANT-CARGADAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE AGENCIAS.
           EXIT PROGRAM.
