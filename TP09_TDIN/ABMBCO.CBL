      *** ABMBCO - CUENTAS BANCARIAS PROPIAS (CTABCO.IND)          ***
      *** CODIGO INTERNO, BANCO, NUMERO DE CUENTA, SI ES LA CUENTA ***
      *** RECAUDADORA (LA QUE RECIBE LOS DEPOSITOS DE CARGADEP -   ***
      *** UNA SOLA), SALDO INICIAL DEL LIBRO BANCO A UNA FECHA Y   ***
      *** LA CHEQUERA EN USO (DESDE, HASTA Y PROXIMO NUMERO) - AL  ***
      *** CAMBIAR DE CHEQUERA EL PROXIMO VUELVE AL PRIMER NUMERO - ***
      *** LA BAJA SE BLOQUEA SI LA CUENTA TIENE CHEQUES EMITIDOS   ***
      *** EN CHEQPRO.IND                                           ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMBCO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO DISK "CTABCO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CBCOD
           FILE STATUS IS FSTCTB.

      *-- SOLO PARA BLOQUEAR LA BAJA DE UNA CUENTA CON CHEQUES -----*
           SELECT CHEQUES-PROPIOS ASSIGN TO DISK "CHEQPRO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPCLAVE
           ALTERNATE RECORD KEY IS CPPAGO DUPLICATES
           FILE STATUS IS FSTCHP.

       DATA DIVISION.
       FILE SECTION.
        FD CUENTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS R-CTB.

         COPY CTABCO.

        FD CHEQUES-PROPIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-CHP.

         COPY CHEQPRO.

       WORKING-STORAGE SECTION.
       77 FSTCTB              PIC XX.
       77 FSTCHP              PIC XX.
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
       77 ENT-COD             PIC 9(02).
       77 ENT-BCO             PIC 9(03).
       77 ENT-DESC            PIC X(30).
       77 ENT-NROCTA          PIC X(20).
       77 ENT-RECAU           PIC X.
       77 ENT-FSDO            PIC 9(08).
       77 ENT-SDOINI          PIC S9(09)V99.
       77 ENT-CHDES           PIC 9(08).
       77 ENT-CHHAS           PIC 9(08).
       77 ENT-CHPROX          PIC 9(08).
       77 ANT-CHDES           PIC 9(08).
       77 ANT-CHHAS           PIC 9(08).
       77 ANT-CHPROX          PIC 9(08).
       77 WTOPE-CH            PIC 9(09).
       77 SDO-ED              PIC -ZZZ.ZZZ.ZZ9,99.
       77 CANT-CARGADOS       PIC 9(04) VALUE 0.

       01 WFECHA-HOY          PIC 9(8).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON CUENTAS.
       ERROR-APERTURA.
           IF FSTCTB NOT = "00"
              OPEN OUTPUT CUENTAS
              CLOSE CUENTAS
              OPEN I-O CUENTAS
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN I-O CUENTAS.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       PEDIR-CUENTA.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CUENTAS BANCARIAS PROPIAS" LINE 02 POSITION 28
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CODIGO DE CUENTA (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-COD LINE 04 POSITION 34
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
           MOVE ENT-COD TO CBCOD.
           MOVE "N" TO SW-EXISTE.
           MOVE 0 TO ANT-CHDES ANT-CHHAS ANT-CHPROX.
           READ CUENTAS KEY IS CBCOD
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO SW-EXISTE
           END-READ.
           IF SW-EXISTE = "S"
              MOVE CBCHDES TO ANT-CHDES
              MOVE CBCHHAS TO ANT-CHHAS
              MOVE CBCHPROX TO ANT-CHPROX
              DISPLAY "BANCO       : " LINE 06 POSITION 05
              DISPLAY CBBCO LINE 06 POSITION 20
              DISPLAY CBDESC LINE 06 POSITION 25
              DISPLAY "CUENTA NRO  : " LINE 07 POSITION 05
              DISPLAY CBNROCTA LINE 07 POSITION 20
              DISPLAY "RECAUDADORA : " LINE 07 POSITION 45
              DISPLAY CBRECAU LINE 07 POSITION 60
              MOVE CBSDOINI TO SDO-ED
              DISPLAY "SALDO AL    : " LINE 08 POSITION 05
              DISPLAY CBFSDO LINE 08 POSITION 20
              DISPLAY SDO-ED LINE 08 POSITION 30
              DISPLAY "CHEQUERA    : " LINE 09 POSITION 05
              DISPLAY CBCHDES LINE 09 POSITION 20
              DISPLAY "AL" LINE 09 POSITION 29
              DISPLAY CBCHHAS LINE 09 POSITION 32
              DISPLAY "PROXIMO: " LINE 09 POSITION 42
              DISPLAY CBCHPROX LINE 09 POSITION 51
              DISPLAY "M=MODIFICA B=BAJA OTRA=VUELVE: "
                 LINE 11 POSITION 05
              ACCEPT OP-SN LINE 11 POSITION 37
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF OP-SN = "B" OR OP-SN = "b"
                 GO TO BAJA-CUENTA
              END-IF
              IF OP-SN NOT = "M" AND OP-SN NOT = "m"
                 GO TO PEDIR-CUENTA
              END-IF
           END-IF.
           DISPLAY "CODIGO DE BANCO       : " LINE 13 POSITION 05.
           ACCEPT ENT-BCO LINE 13 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-BCO IS NOT NUMERIC
              MOVE 0 TO ENT-BCO
           END-IF.
           DISPLAY "BANCO / DESCRIPCION   : " LINE 14 POSITION 05.
           ACCEPT ENT-DESC LINE 14 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-DESC = SPACES
              GO TO PEDIR-CUENTA
           END-IF.
           DISPLAY "NUMERO DE CUENTA      : " LINE 15 POSITION 05.
           ACCEPT ENT-NROCTA LINE 15 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "RECAUDADORA (S/N)     : " LINE 16 POSITION 05.
           ACCEPT ENT-RECAU LINE 16 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-RECAU = "s"
              MOVE "S" TO ENT-RECAU
           END-IF.
           IF ENT-RECAU NOT = "S"
              MOVE "N" TO ENT-RECAU
           END-IF.
           DISPLAY "SALDO INICIAL AL (AAAAMMDD - 0 = HOY): "
              LINE 17 POSITION 05.
           ACCEPT ENT-FSDO LINE 17 POSITION 45
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-FSDO IS NOT NUMERIC OR ENT-FSDO = 0
              MOVE WFECHA-HOY TO ENT-FSDO
           END-IF.
           DISPLAY "SALDO INICIAL         : " LINE 18 POSITION 05.
           ACCEPT ENT-SDOINI LINE 18 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-SDOINI IS NOT NUMERIC
              MOVE 0 TO ENT-SDOINI
           END-IF.
           DISPLAY "CHEQUERA DESDE / HASTA: " LINE 19 POSITION 05.
           ACCEPT ENT-CHDES LINE 19 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           ACCEPT ENT-CHHAS LINE 19 POSITION 39
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-CHDES IS NOT NUMERIC
              MOVE 0 TO ENT-CHDES
           END-IF.
           IF ENT-CHHAS IS NOT NUMERIC
              MOVE 0 TO ENT-CHHAS
           END-IF.
           IF ENT-CHHAS < ENT-CHDES
              DISPLAY "RANGO DE CHEQUERA INVALIDO - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CUENTA
           END-IF.
      *-- MISMA CHEQUERA: SIGUE EL PROXIMO; CHEQUERA NUEVA: -------*
      *-- ARRANCA DEL PRIMER NUMERO --------------------------------*
           IF ENT-CHDES = ANT-CHDES AND ENT-CHHAS = ANT-CHHAS
              MOVE ANT-CHPROX TO ENT-CHPROX
           ELSE
              MOVE ENT-CHDES TO ENT-CHPROX
           END-IF.
           DISPLAY "PROXIMO CHEQUE A EMITIR: " LINE 20 POSITION 05.
           DISPLAY ENT-CHPROX LINE 20 POSITION 31.
           ACCEPT ENT-CHPROX LINE 20 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-CHPROX IS NOT NUMERIC
              MOVE ENT-CHDES TO ENT-CHPROX
           END-IF.
           COMPUTE WTOPE-CH = ENT-CHHAS + 1.
           IF ENT-CHDES > 0
              IF ENT-CHPROX < ENT-CHDES OR ENT-CHPROX > WTOPE-CH
                 DISPLAY "PROXIMO CHEQUE FUERA DE LA CHEQUERA"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CUENTA
              END-IF
           END-IF.
           IF ENT-RECAU = "S"
              PERFORM VERIFICAR-RECAUDADORA THRU
                 F-VERIFICAR-RECAUDADORA
              IF SW-REF = "S"
                 DISPLAY "YA HAY OTRA CUENTA RECAUDADORA - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CUENTA
              END-IF
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 21 POSITION 05.
           ACCEPT OP-SN LINE 21 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-CUENTA
           END-IF.
           MOVE ENT-COD TO CBCOD.
           MOVE ENT-BCO TO CBBCO.
           MOVE ENT-DESC TO CBDESC.
           MOVE ENT-NROCTA TO CBNROCTA.
           MOVE ENT-RECAU TO CBRECAU.
           MOVE ENT-FSDO TO CBFSDO.
           MOVE ENT-SDOINI TO CBSDOINI.
           MOVE ENT-CHDES TO CBCHDES.
           MOVE ENT-CHHAS TO CBCHHAS.
           MOVE ENT-CHPROX TO CBCHPROX.
           IF SW-EXISTE = "S"
              REWRITE R-CTB
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE R-CTB
                 INVALID KEY REWRITE R-CTB
              END-WRITE
           END-IF.
           ADD 1 TO CANT-CARGADOS.
           DISPLAY "CUENTA GRABADA" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-CUENTA.

      *-- LA BAJA SOLO PROCEDE SI LA CUENTA NO EMITIO CHEQUES ------*
       BAJA-CUENTA.
           PERFORM VERIFICAR-CHEQUES THRU F-VERIFICAR-CHEQUES.
           IF SW-REF = "S"
              DISPLAY "LA CUENTA TIENE CHEQUES EMITIDOS - NO SE BORRA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CUENTA
           END-IF.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 13 POSITION 05.
           ACCEPT OP-SN LINE 13 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              MOVE ENT-COD TO CBCOD
              DELETE CUENTAS
                 INVALID KEY CONTINUE
              END-DELETE
              DISPLAY "CUENTA DADA DE BAJA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.
           GO TO PEDIR-CUENTA.

       VERIFICAR-CHEQUES.
           MOVE "N" TO SW-REF.
           OPEN INPUT CHEQUES-PROPIOS.
           IF FSTCHP NOT = "00"
              GO TO F-VERIFICAR-CHEQUES
           END-IF.
           MOVE ENT-COD TO CPCTA.
           MOVE 0 TO CPNRO.
           START CHEQUES-PROPIOS KEY IS NOT LESS THAN CPCLAVE
              INVALID KEY
                 CLOSE CHEQUES-PROPIOS
                 GO TO F-VERIFICAR-CHEQUES
           END-START.
           READ CHEQUES-PROPIOS NEXT RECORD
              AT END MOVE 0 TO CPCTA
           END-READ.
           IF CPCTA = ENT-COD
              MOVE "S" TO SW-REF
           END-IF.
           CLOSE CHEQUES-PROPIOS.
       F-VERIFICAR-CHEQUES.
           EXIT.

      *-- RECORRE LAS OTRAS CUENTAS BUSCANDO OTRA RECAUDADORA ------*
       VERIFICAR-RECAUDADORA.
           MOVE "N" TO SW-REF.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO CBCOD.
           START CUENTAS KEY IS NOT LESS THAN CBCOD
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-CUENTA THRU F-MIRAR-CUENTA
              UNTIL SW-FIN = "S".
       F-VERIFICAR-RECAUDADORA.
           EXIT.

       MIRAR-CUENTA.
           READ CUENTAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF CBCOD NOT = ENT-COD AND CTB-RECAUDADORA
                 MOVE "S" TO SW-REF
                 MOVE "S" TO SW-FIN
              END-IF
           END-IF.
       F-MIRAR-CUENTA.
           EXIT.

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
           GO TO PEDIR-CUENTA.
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
           DISPLAY "ABMBCO: CUENTAS GRABADAS = " CANT-CARGADOS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE CUENTAS.
           EXIT PROGRAM.
