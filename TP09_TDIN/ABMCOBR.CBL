      *** ABMCOBR - COBRADORES A DOMICILIO (COBRADOR.IND)          ***
      *** CODIGO, NOMBRE, DOMICILIO, TELEFONO, CUIT (MISMO DIGITO  ***
      *** VERIFICADOR QUE ABMPROV) Y LOS TRES PORCENTAJES DE       ***
      *** COMISION SOBRE LO COBRADO SEGUN LA ANTIGUEDAD DE LA      ***
      *** DEUDA: HASTA 30 DIAS DE VENCIDA, DE 31 A 90 Y MAS DE 90  ***
      *** (LOS LIQUIDA LIQCOBR) - LA BAJA NO BORRA: DEJA AL        ***
      *** COBRADOR EN "B" Y SOLO SE ADMITE SI YA NO TIENE CARTERA  ***
      *** ASIGNADA EN CARTCOB.IND (SE REASIGNA CON ASIGCOB)        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMCOBR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRADORES ASSIGN TO DISK "COBRADOR.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COCOD
           FILE STATUS IS FSTCBR.

      *-- SOLO PARA BLOQUEAR LA BAJA DE UN COBRADOR CON CARTERA ----*
           SELECT CARTERA ASSIGN TO DISK "CARTCOB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CACLAVE
           FILE STATUS IS FSTCAR.

       DATA DIVISION.
       FILE SECTION.
        FD COBRADORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS R-CBR.

         COPY COBRADOR.

        FD CARTERA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS R-CAR.

         COPY CARTCOB.

       WORKING-STORAGE SECTION.
       77 FSTCBR              PIC XX.
       77 FSTCAR              PIC XX.
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
       77 ENT-POR1            PIC 9(02)V99.
       77 ENT-POR2            PIC 9(02)V99.
       77 ENT-POR3            PIC 9(02)V99.
       77 POR-ED              PIC Z9,99.
       77 CANT-CARTERA        PIC 9(05).
       77 CANT-CARGADOS       PIC 9(04) VALUE 0.
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
       USE AFTER ERROR PROCEDURE ON COBRADORES.
       ERROR-APERTURA.
           IF FSTCBR NOT = "00"
              OPEN OUTPUT COBRADORES
              CLOSE COBRADORES
              OPEN I-O COBRADORES
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN I-O COBRADORES.

       PEDIR-COBRADOR.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "COBRADORES A DOMICILIO" LINE 02 POSITION 29
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CODIGO DE COBRADOR (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-COD LINE 04 POSITION 36
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
           MOVE ENT-COD TO COCOD.
           MOVE "N" TO SW-EXISTE.
           READ COBRADORES KEY IS COCOD
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO SW-EXISTE
           END-READ.
           IF SW-EXISTE = "S"
              DISPLAY "NOMBRE      : " LINE 06 POSITION 05
              DISPLAY CONOM LINE 06 POSITION 20
              DISPLAY "DOMICILIO   : " LINE 07 POSITION 05
              DISPLAY CODOM LINE 07 POSITION 20
              DISPLAY "TELEFONO    : " LINE 08 POSITION 05
              DISPLAY COTEL LINE 08 POSITION 20
              DISPLAY "CUIT        : " LINE 09 POSITION 05
              DISPLAY COCUIT LINE 09 POSITION 20
              DISPLAY "COMISION %  : " LINE 10 POSITION 05
              MOVE COPOR1 TO POR-ED
              DISPLAY POR-ED LINE 10 POSITION 20
              MOVE COPOR2 TO POR-ED
              DISPLAY POR-ED LINE 10 POSITION 27
              MOVE COPOR3 TO POR-ED
              DISPLAY POR-ED LINE 10 POSITION 34
              IF COBR-BAJA
                 DISPLAY "(DADO DE BAJA)" LINE 10 POSITION 42
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
                 GO TO BAJA-COBRADOR
              END-IF
              IF OP-SN NOT = "M" AND OP-SN NOT = "m"
                 GO TO PEDIR-COBRADOR
              END-IF
           END-IF.
           DISPLAY "NOMBRE Y APELLIDO     : " LINE 13 POSITION 05.
           ACCEPT ENT-NOM LINE 13 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-NOM = SPACES
              GO TO PEDIR-COBRADOR
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
              GO TO PEDIR-COBRADOR
           END-IF.
      *-- LA COMISION ES UN PORCENTAJE SOBRE LO EFECTIVAMENTE ------*
      *-- COBRADO, MAYOR CUANTO MAS VIEJA ES LA DEUDA (VER LIQCOBR) *
           DISPLAY "COMISION % HASTA 30 D.: " LINE 17 POSITION 05.
           ACCEPT ENT-POR1 LINE 17 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-POR1 IS NOT NUMERIC
              MOVE 0 TO ENT-POR1
           END-IF.
           DISPLAY "COMISION % 31 A 90 D. : " LINE 18 POSITION 05.
           ACCEPT ENT-POR2 LINE 18 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-POR2 IS NOT NUMERIC
              MOVE 0 TO ENT-POR2
           END-IF.
           DISPLAY "COMISION % MAS DE 90 D: " LINE 19 POSITION 05.
           ACCEPT ENT-POR3 LINE 19 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-POR3 IS NOT NUMERIC
              MOVE 0 TO ENT-POR3
           END-IF.
           IF ENT-POR1 > 50 OR ENT-POR2 > 50 OR ENT-POR3 > 50
              DISPLAY "COMISION FUERA DE RANGO (HASTA 50%) - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-COBRADOR
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 20 POSITION 05.
           ACCEPT OP-SN LINE 20 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-COBRADOR
           END-IF.
           MOVE ENT-COD TO COCOD.
           MOVE ENT-NOM TO CONOM.
           MOVE ENT-DOM TO CODOM.
           MOVE ENT-TEL TO COTEL.
           MOVE ENT-CUIT TO COCUIT.
           MOVE ENT-POR1 TO COPOR1.
           MOVE ENT-POR2 TO COPOR2.
           MOVE ENT-POR3 TO COPOR3.
      *-- MODIFICAR UN COBRADOR DADO DE BAJA LO VUELVE A ACTIVAR ---*
           MOVE "A" TO COEST.
           IF SW-EXISTE = "S"
              REWRITE R-CBR
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE R-CBR
                 INVALID KEY REWRITE R-CBR
              END-WRITE
           END-IF.
           ADD 1 TO CANT-CARGADOS.
           DISPLAY "COBRADOR GRABADO" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-COBRADOR.

      *-- LA BAJA SOLO PROCEDE SI YA NO TIENE CARTERA: SUS CLIENTES *
      *-- Y LOCALIDADES SE PASAN ANTES A OTRO COBRADOR -------------*
       BAJA-COBRADOR.
           PERFORM VERIFICAR-CARTERA THRU F-VERIFICAR-CARTERA.
           IF SW-REF = "S"
              DISPLAY "EL COBRADOR TIENE CARTERA ASIGNADA: "
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY CANT-CARTERA LINE 22 POSITION 42
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-COBRADOR
           END-IF.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 13 POSITION 05.
           ACCEPT OP-SN LINE 13 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              MOVE "B" TO COEST
              REWRITE R-CBR
                 INVALID KEY CONTINUE
              END-REWRITE
              DISPLAY "COBRADOR DADO DE BAJA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.
           GO TO PEDIR-COBRADOR.

       VERIFICAR-CARTERA.
           MOVE "N" TO SW-REF.
           MOVE 0 TO CANT-CARTERA.
           OPEN INPUT CARTERA.
           IF FSTCAR NOT = "00"
              GO TO F-VERIFICAR-CARTERA
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM MIRAR-CARTERA THRU F-MIRAR-CARTERA
              UNTIL SW-FIN = "S".
           CLOSE CARTERA.
           IF CANT-CARTERA > 0
              MOVE "S" TO SW-REF
           END-IF.
       F-VERIFICAR-CARTERA.
           EXIT.

       MIRAR-CARTERA.
           READ CARTERA NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF CACOB = ENT-COD
                 ADD 1 TO CANT-CARTERA
              END-IF
           END-IF.
       F-MIRAR-CARTERA.
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
           GO TO PEDIR-COBRADOR.
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
           DISPLAY "ABMCOBR: COBRADORES GRABADOS = " CANT-CARGADOS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE COBRADORES.
           EXIT PROGRAM.
