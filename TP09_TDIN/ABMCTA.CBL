      *** ABMCTA - MAESTRO DEL PLAN DE CUENTAS (PLANCTA.IND)        ***
      *** CODIGO DE SEIS DIGITOS, NOMBRE, TIPO (ACTIVO, PASIVO,    ***
      *** PATRIMONIO NETO, INGRESO, EGRESO) E IMPUTABLE S/N - LA   ***
      *** BAJA SE BLOQUEA SI LA CUENTA TIENE ASIENTOS EN EL DIARIO ***
      *** (ASIENTO.IND) O FIGURA EN LA TABLA DE IMPUTACION         ***
      *** (IMPCONT.IND, VER ABMIMPC)                               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMCTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO DISK "PLANCTA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTCOD
           FILE STATUS IS FSTCTA.

      *-- SOLO PARA BLOQUEAR LA BAJA DE UNA CUENTA EN USO ----------*
           SELECT ASIENTOS ASSIGN TO DISK "ASIENTO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ASCLAVE
           ALTERNATE RECORD KEY IS ASCTA DUPLICATES
           FILE STATUS IS FSTASI.

           SELECT IMPUTACIONES ASSIGN TO DISK "IMPCONT.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ICCOD
           FILE STATUS IS FSTIMC.

       DATA DIVISION.
       FILE SECTION.
        FD CUENTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS R-CTA.

         COPY PLANCTA.

        FD ASIENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS R-ASI.

         COPY ASIENTO.

        FD IMPUTACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS R-IMC.

         COPY IMPCONT.

       WORKING-STORAGE SECTION.
       77 FSTCTA              PIC XX.
       77 FSTASI              PIC XX.
       77 FSTIMC              PIC XX.
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
       77 ENT-COD             PIC 9(06).
       77 ENT-NOM             PIC X(30).
       77 ENT-TIPO            PIC X.
       77 ENT-IMPU            PIC X.
       77 CANT-CARGADAS       PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON CUENTAS.
       ERROR-APERTURA.
           IF FSTCTA NOT = "00"
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

       PEDIR-CUENTA.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "PLAN DE CUENTAS" LINE 02 POSITION 32
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CODIGO DE CUENTA (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-COD LINE 04 POSITION 34
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-COD IS NOT NUMERIC OR ENT-COD = 0
              GO TO FIN
           END-IF.
           MOVE ENT-COD TO CTCOD.
           MOVE "N" TO SW-EXISTE.
           READ CUENTAS KEY IS CTCOD
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO SW-EXISTE
           END-READ.
           IF SW-EXISTE = "S"
              DISPLAY "NOMBRE    : " LINE 06 POSITION 05
              DISPLAY CTNOM LINE 06 POSITION 18
              DISPLAY "TIPO      : " LINE 07 POSITION 05
              DISPLAY CTTIPO LINE 07 POSITION 18
              DISPLAY "IMPUTABLE : " LINE 08 POSITION 05
              DISPLAY CTIMPU LINE 08 POSITION 18
              DISPLAY "M=MODIFICA B=BAJA OTRA=VUELVE: "
                 LINE 10 POSITION 05
              ACCEPT OP-SN LINE 10 POSITION 37
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
           DISPLAY "NOMBRE    : " LINE 12 POSITION 05.
           ACCEPT ENT-NOM LINE 12 POSITION 18
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-NOM = SPACES
              GO TO PEDIR-CUENTA
           END-IF.
           DISPLAY "TIPO (A=ACTIVO P=PASIVO N=PATRIMONIO I=INGRESO "
              LINE 13 POSITION 05.
           DISPLAY "      E=EGRESO): " LINE 14 POSITION 05.
           ACCEPT ENT-TIPO LINE 14 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-TIPO NOT = "A" AND ENT-TIPO NOT = "P" AND
              ENT-TIPO NOT = "N" AND ENT-TIPO NOT = "I" AND
              ENT-TIPO NOT = "E"
              DISPLAY "TIPO DE CUENTA INVALIDO - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CUENTA
           END-IF.
           DISPLAY "IMPUTABLE (S/N): " LINE 15 POSITION 05.
           ACCEPT ENT-IMPU LINE 15 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-IMPU = "s"
              MOVE "S" TO ENT-IMPU
           END-IF.
           IF ENT-IMPU NOT = "S"
              MOVE "N" TO ENT-IMPU
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 17 POSITION 05.
           ACCEPT OP-SN LINE 17 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-CUENTA
           END-IF.
           MOVE ENT-COD TO CTCOD.
           MOVE ENT-NOM TO CTNOM.
           MOVE ENT-TIPO TO CTTIPO.
           MOVE ENT-IMPU TO CTIMPU.
           IF SW-EXISTE = "S"
              REWRITE R-CTA
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE R-CTA
                 INVALID KEY REWRITE R-CTA
              END-WRITE
           END-IF.
           ADD 1 TO CANT-CARGADAS.
           DISPLAY "CUENTA GRABADA" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-CUENTA.

      *-- LA BAJA SOLO PROCEDE SI NINGUN ASIENTO NI NINGUNA --------*
      *-- IMPUTACION REFERENCIA LA CUENTA --------------------------*
       BAJA-CUENTA.
           PERFORM VERIFICAR-ASIENTOS THRU F-VERIFICAR-ASIENTOS.
           IF SW-REF = "N"
              PERFORM VERIFICAR-IMPUTACIONES THRU
                 F-VERIFICAR-IMPUTACIONES
           END-IF.
           IF SW-REF = "S"
              DISPLAY "LA CUENTA ESTA EN USO - NO SE BORRA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CUENTA
           END-IF.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 17 POSITION 05.
           ACCEPT OP-SN LINE 17 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              DELETE CUENTAS
                 INVALID KEY CONTINUE
              END-DELETE
              DISPLAY "CUENTA DADA DE BAJA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.
           GO TO PEDIR-CUENTA.

       VERIFICAR-ASIENTOS.
           MOVE "N" TO SW-REF.
           OPEN INPUT ASIENTOS.
           IF FSTASI NOT = "00"
              GO TO F-VERIFICAR-ASIENTOS
           END-IF.
           MOVE ENT-COD TO ASCTA.
           READ ASIENTOS KEY IS ASCTA
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO SW-REF
           END-READ.
           CLOSE ASIENTOS.
       F-VERIFICAR-ASIENTOS.
           EXIT.

       VERIFICAR-IMPUTACIONES.
           OPEN INPUT IMPUTACIONES.
           IF FSTIMC NOT = "00"
              GO TO F-VERIFICAR-IMPUTACIONES
           END-IF.
           MOVE "N" TO SW-FIN.
           MOVE LOW-VALUES TO ICCOD.
           START IMPUTACIONES KEY IS NOT LESS THAN ICCOD
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-IMPUTACION THRU F-MIRAR-IMPUTACION
              UNTIL SW-FIN = "S".
           CLOSE IMPUTACIONES.
       F-VERIFICAR-IMPUTACIONES.
           EXIT.

       MIRAR-IMPUTACION.
           READ IMPUTACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF ICDEBE = ENT-COD OR ICHABER = ENT-COD OR
                 ICIVA = ENT-COD
                 MOVE "S" TO SW-REF
                 MOVE "S" TO SW-FIN
              END-IF
           END-IF.
       F-MIRAR-IMPUTACION.
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
           DISPLAY "ABMCTA: CUENTAS GRABADAS = " CANT-CARGADAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE CUENTAS.
           EXIT PROGRAM.
