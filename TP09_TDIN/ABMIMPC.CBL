      *** ABMIMPC - TABLA DE IMPUTACION CONTABLE (IMPCONT.IND)      ***
      *** PARA CADA TIPO DE OPERACION (FACT, REC1..REC8, NCR, NDB, ***
      *** PRVF, PRVN, PRVO, PRVC, PRVT, PRVD, PRVE, PRVR, PRVA,    ***
      *** PRVP, SUEL, SUEC, SUEA, SUEO, SUEG, SUEP, INCC, INCR) LA ***
      *** CUENTA DEL DEBE, LA DEL HABER Y, SI CORRESPONDE, LA DEL  ***
      *** IVA Y DE QUE LADO SE ABRE - LAS CUENTAS TIENEN QUE       ***
      *** EXISTIR EN EL PLAN (PLANCTA.IND) Y SER IMPUTABLES - LA   ***
      *** USA DIARIO PARA ARMAR LOS ASIENTOS                       ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMIMPC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPUTACIONES ASSIGN TO DISK "IMPCONT.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ICCOD
           FILE STATUS IS FSTIMC.

           SELECT CUENTAS ASSIGN TO DISK "PLANCTA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTCOD
           FILE STATUS IS FSTCTA.

       DATA DIVISION.
       FILE SECTION.
        FD IMPUTACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS R-IMC.

         COPY IMPCONT.

        FD CUENTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS R-CTA.

         COPY PLANCTA.

       WORKING-STORAGE SECTION.
       77 FSTIMC              PIC XX.
       77 FSTCTA              PIC XX.
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
       77 SW-CTA              PIC X.
       77 ENT-COD             PIC X(04).
       77 ENT-DESC            PIC X(30).
       77 ENT-DEBE            PIC 9(06).
       77 ENT-HABER           PIC 9(06).
       77 ENT-IVA             PIC 9(06).
       77 ENT-LADO            PIC X.
       77 WCTA-VER            PIC 9(06).
       77 CANT-CARGADAS       PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON IMPUTACIONES.
       ERROR-APERTURA.
           IF FSTIMC NOT = "00"
              OPEN OUTPUT IMPUTACIONES
              CLOSE IMPUTACIONES
              OPEN I-O IMPUTACIONES
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN INPUT CUENTAS.
           IF FSTCTA NOT = "00"
              DISPLAY "ABMIMPC: PLANCTA.IND NO ENCONTRADO (FST="
                 FSTCTA ") - CARGUE ANTES EL PLAN (ABMCTA)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O IMPUTACIONES.

       PEDIR-OPERACION.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "TABLA DE IMPUTACION CONTABLE" LINE 02 POSITION 26
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "FACT REC1 REC2 REC3 REC4 NCR NDB PRVF PRVO PRVE "
              LINE 03 POSITION 05 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY "PRVN PRVR PRVC PRVT" LINE 03 POSITION 53
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY "PRVD SUEL REC5 REC6" LINE 04 POSITION 53
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY "INCC INCR REC7 REC8" LINE 05 POSITION 53
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY "PRVA PRVP SUEC SUEA" LINE 06 POSITION 53
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY "SUEO SUEG SUEP" LINE 07 POSITION 53
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY "OPERACION (BLANCO = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-COD LINE 04 POSITION 32
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-COD = SPACES
              GO TO FIN
           END-IF.
           INSPECT ENT-COD CONVERTING "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ENT-COD TO ICCOD.
           MOVE "N" TO SW-EXISTE.
           READ IMPUTACIONES KEY IS ICCOD
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO SW-EXISTE
           END-READ.
           IF SW-EXISTE = "S"
              DISPLAY "DESCRIPCION: " LINE 06 POSITION 05
              DISPLAY ICDESC LINE 06 POSITION 19
              DISPLAY "CTA. DEBE  : " LINE 07 POSITION 05
              DISPLAY ICDEBE LINE 07 POSITION 19
              DISPLAY "CTA. HABER : " LINE 08 POSITION 05
              DISPLAY ICHABER LINE 08 POSITION 19
              DISPLAY "CTA. IVA   : " LINE 09 POSITION 05
              DISPLAY ICIVA LINE 09 POSITION 19
              DISPLAY ICLADO LINE 09 POSITION 27
              DISPLAY "M=MODIFICA B=BAJA OTRA=VUELVE: "
                 LINE 11 POSITION 05
              ACCEPT OP-SN LINE 11 POSITION 37
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF OP-SN = "B" OR OP-SN = "b"
                 GO TO BAJA-OPERACION
              END-IF
              IF OP-SN NOT = "M" AND OP-SN NOT = "m"
                 GO TO PEDIR-OPERACION
              END-IF
           END-IF.
           DISPLAY "DESCRIPCION: " LINE 13 POSITION 05.
           ACCEPT ENT-DESC LINE 13 POSITION 19
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "CTA. DEBE  : " LINE 14 POSITION 05.
           ACCEPT ENT-DEBE LINE 14 POSITION 19
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           MOVE ENT-DEBE TO WCTA-VER.
           PERFORM VALIDAR-CUENTA.
           IF SW-CTA = "N"
              GO TO PEDIR-OPERACION
           END-IF.
           DISPLAY "CTA. HABER : " LINE 15 POSITION 05.
           ACCEPT ENT-HABER LINE 15 POSITION 19
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           MOVE ENT-HABER TO WCTA-VER.
           PERFORM VALIDAR-CUENTA.
           IF SW-CTA = "N"
              GO TO PEDIR-OPERACION
           END-IF.
           DISPLAY "CTA. IVA (0 = NO ABRE IVA): " LINE 16 POSITION 05.
           ACCEPT ENT-IVA LINE 16 POSITION 34
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-IVA IS NOT NUMERIC
              MOVE 0 TO ENT-IVA
           END-IF.
           MOVE SPACE TO ENT-LADO.
           IF ENT-IVA > 0
              MOVE ENT-IVA TO WCTA-VER
              PERFORM VALIDAR-CUENTA
              IF SW-CTA = "N"
                 GO TO PEDIR-OPERACION
              END-IF
              DISPLAY "EL IVA SE ABRE AL (D=DEBE H=HABER): "
                 LINE 17 POSITION 05
              ACCEPT ENT-LADO LINE 17 POSITION 42
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF ENT-LADO = "d"
                 MOVE "D" TO ENT-LADO
              END-IF
              IF ENT-LADO = "h"
                 MOVE "H" TO ENT-LADO
              END-IF
              IF ENT-LADO NOT = "D" AND ENT-LADO NOT = "H"
                 DISPLAY "LADO DEL IVA INVALIDO - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-OPERACION
              END-IF
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 19 POSITION 05.
           ACCEPT OP-SN LINE 19 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-OPERACION
           END-IF.
           MOVE ENT-COD TO ICCOD.
           MOVE ENT-DESC TO ICDESC.
           MOVE ENT-DEBE TO ICDEBE.
           MOVE ENT-HABER TO ICHABER.
           MOVE ENT-IVA TO ICIVA.
           MOVE ENT-LADO TO ICLADO.
           IF SW-EXISTE = "S"
              REWRITE R-IMC
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE R-IMC
                 INVALID KEY REWRITE R-IMC
              END-WRITE
           END-IF.
           ADD 1 TO CANT-CARGADAS.
           DISPLAY "IMPUTACION GRABADA" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-OPERACION.

       BAJA-OPERACION.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 19 POSITION 05.
           ACCEPT OP-SN LINE 19 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              DELETE IMPUTACIONES
                 INVALID KEY CONTINUE
              END-DELETE
              DISPLAY "IMPUTACION DADA DE BAJA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.
           GO TO PEDIR-OPERACION.

      *-- LA CUENTA TIENE QUE EXISTIR EN EL PLAN Y SER IMPUTABLE ---*
       VALIDAR-CUENTA.
           MOVE "S" TO SW-CTA.
           IF WCTA-VER IS NOT NUMERIC OR WCTA-VER = 0
              MOVE "N" TO SW-CTA
           ELSE
              MOVE WCTA-VER TO CTCOD
              READ CUENTAS KEY IS CTCOD
                 INVALID KEY MOVE "N" TO SW-CTA
                 NOT INVALID KEY
                    IF NOT CTA-IMPUTABLE
                       MOVE "N" TO SW-CTA
                    END-IF
              END-READ
           END-IF.
           IF SW-CTA = "N"
              DISPLAY "CUENTA INEXISTENTE O NO IMPUTABLE - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
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
           GO TO PEDIR-OPERACION.
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
           DISPLAY "ABMIMPC: IMPUTACIONES GRABADAS = " CANT-CARGADAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE IMPUTACIONES CUENTAS.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
