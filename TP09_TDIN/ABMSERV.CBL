      *** ABMSERV - SERVICIOS ADICIONALES (SERVICIO.IND)           ***
      *** COMEDOR, TRANSPORTE, TALLERES, MATERIALES, ETC.:         ***
      *** DESCRIPCION, ABREVIATURA PARA EL CONCEPTO DE LA CUENTA,  ***
      *** PRECIO MENSUAL, SI LA BECA DEL ALUMNO LO DESCUENTA Y     ***
      *** ESTADO - NO SE BORRAN: SE DAN DE BAJA (B) PARA CONSERVAR ***
      *** LAS SUSCRIPCIONES Y LA RECAUDACION - LOS ALUMNOS SE      ***
      *** SUSCRIBEN EN ABMSUSC Y LOS FACTURA GENCUO JUNTO CON LA   ***
      *** CUOTA                                                    ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMSERV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICIOS ASSIGN TO DISK "SERVICIO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SVCOD
           FILE STATUS IS FSTSRV.

       DATA DIVISION.
       FILE SECTION.
        FD SERVICIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS R-SRV.

         COPY SERVICIO.

       WORKING-STORAGE SECTION.
       77 FSTSRV              PIC XX.
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
       77 ENT-COD             PIC 9(3).
       77 ENT-DES             PIC X(20).
       77 ENT-ABR             PIC X(5).
       77 ENT-IMP             PIC 9(05)V99.
       77 ENT-BECA            PIC X.
       77 ENT-EST             PIC X.
       77 IMP-ED              PIC ZZ.ZZ9,99.
       77 CANT-CARGADOS       PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON SERVICIOS.
       ERROR-APERTURA.
           IF FSTSRV NOT = "00"
              OPEN OUTPUT SERVICIOS
              CLOSE SERVICIOS
              OPEN I-O SERVICIOS
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN I-O SERVICIOS.

       PEDIR-SERVICIO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "SERVICIOS ADICIONALES" LINE 02 POSITION 30
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "SERVICIO (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-COD LINE 04 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-COD IS NOT NUMERIC OR ENT-COD = 0
              GO TO FIN
           END-IF.
           MOVE ENT-COD TO SVCOD.
           MOVE "N" TO SW-EXISTE.
           READ SERVICIOS KEY IS SVCOD
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO SW-EXISTE
           END-READ.
           IF SW-EXISTE = "S"
              MOVE SVIMP TO IMP-ED
              DISPLAY "ACTUAL: " LINE 06 POSITION 05
              DISPLAY SVDES LINE 06 POSITION 14
              DISPLAY SVABR LINE 06 POSITION 36
              DISPLAY IMP-ED LINE 06 POSITION 43
              DISPLAY "BECA " LINE 06 POSITION 54
              DISPLAY SVBECA LINE 06 POSITION 59
              DISPLAY "EST " LINE 06 POSITION 62
              DISPLAY SVEST LINE 06 POSITION 66
           ELSE
              DISPLAY "SERVICIO NUEVO" LINE 06 POSITION 05
           END-IF.
           DISPLAY "DESCRIPCION        : " LINE 08 POSITION 05.
           ACCEPT ENT-DES LINE 08 POSITION 27
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-DES = SPACES
              DISPLAY "FALTA LA DESCRIPCION - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-SERVICIO
           END-IF.
      *-- LA ABREVIATURA VIAJA EN EL CONCEPTO ("COMED 05/26") ------*
           DISPLAY "ABREVIATURA        : " LINE 09 POSITION 05.
           ACCEPT ENT-ABR LINE 09 POSITION 27
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-ABR = SPACES
              MOVE ENT-DES(1:5) TO ENT-ABR
           END-IF.
           DISPLAY "PRECIO MENSUAL     : " LINE 10 POSITION 05.
           ACCEPT ENT-IMP LINE 10 POSITION 27
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-IMP IS NOT NUMERIC OR ENT-IMP = 0
              DISPLAY "PRECIO INVALIDO - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-SERVICIO
           END-IF.
           DISPLAY "APLICA BECA (S/N)  : " LINE 11 POSITION 05.
           ACCEPT ENT-BECA LINE 11 POSITION 27
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-BECA = "s"
              MOVE "S" TO ENT-BECA
           END-IF.
           IF ENT-BECA NOT = "S"
              MOVE "N" TO ENT-BECA
           END-IF.
           DISPLAY "ESTADO (A/B)       : " LINE 12 POSITION 05.
           ACCEPT ENT-EST LINE 12 POSITION 27
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-EST = "b"
              MOVE "B" TO ENT-EST
           END-IF.
           IF ENT-EST NOT = "B"
              MOVE "A" TO ENT-EST
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 14 POSITION 05.
           ACCEPT OP-SN LINE 14 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-SERVICIO
           END-IF.
           MOVE ENT-COD TO SVCOD.
           MOVE ENT-DES TO SVDES.
           MOVE ENT-ABR TO SVABR.
           MOVE ENT-IMP TO SVIMP.
           MOVE ENT-BECA TO SVBECA.
           MOVE ENT-EST TO SVEST.
           IF SW-EXISTE = "S"
              REWRITE R-SRV
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE R-SRV
                 INVALID KEY REWRITE R-SRV
              END-WRITE
           END-IF.
           ADD 1 TO CANT-CARGADOS.
           DISPLAY "SERVICIO GRABADO" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-SERVICIO.

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
           GO TO PEDIR-SERVICIO.
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
           DISPLAY "ABMSERV: SERVICIOS GRABADOS = " CANT-CARGADOS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE SERVICIOS.
           EXIT PROGRAM.
