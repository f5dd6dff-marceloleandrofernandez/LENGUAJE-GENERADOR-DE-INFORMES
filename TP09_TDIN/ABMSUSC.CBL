      *** ABMSUSC - SUSCRIPCIONES DE ALUMNOS A SERVICIOS           ***
      *** (SUSCRIP.IND) POR ALUMNO: MUESTRA SUS SERVICIOS Y        ***
      *** PERMITE SUSCRIBIRLO A UNO DEL MAESTRO (SERVICIO.IND, VER ***
      *** ABMSERV) CON VIGENCIA DESDE/HASTA, CAMBIAR LA VIGENCIA   ***
      *** (LA BAJA DEL SERVICIO ES PONERLE FECHA HASTA) O QUITAR   ***
      *** LA SUSCRIPCION - CADA NOVEDAD GUARDA EL OPERADOR         ***
      *** (QUIENSOY) Y LA FECHA - LA GENERACION MENSUAL DE CUOTAS  ***
      *** (GENCUO) FACTURA CADA SERVICIO VIGENTE EN EL PERIODO A   ***
      *** LA CUENTA DEL RESPONSABLE DE PAGO                        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMSUSC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSCRIPCIONES ASSIGN TO DISK "SUSCRIP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SSCLAVE
           FILE STATUS IS FSTSUS.

           SELECT SERVICIOS ASSIGN TO DISK "SERVICIO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SVCOD
           FILE STATUS IS FSTSRV.

           SELECT MAESTRO ASSIGN TO DISK "MAEALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FSTALU.

       DATA DIVISION.
       FILE SECTION.
        FD SUSCRIPCIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS R-SUS.

         COPY SUSCRIP.

        FD SERVICIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS R-SRV.

         COPY SERVICIO.

        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-MAE.

         COPY ALUMNO.

       WORKING-STORAGE SECTION.
       77 FSTSUS              PIC XX.
       77 FSTSRV              PIC XX.
       77 FSTALU              PIC XX.
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
       77 SW-FIN              PIC X.
       77 ENT-ALU             PIC 9(8).
       77 ENT-SER             PIC 9(3).
       77 ENT-DESDE           PIC 9(8).
       77 ENT-HASTA           PIC 9(8).
       77 L                   PIC 99.
       77 IMP-ED              PIC ZZ.ZZ9,99.
       77 CANT-CARGADAS       PIC 9(04) VALUE 0.
       77 BLANCOS             PIC X(60) VALUE SPACES.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.

       01 WFECHA-HOY          PIC 9(8).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON SUSCRIPCIONES.
       ERROR-APERTURA.
           IF FSTSUS NOT = "00"
              OPEN OUTPUT SUSCRIPCIONES
              CLOSE SUSCRIPCIONES
              OPEN I-O SUSCRIPCIONES
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
              DISPLAY "ABMSUSC: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GOBACK
           END-IF.
           OPEN INPUT MAESTRO.
           IF FSTALU NOT = "00"
              DISPLAY "ABMSUSC: MAEALU.IND NO ENCONTRADA (FST="
                 FSTALU ")"
              GOBACK
           END-IF.
           OPEN INPUT SERVICIOS.
           IF FSTSRV NOT = "00"
              DISPLAY "ABMSUSC: SERVICIO.IND NO ENCONTRADO - CARGUE "
                 "SERVICIOS (ABMSERV)"
              CLOSE MAESTRO
              GOBACK
           END-IF.
           OPEN I-O SUSCRIPCIONES.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       PEDIR-ALUMNO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "SUSCRIPCIONES A SERVICIOS" LINE 02 POSITION 28
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "ALUMNO (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-ALU LINE 04 POSITION 24
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-ALU IS NOT NUMERIC OR ENT-ALU = 0
              GO TO FIN
           END-IF.
           MOVE ENT-ALU TO MCA.
           READ MAESTRO KEY IS MCA
              INVALID KEY
                 DISPLAY "ALUMNO INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-ALUMNO
           END-READ.
           DISPLAY "ALUMNO: " LINE 04 POSITION 35.
           DISPLAY MAN LINE 04 POSITION 43.

       MOSTRAR-SUSCRIPCIONES.
           DISPLAY "SERV DESCRIPCION             PRECIO    "
              LINE 06 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "DESDE    HASTA   " LINE 06 POSITION 45
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           MOVE 7 TO L.
           MOVE "N" TO SW-FIN.
           MOVE ENT-ALU TO SSALU.
           MOVE 0 TO SSSER.
           START SUSCRIPCIONES KEY IS NOT LESS THAN SSCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MOSTRAR-UNA THRU F-MOSTRAR-UNA
              UNTIL SW-FIN = "S".
           IF L = 7
              DISPLAY "(SIN SERVICIOS)" LINE 07 POSITION 05
           END-IF.

       PEDIR-SERVICIO.
           DISPLAY BLANCOS LINE 18 POSITION 05.
           DISPLAY BLANCOS LINE 19 POSITION 05.
           DISPLAY BLANCOS LINE 20 POSITION 05.
           DISPLAY "SERVICIO (0 = OTRO ALUMNO): " LINE 17 POSITION 05.
           ACCEPT ENT-SER LINE 17 POSITION 34
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-SER IS NOT NUMERIC OR ENT-SER = 0
              GO TO PEDIR-ALUMNO
           END-IF.
           MOVE ENT-SER TO SVCOD.
           READ SERVICIOS KEY IS SVCOD
              INVALID KEY
                 DISPLAY "SERVICIO INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 DISPLAY BLANCOS LINE 22 POSITION 05
                 GO TO PEDIR-SERVICIO
           END-READ.
           DISPLAY SVDES LINE 17 POSITION 40.
           MOVE ENT-ALU TO SSALU.
           MOVE ENT-SER TO SSSER.
           MOVE "N" TO SW-EXISTE.
           READ SUSCRIPCIONES KEY IS SSCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO SW-EXISTE
           END-READ.
      *-- A UN SERVICIO DADO DE BAJA NO SE SUSCRIBE NADIE NUEVO, ---*
      *-- PERO SE PUEDE CERRAR O QUITAR LA SUSCRIPCION QUE HAY -----*
           IF SW-EXISTE = "N" AND SRV-BAJA
              DISPLAY "SERVICIO DADO DE BAJA - NO ADMITE SUSCRIPCIONES"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              DISPLAY BLANCOS LINE 22 POSITION 05
              GO TO PEDIR-SERVICIO
           END-IF.
           DISPLAY "DESDE (AAAAMMDD, 0 = QUITAR): "
              LINE 18 POSITION 05.
           ACCEPT ENT-DESDE LINE 18 POSITION 36
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-DESDE IS NOT NUMERIC
              MOVE 0 TO ENT-DESDE
           END-IF.
           IF ENT-DESDE = 0
              IF SW-EXISTE = "S"
                 DISPLAY "CONFIRMA QUITAR LA SUSCRIPCION (S/N) ? "
                    LINE 20 POSITION 05
                 ACCEPT OP-SN LINE 20 POSITION 45
                    BEFORE TIME TIEMPO-INACT
                    ON EXCEPTION C-INACT
                       PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                 END-ACCEPT
                 IF OP-SN = "S" OR OP-SN = "s"
                    DELETE SUSCRIPCIONES
                       INVALID KEY CONTINUE
                    END-DELETE
                    ADD 1 TO CANT-CARGADAS
                 END-IF
              END-IF
              GO TO REFRESCAR
           END-IF.
           DISPLAY "HASTA (AAAAMMDD, 0 = SIN FIN): "
              LINE 19 POSITION 05.
           ACCEPT ENT-HASTA LINE 19 POSITION 37
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-HASTA IS NOT NUMERIC OR ENT-HASTA = 0
              MOVE 99999999 TO ENT-HASTA
           END-IF.
           IF ENT-HASTA < ENT-DESDE
              DISPLAY "VIGENCIA INVALIDA - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              DISPLAY BLANCOS LINE 22 POSITION 05
              GO TO PEDIR-SERVICIO
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 20 POSITION 05.
           ACCEPT OP-SN LINE 20 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-SERVICIO
           END-IF.
           MOVE ENT-ALU TO SSALU.
           MOVE ENT-SER TO SSSER.
           MOVE ENT-DESDE TO SSDESDE.
           MOVE ENT-HASTA TO SSHASTA.
           MOVE QS-OPER TO SSOPER.
           MOVE WFECHA-HOY TO SSFECHA.
           IF SW-EXISTE = "S"
              REWRITE R-SUS
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE R-SUS
                 INVALID KEY REWRITE R-SUS
              END-WRITE
           END-IF.
           ADD 1 TO CANT-CARGADAS.

       REFRESCAR.
           MOVE 7 TO L.
           PERFORM BORRAR-RENGLON 10 TIMES.
           DISPLAY BLANCOS LINE 17 POSITION 05.
           GO TO MOSTRAR-SUSCRIPCIONES.

       BORRAR-RENGLON.
           DISPLAY BLANCOS LINE L POSITION 05.
           ADD 1 TO L.

      *-- UN RENGLON POR SERVICIO DEL ALUMNO (HASTA DIEZ) ----------*
       MOSTRAR-UNA.
           READ SUSCRIPCIONES NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MOSTRAR-UNA
           END-READ.
           IF SSALU NOT = ENT-ALU OR L > 16
              MOVE "S" TO SW-FIN
              GO TO F-MOSTRAR-UNA
           END-IF.
           MOVE SSSER TO SVCOD.
           READ SERVICIOS KEY IS SVCOD
              INVALID KEY
                 MOVE "(SERVICIO BORRADO)" TO SVDES
                 MOVE 0 TO SVIMP
           END-READ.
           MOVE SVIMP TO IMP-ED.
           DISPLAY SSSER LINE L POSITION 05.
           DISPLAY SVDES LINE L POSITION 10.
           DISPLAY IMP-ED LINE L POSITION 32.
           DISPLAY SSDESDE LINE L POSITION 45.
           IF SSHASTA = 99999999
              DISPLAY "SIN FIN " LINE L POSITION 54
           ELSE
              DISPLAY SSHASTA LINE L POSITION 54
           END-IF.
           IF SSHASTA < WFECHA-HOY
              DISPLAY "VENCIDA" LINE L POSITION 63
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           END-IF.
           ADD 1 TO L.
       F-MOSTRAR-UNA.
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
           GO TO PEDIR-ALUMNO.
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
           DISPLAY "ABMSUSC: NOVEDADES GRABADAS = " CANT-CARGADAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE SUSCRIPCIONES SERVICIOS MAESTRO.
           EXIT PROGRAM.
