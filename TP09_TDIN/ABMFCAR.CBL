      *-- A-B-M DE LOS FAMILIARES A CARGO DEL PERSONAL -----------*
      *-- (FAMCARGO.IND): PIDE LEGAJO, MUESTRA SUS FAMILIARES ----*
      *-- Y POR NUMERO DE RENGLON DA DE ALTA, MODIFICA O BORRA ---*
      *-- CADA UNO: NOMBRE, PARENTESCO (H=HIJO C=CONYUGE), -------*
      *-- NACIMIENTO, ESCOLARIDAD (N=NO I=INICIAL P=PRIMARIA -----*
      *-- S=SECUNDARIA), DISCAPACIDAD Y EL ANIO DEL CERTIFICADO --*
      *-- DE ESCOLARIDAD PRESENTADO (AL CAMBIARLO QUEDA LA FECHA -*
      *-- DE HOY) - LIQUIDA PAGA LAS ASIGNACIONES CON LA TABLA ---*
      *-- ASIGFAM.IND (VER ABMASIG) Y LISCERT LISTA LOS ----------*
      *-- CERTIFICADOS QUE FALTAN --------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMFCAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO DISK "FAMCARGO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FCCLAVE
           FILE STATUS IS FST.

           SELECT MAEEMP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           FILE STATUS IS FSTEMP.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-FCA.

         COPY FAMCARGO.

        FD MAEEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-EMP.

         COPY EMPLEADO.

       WORKING-STORAGE SECTION.
       77 FST                     PIC XX.
       77 FSTEMP                  PIC XX.
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
       77 SW-FIN                  PIC X.
       77 L                       PIC 99.
       77 WLEG                    PIC 9(8).
       77 WREN                    PIC 9(2).
       77 WCERT-ANT               PIC 9(4).
       01 WFECHA-HOY.
          02 WAA-HOY              PIC 9(4).
          02 WMM-HOY              PIC 9(2).
          02 WDD-HOY              PIC 9(2).
       01 WFNAC-TRAB.
          02 WFNAC-AA             PIC 9(4).
          02 WFNAC-MM             PIC 9(2).
          02 WFNAC-DD             PIC 9(2).

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
           OPEN INPUT MAEEMP.
           IF FSTEMP NOT = "00"
              DISPLAY "ABMFCAR: MAEEMP.IND NO ENCONTRADA (FST="
                 FSTEMP ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O MAESTRO.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       PEDIR-LEGAJO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "FAMILIARES A CARGO DEL PERSONAL" LINE 02
              POSITION 25 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "LEGAJO (0 = FIN): " LINE 04 POSITION 05.
           MOVE 0 TO WLEG.
           ACCEPT WLEG LINE 04 POSITION 24
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF WLEG IS NOT NUMERIC OR WLEG = 0
              GO TO FIN
           END-IF.
           MOVE WLEG TO MCA.
           READ MAEEMP KEY IS MCA
              INVALID KEY
                 DISPLAY "LEGAJO INEXISTENTE" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-LEGAJO
           END-READ.

      *-- LOS FAMILIARES CARGADOS, UN RENGLON POR CADA UNO ---------*
       MOSTRAR-FAMILIARES.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "FAMILIARES A CARGO DEL PERSONAL" LINE 02
              POSITION 25 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "LEGAJO: " LINE 04 POSITION 05.
           DISPLAY WLEG LINE 04 POSITION 13.
           DISPLAY MAN LINE 04 POSITION 23.
           DISPLAY "REN NOMBRE                         P NACIMIEN"
              LINE 06 POSITION 05.
           DISPLAY "E D CERT AYUD" LINE 06 POSITION 52.
           MOVE 6 TO L.
           MOVE "N" TO SW-FIN.
           MOVE WLEG TO FCLEG.
           MOVE 0 TO FCREN.
           START MAESTRO KEY IS NOT LESS THAN FCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MOSTRAR-RENGLON THRU F-MOSTRAR-RENGLON
              UNTIL SW-FIN = "S".

       PEDIR-RENGLON.
           DISPLAY "RENGLON (1-99, 0 = OTRO LEGAJO): " LINE 20
              POSITION 05.
           MOVE 0 TO WREN.
           ACCEPT WREN LINE 20 POSITION 39
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF WREN IS NOT NUMERIC OR WREN = 0
              GO TO PEDIR-LEGAJO
           END-IF.
           MOVE WLEG TO FCLEG.
           MOVE WREN TO FCREN.
           MOVE "NO" TO WMAE.
           READ MAESTRO KEY IS FCCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "SI" TO WMAE
           END-READ.
           IF WMAE = "SI"
              DISPLAY "M=MODIFICA B=BAJA C=CANCELA : "
                 LINE 20 POSITION 42
              ACCEPT OP-SN LINE 20 POSITION 73
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF OP-SN = "B" OR OP-SN = "b"
                 PERFORM GRABAR-BAJA
              ELSE
                 IF OP-SN = "M" OR OP-SN = "m"
                    PERFORM CARGAR-DATOS THRU F-CARGAR-DATOS
                    IF OP-SN = "S"
                       PERFORM GRABAR-MODIFICACION
                    END-IF
                 END-IF
              END-IF
           ELSE
              MOVE SPACES TO FCNOM FCPAR
              MOVE "N" TO FCESC FCDISC
              MOVE 0 TO FCFNAC FCCERT FCFCERT FCAYU
              PERFORM CARGAR-DATOS THRU F-CARGAR-DATOS
              IF OP-SN = "S"
                 PERFORM GRABAR-ALTA
              END-IF
           END-IF.
           GO TO MOSTRAR-FAMILIARES.

       MOSTRAR-RENGLON.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MOSTRAR-RENGLON
           END-IF.
           IF FCLEG NOT = WLEG
              MOVE "S" TO SW-FIN
              GO TO F-MOSTRAR-RENGLON
           END-IF.
           IF L = 18
              DISPLAY "(HAY MAS RENGLONES)" LINE 19 POSITION 05
              MOVE "S" TO SW-FIN
              GO TO F-MOSTRAR-RENGLON
           END-IF.
           ADD 1 TO L.
           DISPLAY FCREN LINE L POSITION 06.
           DISPLAY FCNOM LINE L POSITION 09.
           DISPLAY FCPAR LINE L POSITION 40.
           DISPLAY FCFNAC LINE L POSITION 42.
           DISPLAY FCESC LINE L POSITION 52.
           DISPLAY FCDISC LINE L POSITION 54.
           DISPLAY FCCERT LINE L POSITION 56.
           DISPLAY FCAYU LINE L POSITION 61.
       F-MOSTRAR-RENGLON.
           EXIT.

      *-- NOMBRE, PARENTESCO Y NACIMIENTO SON OBLIGATORIOS; EL ----*
      *-- CONYUGE NO TIENE ESCOLARIDAD - SI CAMBIA EL ANIO DEL -----*
      *-- CERTIFICADO QUEDA LA FECHA DE PRESENTACION - DEJA --------*
      *-- OP-SN = "S" SI SE GRABA ----------------------------------*
       CARGAR-DATOS.
           MOVE "N" TO OP-SN.
           MOVE FCCERT TO WCERT-ANT.
           DISPLAY "NOMBRE: " LINE 21 POSITION 05.
           ACCEPT FCNOM LINE 21 POSITION 13
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "PARENTESCO (H/C): " LINE 22 POSITION 05.
           ACCEPT FCPAR LINE 22 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF FCPAR = "h"
              MOVE "H" TO FCPAR
           END-IF.
           IF FCPAR = "c"
              MOVE "C" TO FCPAR
           END-IF.
           DISPLAY "NACIMIENTO (AAAAMMDD): " LINE 22 POSITION 30.
           ACCEPT FCFNAC LINE 22 POSITION 53
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF FCFNAC IS NOT NUMERIC
              MOVE 0 TO FCFNAC
           END-IF.
           DISPLAY "ESCOLARIDAD (N/I/P/S): " LINE 23 POSITION 05.
           ACCEPT FCESC LINE 23 POSITION 28
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "DISCAPACIDAD (S/N): " LINE 23 POSITION 35.
           ACCEPT FCDISC LINE 23 POSITION 55
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF FCDISC NOT = "S"
              MOVE "N" TO FCDISC
           END-IF.
           DISPLAY "CERTIFICADO ESCOLAR DEL ANIO (0 = NO): "
              LINE 24 POSITION 05.
           ACCEPT FCCERT LINE 24 POSITION 45
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF FCCERT IS NOT NUMERIC
              MOVE 0 TO FCCERT
           END-IF.
           IF FCNOM = SPACES
              DISPLAY "NOMBRE EN BLANCO - NO SE GRABA"
                 LINE 19 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-CARGAR-DATOS
           END-IF.
           IF NOT FCA-HIJO AND NOT FCA-CONYUGE
              DISPLAY "EL PARENTESCO ES H O C - NO SE GRABA"
                 LINE 19 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-CARGAR-DATOS
           END-IF.
           MOVE FCFNAC TO WFNAC-TRAB.
           IF FCFNAC = 0 OR WFNAC-MM < 1 OR WFNAC-MM > 12
              OR WFNAC-DD < 1 OR WFNAC-DD > 31 OR FCFNAC > WFECHA-HOY
              DISPLAY "FECHA DE NACIMIENTO INVALIDA - NO SE GRABA"
                 LINE 19 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-CARGAR-DATOS
           END-IF.
           IF FCA-CONYUGE
              MOVE "N" TO FCESC
              MOVE 0 TO FCCERT
           END-IF.
           IF NOT FCA-SIN-ESCUELA AND NOT FCA-INICIAL
              AND NOT FCA-PRIMARIA AND NOT FCA-SECUNDARIA
              DISPLAY "LA ESCOLARIDAD ES N, I, P O S - NO SE GRABA"
                 LINE 19 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-CARGAR-DATOS
           END-IF.
           IF FCCERT NOT = WCERT-ANT
              MOVE WFECHA-HOY TO FCFCERT
           END-IF.
           IF FCCERT = 0
              MOVE 0 TO FCFCERT
           END-IF.
           MOVE "S" TO OP-SN.
       F-CARGAR-DATOS.
           EXIT.

       GRABAR-ALTA.
           WRITE R-FCA
              INVALID KEY
                 DISPLAY "ERROR FATAL (FST=" FST ")" LINE 19 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
           END-WRITE.

       GRABAR-MODIFICACION.
           REWRITE R-FCA
              INVALID KEY
                 DISPLAY "ERROR FATAL (FST=" FST ")" LINE 19 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
           END-REWRITE.

       GRABAR-BAJA.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 22 POSITION 05.
           ACCEPT OP-SN LINE 22 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              DELETE MAESTRO
                 INVALID KEY
                    DISPLAY "ERROR FATAL (FST=" FST ")"
                       LINE 19 POSITION 05
                       CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                    PERFORM PULSAR-TECLA
              END-DELETE
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
           GO TO PEDIR-LEGAJO.
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
           CLOSE MAESTRO MAEEMP.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
