      *-- A-B-M DE LAS DEDUCCIONES PERSONALES DE GANANCIAS -------*
      *-- (DEDGAN.IND): PIDE LEGAJO Y ANIO, MUESTRA LO DECLARADO --*
      *-- Y POR NUMERO DE RENGLON DA DE ALTA, MODIFICA O BORRA ---*
      *-- CADA DEDUCCION: CODIGO DEL TIPO "D" DE GANTAB.IND DEL --*
      *-- MISMO ANIO (VER ABMGAN), CANTIDAD DE CARGAS O IMPORTE --*
      *-- ANUAL PAGADO, COMPROBANTE Y MES DESDE EL QUE SE -------*
      *-- COMPUTA - LIQUIDA LO TOMA EN LA RETENCION DEL MES -----*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMDEDG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO DISK "DEDGAN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DGCLAVE
           FILE STATUS IS FST.

           SELECT MAEEMP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           FILE STATUS IS FSTEMP.

           SELECT TABLA ASSIGN TO DISK "GANTAB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GTCLAVE
           FILE STATUS IS FSTGTB.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS R-DDG.

         COPY DEDGAN.

        FD MAEEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-EMP.

         COPY EMPLEADO.

        FD TABLA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS R-GTB.

         COPY GANTAB.

       WORKING-STORAGE SECTION.
       77 FST                     PIC XX.
       77 FSTEMP                  PIC XX.
       77 FSTGTB                  PIC XX.
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
       77 IMP-ED                  PIC Z.ZZZ.ZZ9,99.
       77 WLEG                    PIC 9(8).
       77 WANIO                   PIC 9(4).
       77 WREN                    PIC 9(2).

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
              DISPLAY "ABMDEDG: MAEEMP.IND NO ENCONTRADA (FST="
                 FSTEMP ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT TABLA.
           IF FSTGTB NOT = "00"
              DISPLAY "ABMDEDG: FALTA LA TABLA GANTAB.IND (VER ABMGAN)"
              CLOSE MAEEMP
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O MAESTRO.

       PEDIR-LEGAJO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "DEDUCCIONES PERSONALES DE GANANCIAS" LINE 02
              POSITION 23 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
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
           DISPLAY MAN LINE 04 POSITION 34.
           DISPLAY "ANIO: " LINE 05 POSITION 05.
           MOVE 0 TO WANIO.
           ACCEPT WANIO LINE 05 POSITION 11
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF WANIO IS NOT NUMERIC OR WANIO = 0
              GO TO PEDIR-LEGAJO
           END-IF.

      *-- LO YA DECLARADO EN EL ANIO, UN RENGLON POR DEDUCCION -----*
       MOSTRAR-DECLARADO.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "DEDUCCIONES PERSONALES DE GANANCIAS" LINE 02
              POSITION 23 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "LEGAJO: " LINE 04 POSITION 05.
           DISPLAY WLEG LINE 04 POSITION 13.
           DISPLAY MAN LINE 04 POSITION 23.
           DISPLAY "ANIO: " LINE 05 POSITION 05.
           DISPLAY WANIO LINE 05 POSITION 11.
           DISPLAY "REN COD  CANT       IMPORTE COMPROBANTE"
              LINE 07 POSITION 05.
           DISPLAY "DESDE" LINE 07 POSITION 57.
           MOVE 7 TO L.
           MOVE "N" TO SW-FIN.
           MOVE WLEG TO DGLEG.
           MOVE WANIO TO DGANIO.
           MOVE 0 TO DGREN.
           START MAESTRO KEY IS NOT LESS THAN DGCLAVE
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
           MOVE WLEG TO DGLEG.
           MOVE WANIO TO DGANIO.
           MOVE WREN TO DGREN.
           MOVE "NO" TO WMAE.
           READ MAESTRO KEY IS DGCLAVE
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
              MOVE SPACES TO DGCOD DGCOMP
              MOVE 0 TO DGCANT DGIMP
              MOVE 1 TO DGMDES
              PERFORM CARGAR-DATOS THRU F-CARGAR-DATOS
              IF OP-SN = "S"
                 PERFORM GRABAR-ALTA
              END-IF
           END-IF.
           GO TO MOSTRAR-DECLARADO.

       MOSTRAR-RENGLON.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MOSTRAR-RENGLON
           END-IF.
           IF DGLEG NOT = WLEG OR DGANIO NOT = WANIO
              MOVE "S" TO SW-FIN
              GO TO F-MOSTRAR-RENGLON
           END-IF.
           IF L = 18
              DISPLAY "(HAY MAS RENGLONES)" LINE 19 POSITION 05
              MOVE "S" TO SW-FIN
              GO TO F-MOSTRAR-RENGLON
           END-IF.
           ADD 1 TO L.
           DISPLAY DGREN LINE L POSITION 06.
           DISPLAY DGCOD LINE L POSITION 09.
           DISPLAY DGCANT LINE L POSITION 15.
           MOVE DGIMP TO IMP-ED.
           DISPLAY IMP-ED LINE L POSITION 19.
           DISPLAY DGCOMP LINE L POSITION 32.
           DISPLAY DGMDES LINE L POSITION 58.
       F-MOSTRAR-RENGLON.
           EXIT.

      *-- EL CODIGO TIENE QUE SER UNA DEDUCCION PERSONAL DE LA -----*
      *-- TABLA DEL ANIO; SI ES POR CARGAS PIDE LA CANTIDAD, SI NO -*
      *-- EL IMPORTE ANUAL PAGADO - DEJA OP-SN = "S" SI SE GRABA ---*
       CARGAR-DATOS.
           MOVE "N" TO OP-SN.
           DISPLAY "CODIGO DE DEDUCCION: " LINE 21 POSITION 05.
           ACCEPT DGCOD LINE 21 POSITION 27
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           MOVE WANIO TO GTANIO.
           MOVE "D" TO GTTIPO.
           MOVE DGCOD TO GTCOD.
           READ TABLA KEY IS GTCLAVE
              INVALID KEY
                 DISPLAY "NO ES UNA DEDUCCION PERSONAL DEL ANIO (VER "
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 DISPLAY "ABMGAN)" LINE 22 POSITION 49
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-CARGAR-DATOS
           END-READ.
           DISPLAY GTDESC LINE 21 POSITION 33.
           IF GTIMP2 > 0
              DISPLAY "CANTIDAD DE CARGAS: " LINE 22 POSITION 05
              ACCEPT DGCANT LINE 22 POSITION 26
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF DGCANT IS NOT NUMERIC
                 MOVE 0 TO DGCANT
              END-IF
              MOVE 0 TO DGIMP
           ELSE
              DISPLAY "IMPORTE ANUAL PAGADO: " LINE 22 POSITION 05
              ACCEPT DGIMP LINE 22 POSITION 28
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF DGIMP IS NOT NUMERIC
                 MOVE 0 TO DGIMP
              END-IF
              MOVE 0 TO DGCANT
           END-IF.
           DISPLAY "COMPROBANTE: " LINE 23 POSITION 05.
           ACCEPT DGCOMP LINE 23 POSITION 18
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "DESDE EL MES: " LINE 23 POSITION 42.
           ACCEPT DGMDES LINE 23 POSITION 56
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF DGMDES IS NOT NUMERIC OR DGMDES < 1 OR DGMDES > 12
              MOVE 1 TO DGMDES
           END-IF.
           IF DGCANT = 0 AND DGIMP = 0
              DISPLAY "SIN CARGAS NI IMPORTE - NO SE GRABA"
                 LINE 24 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-CARGAR-DATOS
           END-IF.
           MOVE "S" TO OP-SN.
       F-CARGAR-DATOS.
           EXIT.

       GRABAR-ALTA.
           WRITE R-DDG
              INVALID KEY
                 DISPLAY "ERROR FATAL (FST=" FST ")" LINE 24 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
           END-WRITE.

       GRABAR-MODIFICACION.
           REWRITE R-DDG
              INVALID KEY
                 DISPLAY "ERROR FATAL (FST=" FST ")" LINE 24 POSITION 05
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
                       LINE 24 POSITION 05
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
           CLOSE MAESTRO MAEEMP TABLA.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
