      *-- A-B-M DE ADELANTOS Y PRESTAMOS AL PERSONAL ------------*
      *-- (ADELANTO.IND) - SOLO PARA SUPERVISORES: PIDE LEGAJO, --*
      *-- MUESTRA SUS ADELANTOS Y PRESTAMOS Y DA DE ALTA UNO ----*
      *-- NUEVO (TIPO, IMPORTE, CUOTAS Y PRIMER PERIODO A -------*
      *-- DESCONTAR) QUE QUEDA AUTORIZADO HASTA QUE LA CAJA LO --*
      *-- ENTREGA (EGRESO DE CARGAPRV) - SOLO SE ANULA UNO QUE --*
      *-- TODAVIA NO SE ENTREGO; LOS ENTREGADOS LOS CANCELA -----*
      *-- LIQUIDA CUOTA A CUOTA ---------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMADEL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO DISK "ADELANTO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ADCLAVE
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
           RECORD CONTAINS 98 CHARACTERS
           DATA RECORD IS R-ADL.

         COPY ADELANTO.

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
       77 SW-FIN                  PIC X.
       77 L                       PIC 99.
       77 IMP-ED                  PIC Z.ZZZ.ZZ9,99.
       77 WLEG                    PIC 9(8).
       77 WSEC                    PIC 9(3).
       77 WSEC-ULT                PIC 9(3).
       77 WFECHA-HOY              PIC 9(8).
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       77 QS-OPER                 PIC X(3).
       77 QS-NOM                  PIC X(30).
       77 QS-PERM                 PIC X(6).
       77 QS-SUP                  PIC X.

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
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "ABMADEL: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           IF QS-SUP NOT = "S"
              DISPLAY "ABMADEL: SOLO PARA SUPERVISORES"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAEEMP.
           IF FSTEMP NOT = "00"
              DISPLAY "ABMADEL: MAEEMP.IND NO ENCONTRADA (FST="
                 FSTEMP ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O MAESTRO.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       PEDIR-LEGAJO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "ADELANTOS Y PRESTAMOS AL PERSONAL" LINE 02
              POSITION 24 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
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

      *-- LOS ADELANTOS Y PRESTAMOS DEL LEGAJO, UNO POR RENGLON ---*
      *-- (A = AUTORIZADO SIN ENTREGAR, V = VIGENTE, C = CANCELADO,*
      *-- N = ANULADO) ---------------------------------------------*
       MOSTRAR-PRESTAMOS.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "ADELANTOS Y PRESTAMOS AL PERSONAL" LINE 02
              POSITION 24 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "LEGAJO: " LINE 04 POSITION 05.
           DISPLAY WLEG LINE 04 POSITION 13.
           DISPLAY MAN LINE 04 POSITION 23.
           DISPLAY "SEC T FECHA        IMPORTE CUO        CUOTA"
              LINE 06 POSITION 05.
           DISPLAY "DESDE  E        SALDO" LINE 06 POSITION 50.
           MOVE 6 TO L.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN.
           MOVE WLEG TO ADLEG.
           MOVE 0 TO ADSEC.
           START MAESTRO KEY IS NOT LESS THAN ADCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MOSTRAR-PRESTAMO THRU F-MOSTRAR-PRESTAMO
              UNTIL SW-FIN = "S".

       PEDIR-OPCION.
           DISPLAY "N=NUEVO A=ANULA C=OTRO LEGAJO : " LINE 20
              POSITION 05.
           ACCEPT OP-SN LINE 20 POSITION 37
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "N" OR OP-SN = "n"
              PERFORM CARGAR-DATOS THRU F-CARGAR-DATOS
              IF OP-SN = "S"
                 PERFORM GRABAR-ALTA
              END-IF
              GO TO MOSTRAR-PRESTAMOS
           END-IF.
           IF OP-SN = "A" OR OP-SN = "a"
              PERFORM GRABAR-ANULACION THRU F-GRABAR-ANULACION
              GO TO MOSTRAR-PRESTAMOS
           END-IF.
           GO TO PEDIR-LEGAJO.

       MOSTRAR-PRESTAMO.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MOSTRAR-PRESTAMO
           END-IF.
           IF ADLEG NOT = WLEG
              MOVE "S" TO SW-FIN
              GO TO F-MOSTRAR-PRESTAMO
           END-IF.
           MOVE ADSEC TO WSEC-ULT.
           IF L = 18
              DISPLAY "(HAY MAS RENGLONES)" LINE 19 POSITION 05
              GO TO F-MOSTRAR-PRESTAMO
           END-IF.
           ADD 1 TO L.
           DISPLAY ADSEC LINE L POSITION 05.
           DISPLAY ADTIPO LINE L POSITION 09.
           DISPLAY ADFECHA LINE L POSITION 11.
           MOVE ADIMP TO IMP-ED.
           DISPLAY IMP-ED LINE L POSITION 20.
           DISPLAY ADCUO LINE L POSITION 34.
           MOVE ADIMPC TO IMP-ED.
           DISPLAY IMP-ED LINE L POSITION 37.
           DISPLAY ADPDES LINE L POSITION 50.
           DISPLAY ADEST LINE L POSITION 57.
           MOVE ADSDO TO IMP-ED.
           DISPLAY IMP-ED LINE L POSITION 59.
       F-MOSTRAR-PRESTAMO.
           EXIT.

      *-- EL ADELANTO SE DESCUENTA EN UNA SOLA CUOTA; EL PRESTAMO -*
      *-- EN LAS QUE SE PACTEN (HASTA 36) - DEJA OP-SN = "S" SI SE -*
      *-- GRABA ----------------------------------------------------*
       CARGAR-DATOS.
           MOVE "N" TO OP-SN.
           MOVE WLEG TO ADLEG.
           COMPUTE ADSEC = WSEC-ULT + 1.
           DISPLAY "TIPO (A=ADELANTO P=PRESTAMO): " LINE 21
              POSITION 05.
           ACCEPT ADTIPO LINE 21 POSITION 36
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ADTIPO = "a"
              MOVE "A" TO ADTIPO
           END-IF.
           IF ADTIPO = "p"
              MOVE "P" TO ADTIPO
           END-IF.
           IF NOT ADL-ADELANTO AND NOT ADL-PRESTAMO
              GO TO F-CARGAR-DATOS
           END-IF.
           DISPLAY "IMPORTE: " LINE 21 POSITION 40.
           MOVE 0 TO ADIMP.
           ACCEPT ADIMP LINE 21 POSITION 50
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ADIMP IS NOT NUMERIC OR ADIMP = 0
              DISPLAY "IMPORTE INVALIDO - NO SE GRABA" LINE 24
                 POSITION 05 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-CARGAR-DATOS
           END-IF.
           MOVE 1 TO ADCUO.
           IF ADL-PRESTAMO
              DISPLAY "CUOTAS: " LINE 22 POSITION 05
              ACCEPT ADCUO LINE 22 POSITION 13
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF ADCUO IS NOT NUMERIC OR ADCUO = 0 OR ADCUO > 36
                 DISPLAY "CUOTAS INVALIDAS (1 A 36) - NO SE GRABA"
                    LINE 24 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-CARGAR-DATOS
              END-IF
           END-IF.
           COMPUTE ADIMPC ROUNDED = ADIMP / ADCUO.
           MOVE ADIMPC TO IMP-ED.
           DISPLAY "CUOTA: " LINE 22 POSITION 18.
           DISPLAY IMP-ED LINE 22 POSITION 25.
           MOVE WFECHA-HOY(1:6) TO ADPDES.
           DISPLAY "PRIMER PERIODO (AAAAMM): " LINE 22 POSITION 40.
           DISPLAY ADPDES LINE 22 POSITION 66.
           ACCEPT ADPDES LINE 22 POSITION 66
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ADPDES IS NOT NUMERIC OR ADPDES(5:2) < "01"
              OR ADPDES(5:2) > "12"
              MOVE WFECHA-HOY(1:6) TO ADPDES
           END-IF.
           DISPLAY "MOTIVO: " LINE 23 POSITION 05.
           MOVE SPACES TO ADMOT.
           ACCEPT ADMOT LINE 23 POSITION 13
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "CONFIRMA (S/N) ? " LINE 23 POSITION 40.
           ACCEPT OP-SN LINE 23 POSITION 58
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "s"
              MOVE "S" TO OP-SN
           END-IF.
       F-CARGAR-DATOS.
           EXIT.

       GRABAR-ALTA.
           MOVE WFECHA-HOY TO ADFECHA.
           MOVE QS-OPER TO ADAUT.
           MOVE "A" TO ADEST.
           MOVE 0 TO ADEFEC ADESEC ADPAG ADULTPER.
           MOVE ADIMP TO ADSDO.
           WRITE R-ADL
              INVALID KEY
                 DISPLAY "ERROR FATAL (FST=" FST ")" LINE 24 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
           END-WRITE.

      *-- UNO YA ENTREGADO POR CAJA NO SE ANULA: SE DESCUENTA ------*
       GRABAR-ANULACION.
           DISPLAY "SECUENCIA A ANULAR: " LINE 21 POSITION 05.
           MOVE 0 TO WSEC.
           ACCEPT WSEC LINE 21 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF WSEC IS NOT NUMERIC OR WSEC = 0
              GO TO F-GRABAR-ANULACION
           END-IF.
           MOVE WLEG TO ADLEG.
           MOVE WSEC TO ADSEC.
           READ MAESTRO KEY IS ADCLAVE
              INVALID KEY
                 DISPLAY "SECUENCIA INEXISTENTE" LINE 24 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-GRABAR-ANULACION
           END-READ.
           IF NOT ADL-AUTORIZADO
              DISPLAY "SOLO SE ANULA UNO AUTORIZADO Y SIN ENTREGAR"
                 LINE 24 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-GRABAR-ANULACION
           END-IF.
           DISPLAY "CONFIRMA LA ANULACION (S/N) ? " LINE 22 POSITION 05.
           ACCEPT OP-SN LINE 22 POSITION 36
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              MOVE "N" TO ADEST
              MOVE 0 TO ADSDO
              REWRITE R-ADL
                 INVALID KEY
                    DISPLAY "ERROR FATAL (FST=" FST ")"
                       LINE 24 POSITION 05
                       CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                    PERFORM PULSAR-TECLA
              END-REWRITE
           END-IF.
       F-GRABAR-ANULACION.
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
