      *-- A-B-M DE LA JORNADA TEORICA DEL PERSONAL (JORNADA.IND):-*
      *-- POR LEGAJO, LA HORA DE ENTRADA Y DE SALIDA (HHMM) DE ---*
      *-- CADA DIA DE LA SEMANA; 0000 Y 0000 = NO LABORABLE - ----*
      *-- CALCHEX CALCULA CONTRA ESTA JORNADA LAS HORAS EXTRA ----*
      *-- DE LAS FICHADAS - ESQUEMA COMPACTO COMO ABMASIG: EL ----*
      *-- MISMO LEGAJO OFRECE MODIFICACION O BAJA ----------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMJOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO DISK "JORNADA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS JOLEG
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
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS R-JOR.

         COPY JORNADA.

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
       77 WLEG                    PIC 9(8).
       77 IND-DIA                 PIC 9.
       77 L                       PIC 99.
       01 WHHMM-ENT.
          02 WENT-HH              PIC 99.
          02 WENT-MI              PIC 99.
       01 WHHMM-SAL.
          02 WSAL-HH              PIC 99.
          02 WSAL-MI              PIC 99.
       01 TABLA-NOMBRE-DIA.
          02 FILLER PIC X(21) VALUE "LUNMARMIEJUEVIESABDOM".
       01 R-TABLA-NOMBRE-DIA REDEFINES TABLA-NOMBRE-DIA.
          02 NOMBRE-DIA OCCURS 7 TIMES PIC X(3).

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
              DISPLAY "ABMJOR: MAEEMP.IND NO ENCONTRADA (FST="
                 FSTEMP ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O MAESTRO.

       PEDIR-LEGAJO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "JORNADA TEORICA DEL PERSONAL" LINE 02
              POSITION 26 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
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
           DISPLAY "DIA  ENTRADA  SALIDA" LINE 06 POSITION 05.
           MOVE WLEG TO JOLEG.
           MOVE "NO" TO WMAE.
           READ MAESTRO KEY IS JOLEG
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "SI" TO WMAE
           END-READ.
           IF WMAE = "SI"
              MOVE 1 TO IND-DIA
              PERFORM MOSTRAR-DIA 7 TIMES
              DISPLAY "M=MODIFICA B=BAJA C=CANCELA : "
                 LINE 15 POSITION 05
              ACCEPT OP-SN LINE 15 POSITION 36
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF OP-SN = "B" OR OP-SN = "b"
                 PERFORM GRABAR-BAJA
              ELSE
                 IF OP-SN = "M" OR OP-SN = "m"
                    PERFORM CARGAR-DATOS
                    PERFORM GRABAR-MODIFICACION
                       THRU F-GRABAR-MODIFICACION
                 END-IF
              END-IF
           ELSE
              DISPLAY "SIN JORNADA CARGADA - INGRESE LOS HORARIOS"
                 LINE 15 POSITION 05
              MOVE 1 TO IND-DIA
              PERFORM LIMPIAR-DIA 7 TIMES
              PERFORM CARGAR-DATOS
              PERFORM GRABAR-ALTA THRU F-GRABAR-ALTA
           END-IF.
           GO TO PEDIR-LEGAJO.

       MOSTRAR-DIA.
           COMPUTE L = IND-DIA + 6.
           DISPLAY NOMBRE-DIA(IND-DIA) LINE L POSITION 05.
           DISPLAY JOENT(IND-DIA) LINE L POSITION 11.
           DISPLAY JOSAL(IND-DIA) LINE L POSITION 19.
           ADD 1 TO IND-DIA.

       LIMPIAR-DIA.
           MOVE 0 TO JOENT(IND-DIA) JOSAL(IND-DIA).
           ADD 1 TO IND-DIA.

      *-- LOS SIETE DIAS EN EL MISMO CUADRO, UNO POR RENGLON -------*
       CARGAR-DATOS.
           MOVE 1 TO IND-DIA.
           PERFORM PEDIR-DIA 7 TIMES.

       PEDIR-DIA.
           COMPUTE L = IND-DIA + 6.
           DISPLAY NOMBRE-DIA(IND-DIA) LINE L POSITION 05.
           ACCEPT JOENT(IND-DIA) LINE L POSITION 11
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF JOENT(IND-DIA) IS NOT NUMERIC
              MOVE 0 TO JOENT(IND-DIA)
           END-IF.
           ACCEPT JOSAL(IND-DIA) LINE L POSITION 19
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF JOSAL(IND-DIA) IS NOT NUMERIC
              MOVE 0 TO JOSAL(IND-DIA)
           END-IF.
           ADD 1 TO IND-DIA.

      *-- CADA DIA: LAS DOS HORAS EN CERO O UNA HORA VALIDA DE -----*
      *-- ENTRADA ANTERIOR A LA DE SALIDA (SIN CRUZAR LA MEDIANOCHE)*
       VALIDAR-DATOS.
           MOVE "S" TO OP-SN.
           MOVE 1 TO IND-DIA.
           PERFORM VALIDAR-DIA 7 TIMES.

       VALIDAR-DIA.
           IF JOENT(IND-DIA) NOT = 0 OR JOSAL(IND-DIA) NOT = 0
              MOVE JOENT(IND-DIA) TO WHHMM-ENT
              MOVE JOSAL(IND-DIA) TO WHHMM-SAL
              IF WENT-HH > 23 OR WENT-MI > 59 OR WSAL-HH > 23
                 OR WSAL-MI > 59
                 OR JOENT(IND-DIA) NOT < JOSAL(IND-DIA)
                 IF OP-SN = "S"
                    DISPLAY "HORARIO INVALIDO EL DIA " LINE 22
                       POSITION 05 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                    DISPLAY NOMBRE-DIA(IND-DIA) LINE 22 POSITION 29
                       CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                    DISPLAY " - NO SE GRABA" LINE 22 POSITION 32
                       CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 END-IF
                 MOVE "N" TO OP-SN
              END-IF
           END-IF.
           ADD 1 TO IND-DIA.

       GRABAR-ALTA.
           PERFORM VALIDAR-DATOS.
           IF OP-SN = "N"
              PERFORM PULSAR-TECLA
              GO TO F-GRABAR-ALTA
           END-IF.
           WRITE R-JOR
              INVALID KEY
                 DISPLAY "ERROR FATAL (FST=" FST ")" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              NOT INVALID KEY
                 DISPLAY "JORNADA DADA DE ALTA" LINE 22 POSITION 05
                    CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           END-WRITE.
           PERFORM PULSAR-TECLA.
       F-GRABAR-ALTA.
           EXIT.

       GRABAR-MODIFICACION.
           PERFORM VALIDAR-DATOS.
           IF OP-SN = "N"
              PERFORM PULSAR-TECLA
              GO TO F-GRABAR-MODIFICACION
           END-IF.
           REWRITE R-JOR
              INVALID KEY
                 DISPLAY "ERROR FATAL (FST=" FST ")" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              NOT INVALID KEY
                 DISPLAY "JORNADA MODIFICADA" LINE 22 POSITION 05
                    CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           END-REWRITE.
           PERFORM PULSAR-TECLA.
       F-GRABAR-MODIFICACION.
           EXIT.

       GRABAR-BAJA.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 17 POSITION 05.
           ACCEPT OP-SN LINE 17 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              DELETE MAESTRO
                 INVALID KEY
                    DISPLAY "ERROR FATAL (FST=" FST ")"
                       LINE 22 POSITION 05
                       CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 NOT INVALID KEY
                    DISPLAY "JORNADA DADA DE BAJA" LINE 22 POSITION 05
                       CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              END-DELETE
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
