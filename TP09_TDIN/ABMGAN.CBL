      *-- A-B-M DE LA TABLA DE GANANCIAS DE CUARTA CATEGORIA -----*
      *-- (GANTAB.IND): POR ANIO, LOS TRAMOS DE LA ESCALA ("E"), --*
      *-- LAS DEDUCCIONES GENERALES ("G": MINIMO NO IMPONIBLE, ----*
      *-- DEDUCCION ESPECIAL) Y LAS DEDUCCIONES PERSONALES QUE ----*
      *-- DECLARAN LOS EMPLEADOS ("D": CONYUGE, HIJOS, ALQUILER, --*
      *-- SEGUROS, VER ABMDEDG) - IMPORTES ANUALES - ESQUEMA ------*
      *-- COMPACTO COMO ABMPARAM: LA MISMA CLAVE OFRECE -----------*
      *-- MODIFICACION O BAJA -------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMGAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO DISK "GANTAB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GTCLAVE
           FILE STATUS IS FST.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS R-GTB.

         COPY GANTAB.

       WORKING-STORAGE SECTION.
       77 FST                     PIC XX.
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
       77 PCT-ED                  PIC Z9,99.
       77 IMP-ED                  PIC ZZZ.ZZZ.ZZ9,99.

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
           OPEN I-O MAESTRO.

       PEDIR-CLAVE.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "TABLA DE GANANCIAS - CUARTA CATEGORIA" LINE 02
              POSITION 22 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "ANIO (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT GTANIO LINE 04 POSITION 22
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF GTANIO IS NOT NUMERIC OR GTANIO = 0
              GO TO FIN
           END-IF.
           DISPLAY "TIPO (E=ESCALA G=GENERAL D=PERSONAL): "
              LINE 05 POSITION 05.
           ACCEPT GTTIPO LINE 05 POSITION 44
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF GTTIPO = "e"
              MOVE "E" TO GTTIPO
           END-IF.
           IF GTTIPO = "g"
              MOVE "G" TO GTTIPO
           END-IF.
           IF GTTIPO = "d"
              MOVE "D" TO GTTIPO
           END-IF.
           IF NOT GTB-ESCALA AND NOT GTB-GENERAL AND NOT GTB-PERSONAL
              DISPLAY "TIPO INVALIDO - VERIFIQUE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLAVE
           END-IF.
           IF GTB-ESCALA
              DISPLAY "TRAMO (01, 02, ...): " LINE 06 POSITION 05
           ELSE
              DISPLAY "CODIGO (4 LETRAS): " LINE 06 POSITION 05
           END-IF.
           ACCEPT GTCOD LINE 06 POSITION 27
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF GTCOD = SPACES
              GO TO PEDIR-CLAVE
           END-IF.
           MOVE "NO" TO WMAE.
           READ MAESTRO KEY IS GTCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "SI" TO WMAE
           END-READ.
           IF WMAE = "SI"
              PERFORM MOSTRAR-DATOS
              DISPLAY "M=MODIFICA B=BAJA C=CANCELA : "
                 LINE 13 POSITION 05
              ACCEPT OP-SN LINE 13 POSITION 36
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
              DISPLAY "RENGLON NUEVO - INGRESE LOS DATOS"
                 LINE 08 POSITION 05
              MOVE SPACES TO GTDESC
              MOVE 0 TO GTIMP1 GTIMP2 GTPCT
              PERFORM CARGAR-DATOS
              PERFORM GRABAR-ALTA THRU F-GRABAR-ALTA
           END-IF.
           GO TO PEDIR-CLAVE.

       MOSTRAR-DATOS.
           DISPLAY "DESCRIPCION : " LINE 08 POSITION 05.
           DISPLAY GTDESC LINE 08 POSITION 20.
           IF GTB-ESCALA
              MOVE GTIMP1 TO IMP-ED
              DISPLAY "GANANCIA DESDE  : " LINE 09 POSITION 05
              DISPLAY IMP-ED LINE 09 POSITION 24
              MOVE GTIMP2 TO IMP-ED
              DISPLAY "IMPUESTO FIJO   : " LINE 10 POSITION 05
              DISPLAY IMP-ED LINE 10 POSITION 24
              MOVE GTPCT TO PCT-ED
              DISPLAY "% S/EXCEDENTE   : " LINE 11 POSITION 05
              DISPLAY PCT-ED LINE 11 POSITION 24
           END-IF.
           IF GTB-GENERAL
              MOVE GTIMP2 TO IMP-ED
              DISPLAY "IMPORTE ANUAL   : " LINE 09 POSITION 05
              DISPLAY IMP-ED LINE 09 POSITION 24
           END-IF.
           IF GTB-PERSONAL
              MOVE GTIMP2 TO IMP-ED
              DISPLAY "ANUAL POR CARGA : " LINE 09 POSITION 05
              DISPLAY IMP-ED LINE 09 POSITION 24
              MOVE GTPCT TO PCT-ED
              DISPLAY "% COMPUTABLE    : " LINE 10 POSITION 05
              DISPLAY PCT-ED LINE 10 POSITION 24
              MOVE GTIMP1 TO IMP-ED
              DISPLAY "TOPE ANUAL      : " LINE 11 POSITION 05
              DISPLAY IMP-ED LINE 11 POSITION 24
           END-IF.

      *-- CADA TIPO PIDE SOLO LO QUE USA LIQUIDA -------------------*
       CARGAR-DATOS.
           DISPLAY "DESCRIPCION : " LINE 15 POSITION 05.
           ACCEPT GTDESC LINE 15 POSITION 20
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF GTB-ESCALA
              DISPLAY "GANANCIA ANUAL DESDE : " LINE 16 POSITION 05
              ACCEPT GTIMP1 LINE 16 POSITION 29
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              DISPLAY "IMPUESTO FIJO ANUAL  : " LINE 17 POSITION 05
              ACCEPT GTIMP2 LINE 17 POSITION 29
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              DISPLAY "% SOBRE EL EXCEDENTE : " LINE 18 POSITION 05
              ACCEPT GTPCT LINE 18 POSITION 29
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
           END-IF.
           IF GTB-GENERAL
              DISPLAY "IMPORTE ANUAL        : " LINE 16 POSITION 05
              ACCEPT GTIMP2 LINE 16 POSITION 29
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
           END-IF.
           IF GTB-PERSONAL
              DISPLAY "ANUAL POR CARGA (0 = NO ES CARGA): "
                 LINE 16 POSITION 05
              ACCEPT GTIMP2 LINE 16 POSITION 41
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              DISPLAY "% COMPUTABLE DE LO PAGADO (0 = TODO): "
                 LINE 17 POSITION 05
              ACCEPT GTPCT LINE 17 POSITION 44
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              DISPLAY "TOPE ANUAL (0 = SIN TOPE): " LINE 18 POSITION 05
              ACCEPT GTIMP1 LINE 18 POSITION 33
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
           END-IF.
           IF GTIMP1 IS NOT NUMERIC
              MOVE 0 TO GTIMP1
           END-IF.
           IF GTIMP2 IS NOT NUMERIC
              MOVE 0 TO GTIMP2
           END-IF.
           IF GTPCT IS NOT NUMERIC
              MOVE 0 TO GTPCT
           END-IF.

       GRABAR-ALTA.
           IF GTDESC = SPACES
              DISPLAY "DESCRIPCION EN BLANCO - NO SE GRABA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-GRABAR-ALTA
           END-IF.
           WRITE R-GTB
              INVALID KEY
                 DISPLAY "ERROR FATAL (FST=" FST ")" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              NOT INVALID KEY
                 DISPLAY "RENGLON DADO DE ALTA" LINE 22 POSITION 05
                    CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           END-WRITE.
           PERFORM PULSAR-TECLA.
       F-GRABAR-ALTA.
           EXIT.

       GRABAR-MODIFICACION.
           IF GTDESC = SPACES
              DISPLAY "DESCRIPCION EN BLANCO - NO SE GRABA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-GRABAR-MODIFICACION
           END-IF.
           REWRITE R-GTB
              INVALID KEY
                 DISPLAY "ERROR FATAL (FST=" FST ")" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              NOT INVALID KEY
                 DISPLAY "RENGLON MODIFICADO" LINE 22 POSITION 05
                    CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           END-REWRITE.
           PERFORM PULSAR-TECLA.
       F-GRABAR-MODIFICACION.
           EXIT.

       GRABAR-BAJA.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 15 POSITION 05.
           ACCEPT OP-SN LINE 15 POSITION 31
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
                    DISPLAY "RENGLON DADO DE BAJA" LINE 22 POSITION 05
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
           GO TO PEDIR-CLAVE.
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
           CLOSE MAESTRO.
           EXIT PROGRAM.
