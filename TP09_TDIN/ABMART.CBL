      *** ABMART - MAESTRO DE ARTICULOS (ARTICULO.IND)             ***
      *** CODIGO, DESCRIPCION, PRECIO DE LISTA (FINAL, IVA         ***
      *** INCLUIDO), ALICUOTA DE IVA (0, 10,5, 21 O 27) Y PUNTO DE ***
      *** REPOSICION - EL COSTO NO SE CARGA ACA: LO DEJA LA ULTIMA ***
      *** COMPRA (INGSTK) - LA BAJA NO BORRA: DEJA EL ARTICULO EN  ***
      *** "B" Y FACTURAR YA NO LO VENDE                            ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMART.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTICULOS ASSIGN TO DISK "ARTICULO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ATCOD
           FILE STATUS IS FSTART.

       DATA DIVISION.
       FILE SECTION.
        FD ARTICULOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-ART.

         COPY ARTICULO.

       WORKING-STORAGE SECTION.
       77 FSTART              PIC XX.
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
       77 ENT-COD             PIC 9(06).
       77 ENT-DES             PIC X(30).
       77 ENT-PRE             PIC 9(05)V99.
       77 ENT-IVA             PIC 9(02)V99.
       77 ENT-PREP            PIC 9(05).
       77 WCOS                PIC 9(05)V99.
       77 PRE-ED              PIC ZZ.ZZ9,99.
       77 IVA-ED              PIC Z9,99.
       77 PREP-ED             PIC ZZ.ZZ9.
       77 CANT-CARGADOS       PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON ARTICULOS.
       ERROR-APERTURA.
           IF FSTART NOT = "00"
              OPEN OUTPUT ARTICULOS
              CLOSE ARTICULOS
              OPEN I-O ARTICULOS
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN I-O ARTICULOS.

       PEDIR-ARTICULO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "MAESTRO DE ARTICULOS" LINE 02 POSITION 30
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CODIGO DE ARTICULO (0 = FIN): " LINE 04 POSITION 05.
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
           MOVE ENT-COD TO ATCOD.
           MOVE "N" TO SW-EXISTE.
           MOVE 0 TO WCOS.
           READ ARTICULOS KEY IS ATCOD
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO SW-EXISTE
                 MOVE ATCOS TO WCOS
           END-READ.
           IF SW-EXISTE = "S"
              DISPLAY "DESCRIPCION : " LINE 06 POSITION 05
              DISPLAY ATDES LINE 06 POSITION 20
              DISPLAY "PRECIO      : " LINE 07 POSITION 05
              MOVE ATPRE TO PRE-ED
              DISPLAY PRE-ED LINE 07 POSITION 20
              DISPLAY "IVA %       : " LINE 08 POSITION 05
              MOVE ATIVA TO IVA-ED
              DISPLAY IVA-ED LINE 08 POSITION 20
              DISPLAY "ULT. COSTO  : " LINE 09 POSITION 05
              MOVE ATCOS TO PRE-ED
              DISPLAY PRE-ED LINE 09 POSITION 20
              DISPLAY "REPOSICION  : " LINE 10 POSITION 05
              MOVE ATPREP TO PREP-ED
              DISPLAY PREP-ED LINE 10 POSITION 20
              IF ART-BAJA
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
                 GO TO BAJA-ARTICULO
              END-IF
              IF OP-SN NOT = "M" AND OP-SN NOT = "m"
                 GO TO PEDIR-ARTICULO
              END-IF
           END-IF.
           DISPLAY "DESCRIPCION           : " LINE 13 POSITION 05.
           ACCEPT ENT-DES LINE 13 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-DES = SPACES
              GO TO PEDIR-ARTICULO
           END-IF.
           DISPLAY "PRECIO DE LISTA       : " LINE 14 POSITION 05.
           ACCEPT ENT-PRE LINE 14 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-PRE IS NOT NUMERIC
              MOVE 0 TO ENT-PRE
           END-IF.
           IF ENT-PRE = 0
              DISPLAY "PRECIO INVALIDO - VERIFIQUE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-ARTICULO
           END-IF.
           DISPLAY "ALICUOTA DE IVA %     : " LINE 15 POSITION 05.
           ACCEPT ENT-IVA LINE 15 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-IVA IS NOT NUMERIC
              MOVE 0 TO ENT-IVA
           END-IF.
      *-- LAS MISMAS ALICUOTAS QUE DISCRIMINA EL LIBRO IVA COMPRAS -*
           IF ENT-IVA NOT = 0 AND ENT-IVA NOT = 10,5
              AND ENT-IVA NOT = 21 AND ENT-IVA NOT = 27
              DISPLAY "ALICUOTA INVALIDA (0, 10,5, 21 O 27)"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-ARTICULO
           END-IF.
           DISPLAY "PUNTO DE REPOSICION   : " LINE 16 POSITION 05.
           ACCEPT ENT-PREP LINE 16 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-PREP IS NOT NUMERIC
              MOVE 0 TO ENT-PREP
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 18 POSITION 05.
           ACCEPT OP-SN LINE 18 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-ARTICULO
           END-IF.
           MOVE ENT-COD TO ATCOD.
           MOVE ENT-DES TO ATDES.
           MOVE ENT-PRE TO ATPRE.
           MOVE ENT-IVA TO ATIVA.
           MOVE WCOS TO ATCOS.
           MOVE ENT-PREP TO ATPREP.
      *-- MODIFICAR UN ARTICULO DADO DE BAJA LO VUELVE A ACTIVAR ---*
           MOVE "A" TO ATEST.
           IF SW-EXISTE = "S"
              REWRITE R-ART
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE R-ART
                 INVALID KEY REWRITE R-ART
              END-WRITE
           END-IF.
           ADD 1 TO CANT-CARGADOS.
           DISPLAY "ARTICULO GRABADO" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-ARTICULO.

       BAJA-ARTICULO.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 13 POSITION 05.
           ACCEPT OP-SN LINE 13 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              MOVE "B" TO ATEST
              REWRITE R-ART
                 INVALID KEY CONTINUE
              END-REWRITE
              DISPLAY "ARTICULO DADO DE BAJA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.
           GO TO PEDIR-ARTICULO.

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
           GO TO PEDIR-ARTICULO.
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
           DISPLAY "ABMART: ARTICULOS GRABADOS = " CANT-CARGADOS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE ARTICULOS.
           EXIT PROGRAM.
