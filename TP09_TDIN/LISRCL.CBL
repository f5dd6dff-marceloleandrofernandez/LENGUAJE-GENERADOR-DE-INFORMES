      *** LISRCL - RECLAMOS DE CLIENTES DEL MES                    ***
      *** PIDE UN PERIODO (AAAAMM) Y RECORRE LOS RECLAMOS          ***
      *** (RECLAMOS.IND, VER RECLAMOS): POR MOTIVO Y POR SUCURSAL, ***
      *** CANTIDAD DE RECIBIDOS EN EL MES Y COMO ESTAN HOY         ***
      *** (PENDIENTES, RESUELTOS CON NOTA DE CREDITO, RECHAZADOS)  ***
      *** Y CANTIDAD DE CERRADOS EN EL MES CON SU TIEMPO PROMEDIO  ***
      *** DE RESOLUCION EN DIAS (DEL ALTA AL CIERRE, EN DIAS       ***
      *** COMERCIALES COMO ANTDEU) - SALE AL SPOOL                 ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISRCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMOS ASSIGN TO DISK "RECLAMOS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RLNRO
           ALTERNATE RECORD KEY IS RLCA DUPLICATES
           FILE STATUS IS FSTRCL.

           SELECT MAESUC ASSIGN TO DISK "SUCURSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSUC
           FILE STATUS IS FSTSUC.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD RECLAMOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 175 CHARACTERS
           DATA RECORD IS R-RCL.

         COPY RECLAMO.

        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-SUC.

         COPY SUCURSAL.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTRCL              PIC XX.
       77 FSTSUC              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
       77 WDSUC               PIC X(15).
       77 SW-FIN              PIC X.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "LISRCL".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 2.

       77 SW-RECIBIDO         PIC X.
       77 SW-CERRADO          PIC X.
       77 WDIAS               PIC 9(05).
       77 WDIAS-ALTA          PIC 9(07).
       77 WDIAS-CIERRE        PIC 9(07).
       77 WPROM               PIC 9(05)V9.

       01 WPERIODO.
          02 WPER-AA          PIC 9(4).
          02 WPER-MM          PIC 9(2).

       01 WFECHA-EST.
          02 WAA-EST          PIC 9(4).
          02 WMM-EST          PIC 9(2).
          02 WDD-EST          PIC 9(2).
       01 WFECHA-EST-N REDEFINES WFECHA-EST PIC 9(8).

      *-- MOTIVOS CODIFICADOS (VER MOTRCL.CPY) ---------------------*
      *-- UN CODIGO QUE NO FIGURA SE SUMA EN EL ULTIMO (OTROS) -----*
       77 MOT-POS             PIC 99.
       77 SW-MOT              PIC X.
       COPY MOTRCL.

      *-- TOTALES POR MOTIVO, EN EL ORDEN DE LA TABLA --------------*
       01 TABLA-TOT-MOTIVOS.
          02 TTM-ELEM OCCURS 8 TIMES.
             03 TTM-CREC      PIC 9(05).
             03 TTM-CPEN      PIC 9(05).
             03 TTM-CNC       PIC 9(05).
             03 TTM-CRCH      PIC 9(05).
             03 TTM-CCER      PIC 9(05).
             03 TTM-DIAS      PIC 9(07).

      *-- TOTALES POR SUCURSAL DEL RECLAMO, EN EL ORDEN EN QUE -----*
      *-- APARECEN - UNA SUCURSAL QUE NO ENTRA SE SUMA EN LA ULTIMA *
       77 SUC-CANT            PIC 9(02) VALUE 0.
       77 SUC-POS             PIC 9(02).
       77 SW-SUC              PIC X.
       01 TABLA-SUCURSALES.
          02 TSUC-ELEM OCCURS 50 TIMES.
             03 TSUC-COD      PIC 9(03).
             03 TSUC-CREC     PIC 9(05).
             03 TSUC-CPEN     PIC 9(05).
             03 TSUC-CNC      PIC 9(05).
             03 TSUC-CRCH     PIC 9(05).
             03 TSUC-CCER     PIC 9(05).
             03 TSUC-DIAS     PIC 9(07).

       77 TOT-CREC            PIC 9(05) VALUE 0.
       77 TOT-CPEN            PIC 9(05) VALUE 0.
       77 TOT-CNC             PIC 9(05) VALUE 0.
       77 TOT-CRCH            PIC 9(05) VALUE 0.
       77 TOT-CCER            PIC 9(05) VALUE 0.
       77 TOT-DIAS            PIC 9(07) VALUE 0.

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(08) VALUE  SPACES.
          02 FILLER PIC X(41) VALUE
             "RECLAMOS DE CLIENTES - MES".
          02 FILLER PIC X(01) VALUE SPACES.
          02 TC-MM  PIC 99/.
          02 TC-AA  PIC 9(4).
          02 FILLER PIC X(08) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(32) VALUE "MOTIVO / SUCURSAL".
          02 FILLER PIC X(06) VALUE " RECIB".
          02 FILLER PIC X(06) VALUE " PEND.".
          02 FILLER PIC X(06) VALUE "  C/NC".
          02 FILLER PIC X(06) VALUE " RECH.".
          02 FILLER PIC X(06) VALUE " CERR.".
          02 FILLER PIC X(09) VALUE " DIAS PR.".

       01 TITULOS-RECIBIDOS.
          02 FILLER PIC X(32) VALUE SPACES.
          02 FILLER PIC X(24) VALUE
             "<-RECIBIDOS EN EL MES ->".
          02 FILLER PIC X(15) VALUE "<CERRADOS MES>".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-DETALLE.
           02 SD-DES   PIC X(31).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-CREC  PIC ZZZZZ9.
           02 SD-CPEN  PIC ZZZZZ9.
           02 SD-CNC   PIC ZZZZZ9.
           02 SD-CRCH  PIC ZZZZZ9.
           02 SD-CCER  PIC ZZZZZ9.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-PROM  PIC ZZZZ9,9.

       01  SALIDA-MOTIVO.
           02 SM-COD   PIC 99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SM-DES   PIC X(28).

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT RECLAMOS.
           IF FSTRCL NOT = "00"
              DISPLAY "LISRCL: RECLAMOS.IND NO ENCONTRADO (FST="
                 FSTRCL ") - NO HUBO RECLAMOS"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAESUC.
           ACCEPT WFECHA FROM DATE.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "RECLAMOS DE CLIENTES DEL MES" LINE 02
              POSITION 26 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PERIODO (AAAAMM): " LINE 04 POSITION 05.
           ACCEPT WPERIODO LINE 04 POSITION 24.
           IF WPERIODO IS NOT NUMERIC OR WPER-AA < 1900
              OR WPER-MM < 1 OR WPER-MM > 12
              DISPLAY "PERIODO INVALIDO - VERIFIQUE" LINE 22
                 POSITION 05 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              CLOSE RECLAMOS MAESUC
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           MOVE 1 TO MOT-POS.
           PERFORM LIMPIAR-MOTIVO UNTIL MOT-POS > 8.
           MOVE "N" TO SW-FIN.
           PERFORM SUMAR-RECLAMO THRU F-SUMAR-RECLAMO
              UNTIL SW-FIN = "S".
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           MOVE SPACES TO R-IMP.
           MOVE "POR MOTIVO" TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE 1 TO MOT-POS.
           PERFORM IMPRIMIR-MOTIVO UNTIL MOT-POS > 8.
           PERFORM IMPRIMIR-TOTALES.
           MOVE SPACES TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE "POR SUCURSAL" TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE 1 TO SUC-POS.
           PERFORM IMPRIMIR-SUCURSAL UNTIL SUC-POS > SUC-CANT.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           GO TO FIN.

       LIMPIAR-MOTIVO.
           MOVE 0 TO TTM-CREC(MOT-POS) TTM-CPEN(MOT-POS)
                     TTM-CNC(MOT-POS) TTM-CRCH(MOT-POS)
                     TTM-CCER(MOT-POS) TTM-DIAS(MOT-POS).
           ADD 1 TO MOT-POS.

      *-- RECIBIDO: DADO DE ALTA EN EL MES (SE CUENTA SEGUN COMO --*
      *-- ESTA HOY) - CERRADO: RESUELTO O RECHAZADO CON FECHA DE --*
      *-- CIERRE EN EL MES, CON LOS DIAS QUE TARDO -----------------*
       SUMAR-RECLAMO.
           READ RECLAMOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-SUMAR-RECLAMO
           END-IF.
           MOVE "N" TO SW-RECIBIDO SW-CERRADO.
           IF RLAA = WPER-AA AND RLMM = WPER-MM
              MOVE "S" TO SW-RECIBIDO
           END-IF.
           MOVE RLFEST TO WFECHA-EST-N.
           IF (RCL-RESUELTO OR RCL-RECHAZADO)
              AND WAA-EST = WPER-AA AND WMM-EST = WPER-MM
              MOVE "S" TO SW-CERRADO
           END-IF.
           IF SW-RECIBIDO = "N" AND SW-CERRADO = "N"
              GO TO F-SUMAR-RECLAMO
           END-IF.
           PERFORM UBICAR-MOTIVO.
           PERFORM UBICAR-SUCURSAL.
           IF SW-RECIBIDO = "S"
              ADD 1 TO TTM-CREC(MOT-POS) TSUC-CREC(SUC-POS) TOT-CREC
              EVALUATE TRUE
                 WHEN RCL-RESUELTO
                    ADD 1 TO TTM-CNC(MOT-POS) TSUC-CNC(SUC-POS)
                             TOT-CNC
                 WHEN RCL-RECHAZADO
                    ADD 1 TO TTM-CRCH(MOT-POS) TSUC-CRCH(SUC-POS)
                             TOT-CRCH
                 WHEN OTHER
                    ADD 1 TO TTM-CPEN(MOT-POS) TSUC-CPEN(SUC-POS)
                             TOT-CPEN
              END-EVALUATE
           END-IF.
           IF SW-CERRADO = "N"
              GO TO F-SUMAR-RECLAMO
           END-IF.
      *-- DIAS COMERCIALES (MES DE 30), COMO EN ANTDEU -------------*
           COMPUTE WDIAS-ALTA = RLAA * 360 + RLMM * 30 + RLDD.
           COMPUTE WDIAS-CIERRE = WAA-EST * 360 + WMM-EST * 30
                                + WDD-EST.
           MOVE 0 TO WDIAS.
           IF WDIAS-CIERRE > WDIAS-ALTA
              COMPUTE WDIAS = WDIAS-CIERRE - WDIAS-ALTA
           END-IF.
           ADD 1 TO TTM-CCER(MOT-POS) TSUC-CCER(SUC-POS) TOT-CCER.
           ADD WDIAS TO TTM-DIAS(MOT-POS) TSUC-DIAS(SUC-POS) TOT-DIAS.
       F-SUMAR-RECLAMO.
           EXIT.

       UBICAR-MOTIVO.
           MOVE "N" TO SW-MOT.
           MOVE 1 TO MOT-POS.
           PERFORM COMPARAR-MOTIVO
              UNTIL SW-MOT = "S" OR MOT-POS > 8.
           IF SW-MOT = "N"
              MOVE 8 TO MOT-POS
           END-IF.

       COMPARAR-MOTIVO.
           IF TMOT-COD(MOT-POS) = RLMOT
              MOVE "S" TO SW-MOT
           ELSE
              ADD 1 TO MOT-POS
           END-IF.

      *-- BUSCA LA SUCURSAL EN LA TABLA Y LA AGREGA SI ES NUEVA ----*
       UBICAR-SUCURSAL.
           MOVE "N" TO SW-SUC.
           MOVE 1 TO SUC-POS.
           PERFORM COMPARAR-SUCURSAL
              UNTIL SW-SUC = "S" OR SUC-POS > SUC-CANT.
           IF SW-SUC = "N"
              IF SUC-CANT < 50
                 ADD 1 TO SUC-CANT
                 MOVE SUC-CANT TO SUC-POS
                 MOVE RLSUC TO TSUC-COD(SUC-POS)
                 MOVE 0 TO TSUC-CREC(SUC-POS) TSUC-CPEN(SUC-POS)
                           TSUC-CNC(SUC-POS) TSUC-CRCH(SUC-POS)
                           TSUC-CCER(SUC-POS) TSUC-DIAS(SUC-POS)
              ELSE
                 MOVE 50 TO SUC-POS
              END-IF
           END-IF.

       COMPARAR-SUCURSAL.
           IF TSUC-COD(SUC-POS) = RLSUC
              MOVE "S" TO SW-SUC
           ELSE
              ADD 1 TO SUC-POS
           END-IF.

       IMPRIMIR-MOTIVO.
           MOVE SPACES TO R-IMP.
           MOVE TMOT-COD(MOT-POS) TO SM-COD.
           MOVE TMOT-DES(MOT-POS) TO SM-DES.
           MOVE SALIDA-MOTIVO TO SD-DES.
           MOVE TTM-CREC(MOT-POS) TO SD-CREC.
           MOVE TTM-CPEN(MOT-POS) TO SD-CPEN.
           MOVE TTM-CNC(MOT-POS) TO SD-CNC.
           MOVE TTM-CRCH(MOT-POS) TO SD-CRCH.
           MOVE TTM-CCER(MOT-POS) TO SD-CCER.
           MOVE 0 TO WPROM.
           IF TTM-CCER(MOT-POS) > 0
              COMPUTE WPROM ROUNDED =
                 TTM-DIAS(MOT-POS) / TTM-CCER(MOT-POS)
           END-IF.
           MOVE WPROM TO SD-PROM.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           ADD 1 TO MOT-POS.

       IMPRIMIR-SUCURSAL.
           MOVE TSUC-COD(SUC-POS) TO MSUC.
           READ MAESUC KEY IS MSUC
              INVALID KEY MOVE "NO ENCONTRADA" TO WDSUC
              NOT INVALID KEY MOVE MDSUC TO WDSUC
           END-READ.
           MOVE SPACES TO R-IMP.
           MOVE WDSUC TO SD-DES.
           MOVE TSUC-CREC(SUC-POS) TO SD-CREC.
           MOVE TSUC-CPEN(SUC-POS) TO SD-CPEN.
           MOVE TSUC-CNC(SUC-POS) TO SD-CNC.
           MOVE TSUC-CRCH(SUC-POS) TO SD-CRCH.
           MOVE TSUC-CCER(SUC-POS) TO SD-CCER.
           MOVE 0 TO WPROM.
           IF TSUC-CCER(SUC-POS) > 0
              COMPUTE WPROM ROUNDED =
                 TSUC-DIAS(SUC-POS) / TSUC-CCER(SUC-POS)
           END-IF.
           MOVE WPROM TO SD-PROM.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           ADD 1 TO SUC-POS.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE "TOTAL GENERAL" TO SD-DES.
           MOVE TOT-CREC TO SD-CREC.
           MOVE TOT-CPEN TO SD-CPEN.
           MOVE TOT-CNC TO SD-CNC.
           MOVE TOT-CRCH TO SD-CRCH.
           MOVE TOT-CCER TO SD-CCER.
           MOVE 0 TO WPROM.
           IF TOT-CCER > 0
              COMPUTE WPROM ROUNDED = TOT-DIAS / TOT-CCER
           END-IF.
           MOVE WPROM TO SD-PROM.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           IF TOT-CREC = 0 AND TOT-CCER = 0
              MOVE SPACES TO R-IMP
              MOVE "SIN RECLAMOS RECIBIDOS NI CERRADOS EN EL MES"
                 TO R-IMP
              PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-LINEA.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           WRITE R-IMP.
           IF L NOT < WLIN-FOOT
              PERFORM ING-TECLA
              PERFORM IMPRIMIR-TITULOS
           END-IF.

       IMPRIMIR-TITULOS.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE SPACES TO R-IMP.
           MOVE WPER-MM TO TC-MM.
           MOVE WPER-AA TO TC-AA.
           MOVE WDD TO SDD.
           MOVE WMM TO SMM.
           MOVE WAA TO SAA.
           MOVE TITULO-CABECERA TO R-IMP.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE TITULOS-RECIBIDOS TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE TITULOS-DETALLES TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           ADD 1 TO L.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           DISPLAY R-IMP LINE L.
           WRITE R-IMP.

       ING-TECLA.
           ADD 1 TO SPL-PAGINAS.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE RECLAMOS MAESUC.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
