      *** LISPRES - PRESUPUESTOS EMITIDOS Y CONVERTIDOS DEL MES    ***
      *** PIDE UN PERIODO (AAAAMM) Y RECORRE LOS PRESUPUESTOS A    ***
      *** CLIENTES (PRESCLI.IND, VER PRESCLI): POR SUCURSAL,       ***
      *** CANTIDAD E IMPORTE DE LOS EMITIDOS EN EL MES Y DE LOS YA ***
      *** CONVERTIDOS EN FACTURA, CANTIDAD DE RECHAZADOS Y DE      ***
      *** VENCIDOS Y LA TASA DE CIERRE (% DE CONVERTIDOS SOBRE     ***
      *** EMITIDOS) - UN EMITIDO CUYA VALIDEZ YA PASO CUENTA COMO  ***
      *** VENCIDO AUNQUE ESTPRES TODAVIA NO LO HAYA MARCADO - SALE ***
      *** AL SPOOL                                                 ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISPRES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTOS ASSIGN TO DISK "PRESCLI.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS QCNRO
           FILE STATUS IS FSTPRC.

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
        FD PRESUPUESTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS R-PRC.

         COPY PRESCAB.

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
       77 FSTPRC              PIC XX.
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
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "LISPRES".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 2.

       77 WPORC               PIC 9(03)V9.

       01 WPERIODO.
          02 WPER-AA          PIC 9(4).
          02 WPER-MM          PIC 9(2).

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).
       01 WFECHA-HOY-N REDEFINES WFECHA-HOY PIC 9(8).

      *-- TOTALES POR SUCURSAL DEL PRESUPUESTO, EN EL ORDEN EN QUE -*
      *-- APARECEN - UNA SUCURSAL QUE NO ENTRA SE SUMA EN LA ULTIMA *
       77 SUC-CANT            PIC 9(02) VALUE 0.
       77 SUC-POS             PIC 9(02).
       77 SW-SUC              PIC X.
       01 TABLA-SUCURSALES.
          02 TSUC-ELEM OCCURS 50 TIMES.
             03 TSUC-COD      PIC 9(03).
             03 TSUC-CEMI     PIC 9(05).
             03 TSUC-IEMI     PIC 9(08)V99.
             03 TSUC-CCON     PIC 9(05).
             03 TSUC-ICON     PIC 9(08)V99.
             03 TSUC-CREC     PIC 9(05).
             03 TSUC-CVEN     PIC 9(05).

       77 TOT-CEMI            PIC 9(05) VALUE 0.
       77 TOT-IEMI            PIC 9(08)V99 VALUE 0.
       77 TOT-CCON            PIC 9(05) VALUE 0.
       77 TOT-ICON            PIC 9(08)V99 VALUE 0.
       77 TOT-CREC            PIC 9(05) VALUE 0.
       77 TOT-CVEN            PIC 9(05) VALUE 0.

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(08) VALUE  SPACES.
          02 FILLER PIC X(41) VALUE
             "PRESUPUESTOS EMITIDOS Y CONVERTIDOS - MES".
          02 FILLER PIC X(01) VALUE SPACES.
          02 TC-MM  PIC 99/.
          02 TC-AA  PIC 9(4).
          02 FILLER PIC X(08) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(16) VALUE "SUCURSAL".
          02 FILLER PIC X(05) VALUE " EMI.".
          02 FILLER PIC X(12) VALUE "    EMITIDO ".
          02 FILLER PIC X(05) VALUE " CON.".
          02 FILLER PIC X(12) VALUE "  CONVERTIDO".
          02 FILLER PIC X(05) VALUE " REC.".
          02 FILLER PIC X(05) VALUE " VEN.".
          02 FILLER PIC X(09) VALUE " % CIERRE".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-DETALLE.
           02 SD-DSUC  PIC X(15).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-CEMI  PIC ZZZZ9.
           02 SD-IEMI  PIC Z.ZZZ.ZZ9,99.
           02 SD-CCON  PIC ZZZZ9.
           02 SD-ICON  PIC Z.ZZZ.ZZ9,99.
           02 SD-CREC  PIC ZZZZ9.
           02 SD-CVEN  PIC ZZZZ9.
           02 FILLER   PIC X(04) VALUE SPACES.
           02 SD-PORC  PIC ZZ9,9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PRESUPUESTOS.
           IF FSTPRC NOT = "00"
              DISPLAY "LISPRES: PRESCLI.IND NO ENCONTRADO (FST="
                 FSTPRC ") - NO HUBO PRESUPUESTOS"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAESUC.
           ACCEPT WFECHA FROM DATE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "PRESUPUESTOS EMITIDOS Y CONVERTIDOS" LINE 02
              POSITION 22 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PERIODO (AAAAMM): " LINE 04 POSITION 05.
           ACCEPT WPERIODO LINE 04 POSITION 24.
           IF WPERIODO IS NOT NUMERIC OR WPER-AA < 1900
              OR WPER-MM < 1 OR WPER-MM > 12
              DISPLAY "PERIODO INVALIDO - VERIFIQUE" LINE 22
                 POSITION 05 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              CLOSE PRESUPUESTOS MAESUC
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM SUMAR-PRESUPUESTO THRU F-SUMAR-PRESUPUESTO
              UNTIL SW-FIN = "S".
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           MOVE 1 TO SUC-POS.
           PERFORM IMPRIMIR-SUCURSAL UNTIL SUC-POS > SUC-CANT.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           GO TO FIN.

      *-- UN PRESUPUESTO FACTURADO ES CONVERTIDO CUALQUIERA SEA ----*
      *-- SU ESTADO; UN EMITIDO YA SIN VALIDEZ SE CUENTA VENCIDO ---*
       SUMAR-PRESUPUESTO.
           READ PRESUPUESTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-SUMAR-PRESUPUESTO
           END-IF.
           IF QCAA NOT = WPER-AA OR QCMM NOT = WPER-MM
              GO TO F-SUMAR-PRESUPUESTO
           END-IF.
           PERFORM UBICAR-SUCURSAL.
           ADD 1 TO TSUC-CEMI(SUC-POS) TOT-CEMI.
           ADD QCTOT TO TSUC-IEMI(SUC-POS) TOT-IEMI.
           IF QCFAC NOT = 0
              ADD 1 TO TSUC-CCON(SUC-POS) TOT-CCON
              ADD QCTOT TO TSUC-ICON(SUC-POS) TOT-ICON
              GO TO F-SUMAR-PRESUPUESTO
           END-IF.
           IF PRE-RECHAZADO
              ADD 1 TO TSUC-CREC(SUC-POS) TOT-CREC
              GO TO F-SUMAR-PRESUPUESTO
           END-IF.
           IF PRE-VENCIDO
              OR (PRE-EMITIDO AND QCVTO < WFECHA-HOY-N)
              ADD 1 TO TSUC-CVEN(SUC-POS) TOT-CVEN
           END-IF.
       F-SUMAR-PRESUPUESTO.
           EXIT.

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
                 MOVE QCSUC TO TSUC-COD(SUC-POS)
                 MOVE 0 TO TSUC-CEMI(SUC-POS) TSUC-IEMI(SUC-POS)
                           TSUC-CCON(SUC-POS) TSUC-ICON(SUC-POS)
                           TSUC-CREC(SUC-POS) TSUC-CVEN(SUC-POS)
              ELSE
                 MOVE 50 TO SUC-POS
              END-IF
           END-IF.

       COMPARAR-SUCURSAL.
           IF TSUC-COD(SUC-POS) = QCSUC
              MOVE "S" TO SW-SUC
           ELSE
              ADD 1 TO SUC-POS
           END-IF.

       IMPRIMIR-SUCURSAL.
           MOVE TSUC-COD(SUC-POS) TO MSUC.
           READ MAESUC KEY IS MSUC
              INVALID KEY MOVE "NO ENCONTRADA" TO WDSUC
              NOT INVALID KEY MOVE MDSUC TO WDSUC
           END-READ.
           MOVE SPACES TO R-IMP.
           MOVE WDSUC TO SD-DSUC.
           MOVE TSUC-CEMI(SUC-POS) TO SD-CEMI.
           MOVE TSUC-IEMI(SUC-POS) TO SD-IEMI.
           MOVE TSUC-CCON(SUC-POS) TO SD-CCON.
           MOVE TSUC-ICON(SUC-POS) TO SD-ICON.
           MOVE TSUC-CREC(SUC-POS) TO SD-CREC.
           MOVE TSUC-CVEN(SUC-POS) TO SD-CVEN.
           MOVE 0 TO WPORC.
           IF TSUC-CEMI(SUC-POS) > 0
              COMPUTE WPORC ROUNDED =
                 TSUC-CCON(SUC-POS) * 100 / TSUC-CEMI(SUC-POS)
           END-IF.
           MOVE WPORC TO SD-PORC.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           ADD 1 TO SUC-POS.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE "TOTAL GENERAL" TO SD-DSUC.
           MOVE TOT-CEMI TO SD-CEMI.
           MOVE TOT-IEMI TO SD-IEMI.
           MOVE TOT-CCON TO SD-CCON.
           MOVE TOT-ICON TO SD-ICON.
           MOVE TOT-CREC TO SD-CREC.
           MOVE TOT-CVEN TO SD-CVEN.
           MOVE 0 TO WPORC.
           IF TOT-CEMI > 0
              COMPUTE WPORC ROUNDED = TOT-CCON * 100 / TOT-CEMI
           END-IF.
           MOVE WPORC TO SD-PORC.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           IF SUC-CANT = 0
              MOVE SPACES TO R-IMP
              MOVE "SIN PRESUPUESTOS EMITIDOS EN EL MES" TO R-IMP
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
           CLOSE PRESUPUESTOS MAESUC.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
