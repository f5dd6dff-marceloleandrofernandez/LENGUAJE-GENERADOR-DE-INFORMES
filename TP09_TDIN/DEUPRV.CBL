      *** DEUPRV - DEUDA A PAGAR A PROVEEDORES POR ANTIGUEDAD      ***
      *** RECORRE MOVPROV.IND POR PROVEEDOR Y REPARTE LO QUE FALTA ***
      *** PAGAR DE CADA FACTURA (MPSDO, VER CARGAPRV) SEGUN SU     ***
      *** VENCIMIENTO: A VENCER, VENCIDO HASTA 30, 60 Y MAS DE 60  ***
      *** DIAS - LOS PAGOS Y NOTAS DE CREDITO QUE QUEDARON SIN     ***
      *** IMPUTAR SALEN EN LA COLUMNA A CUENTA - TOTALES GENERALES ***
      *** AL PIE - SALE POR EL SPOOL                               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEUPRV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPROBANTES ASSIGN TO DISK "MOVPROV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MPCLAVE
           FILE STATUS IS FSTMPV.

           SELECT PROVEEDORES ASSIGN TO DISK "PROVEE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PVCOD
           ALTERNATE RECORD KEY IS PVNOM DUPLICATES
           FILE STATUS IS FSTPRV.

      *-- EL LISTADO SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD COMPROBANTES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS R-MPV.

         COPY MOVPROV.

        FD PROVEEDORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS R-PROV.

         COPY PROVEE.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTMPV              PIC XX.
       77 FSTPRV              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
      *-- EL LISTADO SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "DEUPRV  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.
       77 WPROV-ANT           PIC 9(05) VALUE 0.
       77 SW-HAY-PROV         PIC X VALUE "N".
       77 CANT-PROV           PIC 9(05) VALUE 0.

      *-- FECHAS EN DIAS "COMERCIALES" (ANIO*360+MES*30+DIA), COMO -*
      *-- EN ANTDEU ------------------------------------------------*
       77 DIAS-HOY            PIC 9(08) VALUE 0.
       77 DIAS-VTO            PIC 9(08) VALUE 0.
       77 DIAS-ANT            PIC S9(05) VALUE 0.

      *-- FRANJAS DEL PROVEEDOR Y GENERALES ------------------------*
       77 PRV-AVEN            PIC 9(07)V99 VALUE 0.
       77 PRV-B30             PIC 9(07)V99 VALUE 0.
       77 PRV-B60             PIC 9(07)V99 VALUE 0.
       77 PRV-B90             PIC 9(07)V99 VALUE 0.
       77 PRV-ACTA            PIC 9(07)V99 VALUE 0.
       77 TOT-AVEN            PIC 9(08)V99 VALUE 0.
       77 TOT-B30             PIC 9(08)V99 VALUE 0.
       77 TOT-B60             PIC 9(08)V99 VALUE 0.
       77 TOT-B90             PIC 9(08)V99 VALUE 0.
       77 TOT-ACTA            PIC 9(08)V99 VALUE 0.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       01 WFECHA-VTO-R.
          02 FV-AA            PIC 9(4).
          02 FV-MM            PIC 9(2).
          02 FV-DD            PIC 9(2).

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(15) VALUE  SPACES.
          02 FILLER PIC X(38) VALUE
             "DEUDA A PAGAR A PROVEEDORES".
          02 FILLER PIC X(12) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(06) VALUE "PROV. ".
          02 FILLER PIC X(14) VALUE "NOMBRE".
          02 FILLER PIC X(12) VALUE "    A VENCER".
          02 FILLER PIC X(12) VALUE "   VENC. <30".
          02 FILLER PIC X(12) VALUE "   VENC. <60".
          02 FILLER PIC X(12) VALUE "   VENC. 60+".
          02 FILLER PIC X(12) VALUE "    A CUENTA".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-DETALLE.
           02 SD-PROV  PIC 9(05).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-NOM   PIC X(14).
           02 SD-AVEN  PIC Z.ZZZ.ZZ9,99.
           02 SD-B30   PIC Z.ZZZ.ZZ9,99.
           02 SD-B60   PIC Z.ZZZ.ZZ9,99.
           02 SD-B90   PIC Z.ZZZ.ZZ9,99.
           02 SD-ACTA  PIC Z.ZZZ.ZZ9,99.

       01  SALIDA-DE-TOTAL.
           02 FILLER   PIC X(20) VALUE "TOTAL GENERAL".
           02 ST-AVEN  PIC Z.ZZZ.ZZ9,99.
           02 ST-B30   PIC Z.ZZZ.ZZ9,99.
           02 ST-B60   PIC Z.ZZZ.ZZ9,99.
           02 ST-B90   PIC Z.ZZZ.ZZ9,99.
           02 ST-ACTA  PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT COMPROBANTES.
           IF FSTMPV NOT = "00"
              DISPLAY "DEUPRV: MOVPROV.IND NO ENCONTRADO (FST="
                 FSTMPV ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PROVEEDORES.
           ACCEPT WFECHA FROM DATE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOY = WAA-HOY * 360 + WMM-HOY * 30 + WDD-HOY.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           MOVE LOW-VALUES TO MPCLAVE.
           START COMPROBANTES KEY IS NOT LESS THAN MPCLAVE
              INVALID KEY MOVE "10" TO FSTMPV
           END-START.
           PERFORM TRATAR-COMPROBANTE THRU F-TRATAR-COMPROBANTE
              UNTIL FSTMPV = "10".
           IF SW-HAY-PROV = "S"
              PERFORM CORTE-PROVEEDOR
           END-IF.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           GO TO FIN.

       TRATAR-COMPROBANTE.
           READ COMPROBANTES NEXT RECORD AT END MOVE "10" TO FSTMPV.
           IF FSTMPV = "10"
              GO TO F-TRATAR-COMPROBANTE
           END-IF.
           IF PRV-EGRESO-CAJA OR MPSDO = 0
              GO TO F-TRATAR-COMPROBANTE
           END-IF.
           IF SW-HAY-PROV = "S" AND MPPROV NOT = WPROV-ANT
              PERFORM CORTE-PROVEEDOR
           END-IF.
           IF SW-HAY-PROV = "N"
              MOVE "S" TO SW-HAY-PROV
              MOVE MPPROV TO WPROV-ANT
              MOVE 0 TO PRV-AVEN PRV-B30 PRV-B60 PRV-B90 PRV-ACTA
           END-IF.
      *-- LO QUE QUEDO SIN IMPUTAR DE UN PAGO ES A CUENTA ----------*
           IF PRV-ORDEN-PAGO OR PRV-NOTA-CREDITO
              ADD MPSDO TO PRV-ACTA
              GO TO F-TRATAR-COMPROBANTE
           END-IF.
           MOVE MPVTO TO WFECHA-VTO-R.
           COMPUTE DIAS-VTO = FV-AA * 360 + FV-MM * 30 + FV-DD.
           COMPUTE DIAS-ANT = DIAS-HOY - DIAS-VTO.
           IF DIAS-ANT NOT > 0
              ADD MPSDO TO PRV-AVEN
           ELSE
              IF DIAS-ANT NOT > 30
                 ADD MPSDO TO PRV-B30
              ELSE
                 IF DIAS-ANT NOT > 60
                    ADD MPSDO TO PRV-B60
                 ELSE
                    ADD MPSDO TO PRV-B90
                 END-IF
              END-IF
           END-IF.
       F-TRATAR-COMPROBANTE.
           EXIT.

       CORTE-PROVEEDOR.
           MOVE SPACES TO R-IMP.
           MOVE WPROV-ANT TO SD-PROV.
           MOVE WPROV-ANT TO PVCOD.
           READ PROVEEDORES KEY IS PVCOD
              INVALID KEY MOVE "NO ENCONTRADO" TO SD-NOM
              NOT INVALID KEY MOVE PVNOM TO SD-NOM
           END-READ.
           MOVE PRV-AVEN TO SD-AVEN.
           MOVE PRV-B30 TO SD-B30.
           MOVE PRV-B60 TO SD-B60.
           MOVE PRV-B90 TO SD-B90.
           MOVE PRV-ACTA TO SD-ACTA.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           ADD PRV-AVEN TO TOT-AVEN.
           ADD PRV-B30 TO TOT-B30.
           ADD PRV-B60 TO TOT-B60.
           ADD PRV-B90 TO TOT-B90.
           ADD PRV-ACTA TO TOT-ACTA.
           ADD 1 TO CANT-PROV.
           MOVE "N" TO SW-HAY-PROV.

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

       IMPRIMIR-TOTALES.
           MOVE SPACES TO R-IMP.
           MOVE TOT-AVEN TO ST-AVEN.
           MOVE TOT-B30 TO ST-B30.
           MOVE TOT-B60 TO ST-B60.
           MOVE TOT-B90 TO ST-B90.
           MOVE TOT-ACTA TO ST-ACTA.
           MOVE SALIDA-DE-TOTAL TO R-IMP.
           ADD 2 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.

       ING-TECLA.
           ADD 1 TO SPL-PAGINAS.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA.

       FIN.
           CLOSE COMPROBANTES PROVEEDORES IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
