      *** LISRET - RETENCIONES PRACTICADAS DEL MES                 ***
      *** PIDE UN PERIODO (AAAAMM) Y LISTA EN ORDEN DE CERTIFICADO ***
      *** LAS RETENCIONES DE GANANCIAS E INGRESOS BRUTOS HECHAS EN ***
      *** LAS ORDENES DE PAGO DEL MES (RETPRV.IND, VER CARGAPRV)   ***
      *** CON EL CUIT DEL PROVEEDOR, LA BASE Y LA ALICUOTA - AL    ***
      *** PIE EL TOTAL POR REGIMEN Y POR IMPUESTO, QUE ES LO QUE   ***
      *** SE DECLARA Y DEPOSITA - SALE POR EL SPOOL Y DEJA EL      ***
      *** EXPORTADO LISRET.CSV PARA LA DECLARACION JURADA          ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISRET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCIONES ASSIGN TO DISK "RETPRV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RPNRO
           ALTERNATE RECORD KEY IS RPPAGO DUPLICATES
           FILE STATUS IS FSTRPV.

      *-- SOLO PARA PONER NOMBRE Y CUIT DEL PROVEEDOR --------------*
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

      *-- EXPORTADO PARA LA DECLARACION JURADA, UNO POR CERTIFICADO *
           SELECT EXPORTA ASSIGN TO DISK "LISRET.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTEXP.

       DATA DIVISION.
       FILE SECTION.
        FD RETENCIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS R-RPV.

         COPY RETPRV.

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

        FD EXPORTA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS R-EXP.
         01 R-EXP  PIC X(140).

       WORKING-STORAGE SECTION.
       77 FSTRPV              PIC XX.
       77 FSTPRV              PIC XX.
       77 FSTSPL              PIC XX.
       77 FSTEXP              PIC XX.
       77 WCUIT-PRV           PIC 9(11).
       77 WNOM-PRV            PIC X(30).
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
      *-- EL LISTADO SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "LISRET  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.
       77 CANT-CERT           PIC 9(05) VALUE 0.
       77 TOT-GAN             PIC 9(09)V99 VALUE 0.
       77 TOT-IB              PIC 9(09)V99 VALUE 0.
       77 TOT-RET             PIC 9(09)V99 VALUE 0.
       77 IMP-CSV             PIC 9(9),99.
       77 ALIC-CSV            PIC 99,99.
       77 CSV-PAGADO          PIC X(12).
       77 CSV-BASE            PIC X(12).
       77 CSV-RET             PIC X(12).
       77 CSV-IMPU            PIC X(15).
      *-- TOTALES POR REGIMEN, EN EL ORDEN EN QUE APARECEN ---------*
       77 REG-CANT            PIC 99 VALUE 0.
       77 REG-POS             PIC 99 VALUE 0.
       01 TABLA-REGIMENES.
          02 TREG-ELEM OCCURS 30 TIMES.
             03 TREG-COD      PIC X(04).
             03 TREG-IMPU     PIC X.
             03 TREG-CANT     PIC 9(05).
             03 TREG-BASE     PIC 9(09)V99.
             03 TREG-RET      PIC 9(09)V99.

       01 WPERIODO.
          02 WPER-AA          PIC 9(4).
          02 WPER-MM          PIC 9(2).

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(15) VALUE  SPACES.
          02 FILLER PIC X(25) VALUE "RETENCIONES PRACTICADAS  ".
          02 TC-PER PIC 9(6).
          02 FILLER PIC X(23) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(09) VALUE "CERTIF.  ".
          02 FILLER PIC X(06) VALUE "FECHA ".
          02 FILLER PIC X(12) VALUE "CUIT        ".
          02 FILLER PIC X(15) VALUE "PROVEEDOR      ".
          02 FILLER PIC X(05) VALUE "REG. ".
          02 FILLER PIC X(12) VALUE "        BASE".
          02 FILLER PIC X(06) VALUE "  ALIC".
          02 FILLER PIC X(11) VALUE "   RETENIDO".
          02 FILLER PIC X(04) VALUE SPACES.

       01  SUBRAYAR-CABECERA.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-DETALLE.
           02 SD-NRO   PIC 9(08).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-DIA   PIC 99.
           02 FILLER   PIC X(01) VALUE "/".
           02 SD-MES   PIC 99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-CUIT  PIC 9(11).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-NOM   PIC X(14).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-REG   PIC X(04).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-BASE  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-ALIC  PIC Z9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-RET   PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(04) VALUE SPACES.

       01  SALIDA-DE-TOTALES.
           02 FILLER  PIC X(02) VALUE SPACES.
           02 SL-ROT  PIC X(24).
           02 FILLER  PIC X(01) VALUE SPACES.
           02 SL-CANT PIC ZZZZ9.
           02 FILLER  PIC X(13) VALUE " CERTIFICADOS".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 SL-BASE PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER  PIC X(01) VALUE SPACES.
           02 SL-RET  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER  PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT RETENCIONES.
           IF FSTRPV NOT = "00"
              DISPLAY "LISRET: RETPRV.IND NO ENCONTRADO (FST="
                 FSTRPV ") - SIN RETENCIONES PRACTICADAS"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           ACCEPT WFECHA FROM DATE.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "RETENCIONES PRACTICADAS" LINE 02 POSITION 29
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PERIODO A LISTAR (AAAAMM): " LINE 04 POSITION 05.
           ACCEPT WPERIODO LINE 04 POSITION 33.
           IF WPERIODO IS NOT NUMERIC OR WPER-MM < 1 OR WPER-MM > 12
              DISPLAY "PERIODO INVALIDO - VERIFIQUE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              CLOSE RETENCIONES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           OPEN INPUT PROVEEDORES.
           OPEN OUTPUT EXPORTA.
           MOVE SPACES TO R-EXP.
           STRING "CERTIFICADO;FECHA;CUIT;PROVEEDOR;IMPUESTO;REGIMEN;"
                     DELIMITED BY SIZE
                  "IMPORTE PAGADO;BASE SUJETA;ALICUOTA;RETENIDO"
                     DELIMITED BY SIZE
                  INTO R-EXP.
           WRITE R-EXP.
           PERFORM IMPRIMIR-TITULOS.
           MOVE 0 TO RPNRO.
           START RETENCIONES KEY IS NOT LESS THAN RPNRO
              INVALID KEY MOVE "10" TO FSTRPV
           END-START.
           PERFORM TRATAR-RETENCION THRU F-TRATAR-RETENCION
              UNTIL FSTRPV = "10".
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           GO TO FIN.

       TRATAR-RETENCION.
           READ RETENCIONES NEXT RECORD AT END MOVE "10" TO FSTRPV.
           IF FSTRPV = "10"
              GO TO F-TRATAR-RETENCION
           END-IF.
           IF RPAA NOT = WPER-AA OR RPMM NOT = WPER-MM
              GO TO F-TRATAR-RETENCION
           END-IF.
           PERFORM BUSCAR-PROVEEDOR.
           ADD 1 TO CANT-CERT.
           ADD RPIMP TO TOT-RET.
           IF RPV-GANANCIAS
              ADD RPIMP TO TOT-GAN
           ELSE
              ADD RPIMP TO TOT-IB
           END-IF.
           PERFORM ACUMULAR-REGIMEN.
           PERFORM IMPRIMIR-DETALLE.
           PERFORM EXPORTAR-DETALLE.
       F-TRATAR-RETENCION.
           EXIT.

       BUSCAR-PROVEEDOR.
           MOVE 0 TO WCUIT-PRV.
           MOVE "PROVEEDOR INEXISTENTE" TO WNOM-PRV.
           MOVE RPPROV TO PVCOD.
           READ PROVEEDORES KEY IS PVCOD
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE PVCUIT TO WCUIT-PRV
                 MOVE PVNOM TO WNOM-PRV
           END-READ.

      *-- BUSCA EL REGIMEN EN LA TABLA Y, SI NO ESTA, LO AGREGA ----*
       ACUMULAR-REGIMEN.
           MOVE 1 TO REG-POS.
           PERFORM BUSCAR-REGIMEN
              UNTIL REG-POS > REG-CANT
                 OR TREG-COD(REG-POS) = RPREG.
           IF REG-POS > REG-CANT
              IF REG-CANT = 30
                 MOVE 30 TO REG-POS
              ELSE
                 ADD 1 TO REG-CANT
                 MOVE REG-CANT TO REG-POS
                 MOVE RPREG TO TREG-COD(REG-POS)
                 MOVE RPIMPU TO TREG-IMPU(REG-POS)
                 MOVE 0 TO TREG-CANT(REG-POS) TREG-BASE(REG-POS)
                           TREG-RET(REG-POS)
              END-IF
           END-IF.
           ADD 1 TO TREG-CANT(REG-POS).
           ADD RPBASE TO TREG-BASE(REG-POS).
           ADD RPIMP TO TREG-RET(REG-POS).

       BUSCAR-REGIMEN.
           ADD 1 TO REG-POS.

       IMPRIMIR-DETALLE.
           MOVE SPACES TO R-IMP.
           MOVE RPNRO TO SD-NRO.
           MOVE RPDD TO SD-DIA.
           MOVE RPMM TO SD-MES.
           MOVE WCUIT-PRV TO SD-CUIT.
           MOVE WNOM-PRV TO SD-NOM.
           MOVE RPREG TO SD-REG.
           MOVE RPBASE TO SD-BASE.
           MOVE RPALIC TO SD-ALIC.
           MOVE RPIMP TO SD-RET.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       EXPORTAR-DETALLE.
           MOVE RPPAGADO TO IMP-CSV.
           MOVE IMP-CSV TO CSV-PAGADO.
           MOVE RPBASE TO IMP-CSV.
           MOVE IMP-CSV TO CSV-BASE.
           MOVE RPIMP TO IMP-CSV.
           MOVE IMP-CSV TO CSV-RET.
           MOVE RPALIC TO ALIC-CSV.
           MOVE "GANANCIAS" TO CSV-IMPU.
           IF RPV-INGBRUTOS
              MOVE "INGRESOS BRUTOS" TO CSV-IMPU
           END-IF.
           MOVE SPACES TO R-EXP.
           STRING RPNRO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  RPFECHA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WCUIT-PRV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WNOM-PRV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CSV-IMPU DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  RPREG DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CSV-PAGADO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CSV-BASE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ALIC-CSV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CSV-RET DELIMITED BY SIZE
                  INTO R-EXP.
           WRITE R-EXP.

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
           MOVE WPERIODO TO TC-PER.
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
           MOVE SUBRAYAR-CABECERA TO R-IMP.
           DISPLAY R-IMP LINE L.
           WRITE R-IMP.

      *-- UN RENGLON POR REGIMEN Y EL TOTAL DE CADA IMPUESTO -------*
       IMPRIMIR-TOTALES.
           IF L + REG-CANT > 14
              PERFORM ING-TECLA
              PERFORM IMPRIMIR-TITULOS
           END-IF.
           ADD 1 TO L.
           MOVE 1 TO REG-POS.
           PERFORM IMPRIMIR-UN-REGIMEN UNTIL REG-POS > REG-CANT.
           MOVE 0 TO SL-CANT SL-BASE.
           MOVE "TOTAL GANANCIAS" TO SL-ROT.
           MOVE TOT-GAN TO SL-RET.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "TOTAL INGRESOS BRUTOS" TO SL-ROT.
           MOVE TOT-IB TO SL-RET.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "TOTAL RETENIDO" TO SL-ROT.
           MOVE CANT-CERT TO SL-CANT.
           MOVE TOT-RET TO SL-RET.
           PERFORM ESCRIBIR-TOTAL.

       IMPRIMIR-UN-REGIMEN.
           MOVE SPACES TO SL-ROT.
           STRING "REGIMEN " DELIMITED BY SIZE
                  TREG-COD(REG-POS) DELIMITED BY SIZE
                  INTO SL-ROT.
           MOVE TREG-CANT(REG-POS) TO SL-CANT.
           MOVE TREG-BASE(REG-POS) TO SL-BASE.
           MOVE TREG-RET(REG-POS) TO SL-RET.
           PERFORM ESCRIBIR-TOTAL.
           ADD 1 TO REG-POS.

       ESCRIBIR-TOTAL.
           MOVE SALIDA-DE-TOTALES TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
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
           CLOSE RETENCIONES PROVEEDORES IMPRE EXPORTA.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
