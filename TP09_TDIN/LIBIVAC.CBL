      *** LIBIVAC - LIBRO IVA COMPRAS MENSUAL Y POSICION DE IVA    ***
      *** PIDE UN PERIODO (AAAAMM) Y LISTA POR PROVEEDOR Y FECHA   ***
      *** LAS FACTURAS, NOTAS DE DEBITO Y NOTAS DE CREDITO DE      ***
      *** PROVEEDOR DEL MES (MOVPROV.IND, MPTIP 1) CON EL NETO Y   ***
      *** EL IVA QUE SE CARGARON EN CARGAPRV - LAS NOTAS DE        ***
      *** CREDITO RESTAN - TOTALES POR ALICUOTA (21, 10,5 Y 27),   ***
      *** NO GRAVADO Y PERCEPCIONES - AL PIE LA POSICION DE IVA    ***
      *** DEL MES: DEBITO FISCAL DE VENTAS (EL MISMO DE LIBROIVA)  ***
      *** MENOS CREDITO FISCAL, PERCEPCIONES DE IVA Y SALDO A      ***
      *** FAVOR DEL MES ANTERIOR; LA GRABA EN POSIVA.IND PARA QUE  ***
      *** EL SALDO A FAVOR PASE AL MES SIGUIENTE - PROVISORIO O    ***
      *** DEFINITIVO SEGUN PERIODO.IND, IGUAL QUE LIBROIVA - SALE  ***
      *** POR EL SPOOL Y DEJA EL EXPORTADO LIBIVAC.CSV             ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBIVAC.
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

      *-- SOLO PARA PONER EL CUIT DEL PROVEEDOR EN EL LIBRO --------*
           SELECT PROVEEDORES ASSIGN TO DISK "PROVEE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PVCOD
           ALTERNATE RECORD KEY IS PVNOM DUPLICATES
           FILE STATUS IS FSTPRV.

      *-- EL DEBITO FISCAL SALE DE LAS FACTURAS EMITIDAS -----------*
           SELECT FACTURAS ASSIGN TO DISK "FACTURA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FCNRO
           FILE STATUS IS FSTFAC.

           SELECT PERIODOS ASSIGN TO DISK "PERIODO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PECLAVE
           FILE STATUS IS FSTPERI.

           SELECT POSICIONES ASSIGN TO DISK "POSIVA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PIPER
           FILE STATUS IS FSTPIV.

      *-- EL LIBRO SALE AL SPOOL (VER TOMASPL/VERSPOOL) ------------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

      *-- EXPORTADO PARA EL CONTADOR, UN RENGLON POR COMPROBANTE ---*
           SELECT EXPORTA ASSIGN TO DISK "LIBIVAC.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTEXP.

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

        FD FACTURAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS R-FAC.

         COPY FACTURA.

        FD PERIODOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS R-PERI.

         COPY PERIODO.

        FD POSICIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS R-PIV.

         COPY POSIVA.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

        FD EXPORTA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS R-EXP.
         01 R-EXP  PIC X(160).

       WORKING-STORAGE SECTION.
       77 FSTMPV              PIC XX.
       77 FSTPRV              PIC XX.
       77 FSTFAC              PIC XX.
       77 FSTPERI             PIC XX.
       77 FSTPIV              PIC XX.
       77 FSTSPL              PIC XX.
       77 FSTEXP              PIC XX.
       77 WCUIT-PRV           PIC 9(11).
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
      *-- EL LIBRO SALE AL SPOOL ------------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "LIBIVAC ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.
      *-- PARA LEER LOS VALORES DE OPERACION DE PARAMETROS.IND ----*
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.
       77 WTASA               PIC 9(2)V99 VALUE 21.
       77 SW-CERRADO          PIC X VALUE "N".
      *-- LA NOTA DE CREDITO ENTRA CON SIGNO NEGATIVO --------------*
       77 WSIGNO              PIC S9 VALUE 1.
       77 WNETO               PIC S9(06)V99.
       77 WIVA                PIC S9(06)V99.
       77 WOTROS              PIC S9(06)V99.
       77 WTOTAL              PIC S9(06)V99.
       77 WNETO-VTA           PIC 9(05)V99.
       77 CANT-COMP           PIC 9(05) VALUE 0.
       77 TOT-NG21            PIC S9(08)V99 VALUE 0.
       77 TOT-IVA21           PIC S9(08)V99 VALUE 0.
       77 TOT-NG105           PIC S9(08)V99 VALUE 0.
       77 TOT-IVA105          PIC S9(08)V99 VALUE 0.
       77 TOT-NG27            PIC S9(08)V99 VALUE 0.
       77 TOT-IVA27           PIC S9(08)V99 VALUE 0.
       77 TOT-NOGR            PIC S9(08)V99 VALUE 0.
       77 TOT-PERIVA          PIC S9(08)V99 VALUE 0.
       77 TOT-PERIB           PIC S9(08)V99 VALUE 0.
       77 TOT-TOT             PIC S9(08)V99 VALUE 0.
       77 TOT-AUX1            PIC S9(08)V99.
       77 TOT-AUX2            PIC S9(08)V99.
      *-- POSICION DE IVA DEL MES ----------------------------------*
       77 POS-DEBITO          PIC 9(09)V99 VALUE 0.
       77 POS-CREDITO         PIC S9(09)V99 VALUE 0.
       77 POS-PERC            PIC 9(09)V99 VALUE 0.
       77 POS-SALANT          PIC 9(09)V99 VALUE 0.
       77 POS-SALDO           PIC S9(09)V99 VALUE 0.
       77 IMP-CSV             PIC -9(6),99.
       77 CSV-NG21            PIC X(10).
       77 CSV-IVA21           PIC X(10).
       77 CSV-NG105           PIC X(10).
       77 CSV-IVA105          PIC X(10).
       77 CSV-NG27            PIC X(10).
       77 CSV-IVA27           PIC X(10).
       77 CSV-NOGR            PIC X(10).
       77 CSV-PERIVA          PIC X(10).
       77 CSV-PERIB           PIC X(10).
       77 CSV-TOT             PIC X(10).

       01 WPERIODO.
          02 WPER-AA          PIC 9(4).
          02 WPER-MM          PIC 9(2).

       01 WPERIODO-ANT.
          02 WANT-AA          PIC 9(4).
          02 WANT-MM          PIC 9(2).

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(15) VALUE  SPACES.
          02 FILLER PIC X(17) VALUE "LIBRO IVA COMPRAS".
          02 FILLER PIC X(01) VALUE SPACES.
          02 TC-PER PIC 9(6).
          02 FILLER PIC X(02) VALUE SPACES.
          02 TC-LEY PIC X(12).
          02 FILLER PIC X(13) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(06) VALUE "FECHA ".
          02 FILLER PIC X(04) VALUE "TIP ".
          02 FILLER PIC X(13) VALUE "COMPROBANTE  ".
          02 FILLER PIC X(11) VALUE "CUIT       ".
          02 FILLER PIC X(11) VALUE "       NETO".
          02 FILLER PIC X(11) VALUE "        IVA".
          02 FILLER PIC X(11) VALUE "  NO GR+PER".
          02 FILLER PIC X(11) VALUE "      TOTAL".
          02 FILLER PIC X(02) VALUE SPACES.

       01  SUBRAYAR-CABECERA.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-DETALLE.
           02 SD-DIA   PIC 99.
           02 FILLER   PIC X(01) VALUE "/".
           02 SD-MES   PIC 99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-TIPO  PIC X(03).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-COMP  PIC X(12).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-CUIT  PIC 9(11).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-NETO  PIC ZZ.ZZ9,99-.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-IVA   PIC ZZ.ZZ9,99-.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-OTROS PIC ZZ.ZZ9,99-.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-TOT   PIC ZZ.ZZ9,99-.
           02 FILLER   PIC X(02) VALUE SPACES.

       01  SALIDA-DE-TOTALES.
           02 FILLER  PIC X(02) VALUE SPACES.
           02 SL-ROT  PIC X(26).
           02 FILLER  PIC X(01) VALUE SPACES.
           02 SL-NETO PIC Z.ZZZ.ZZ9,99-.
           02 FILLER  PIC X(01) VALUE SPACES.
           02 SL-IVA  PIC Z.ZZZ.ZZ9,99-.
           02 FILLER  PIC X(01) VALUE SPACES.
           02 SL-TOT  PIC Z.ZZZ.ZZ9,99-.
           02 FILLER  PIC X(07) VALUE SPACES.

       01  SALIDA-DE-POSICION.
           02 FILLER  PIC X(02) VALUE SPACES.
           02 SP-ROT  PIC X(40).
           02 FILLER  PIC X(01) VALUE SPACES.
           02 SP-IMP  PIC Z.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER  PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON POSICIONES.
       ERROR-APERTURA.
           IF FSTPIV NOT = "00"
              OPEN OUTPUT POSICIONES
              CLOSE POSICIONES
              OPEN I-O POSICIONES
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
           OPEN INPUT COMPROBANTES.
           IF FSTMPV NOT = "00"
              DISPLAY "LIBIVAC: MOVPROV.IND NO ENCONTRADO (FST="
                 FSTMPV ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           ACCEPT WFECHA FROM DATE.
           PERFORM LEER-TASA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "LIBRO IVA COMPRAS" LINE 02 POSITION 32
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PERIODO A LISTAR (AAAAMM): " LINE 04 POSITION 05.
           ACCEPT WPERIODO LINE 04 POSITION 33.
           IF WPERIODO IS NOT NUMERIC OR WPER-MM < 1 OR WPER-MM > 12
              DISPLAY "PERIODO INVALIDO - VERIFIQUE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              CLOSE COMPROBANTES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           PERFORM VERIFICAR-PERIODO.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           OPEN INPUT PROVEEDORES.
           OPEN OUTPUT EXPORTA.
           MOVE SPACES TO R-EXP.
           STRING "FECHA;PROVEEDOR;CUIT;TIPO;COMPROBANTE;NG21;IVA21;"
                     DELIMITED BY SIZE
                  "NG105;IVA105;NG27;IVA27;NOGRAV;PERCIVA;PERCIIBB;"
                     DELIMITED BY SIZE
                  "TOTAL" DELIMITED BY SIZE
                  INTO R-EXP.
           WRITE R-EXP.
           PERFORM IMPRIMIR-TITULOS.
           MOVE LOW-VALUES TO MPCLAVE.
           START COMPROBANTES KEY IS NOT LESS THAN MPCLAVE
              INVALID KEY MOVE "10" TO FSTMPV
           END-START.
           PERFORM TRATAR-COMPROBANTE THRU F-TRATAR-COMPROBANTE
              UNTIL FSTMPV = "10".
           PERFORM IMPRIMIR-TOTALES.
           PERFORM CALCULAR-DEBITO THRU F-CALCULAR-DEBITO.
           PERFORM CALCULAR-POSICION THRU F-CALCULAR-POSICION.
           PERFORM IMPRIMIR-POSICION.
           PERFORM ING-TECLA.
           GO TO FIN.

      *-- LA TASA GENERAL SALE DEL MAESTRO DE PARAMETROS (IVATASA); *
      *-- SIN EL PARAMETRO SE USA EL 21 DE SIEMPRE -----------------*
       LEER-TASA.
           MOVE "IVATASA " TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR > 0
              MOVE PAR-VALOR TO WTASA
           END-IF.

      *-- CON EL MES CERRADO POR CIERREM EL LIBRO ES DEFINITIVO ----*
       VERIFICAR-PERIODO.
           MOVE "N" TO SW-CERRADO.
           OPEN INPUT PERIODOS.
           IF FSTPERI = "00"
              MOVE WPER-AA TO PEAA
              MOVE WPER-MM TO PEMM
              READ PERIODOS KEY IS PECLAVE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PERI-CERRADO
                       MOVE "S" TO SW-CERRADO
                    END-IF
              END-READ
              CLOSE PERIODOS
           END-IF.

       TRATAR-COMPROBANTE.
           READ COMPROBANTES NEXT RECORD AT END MOVE "10" TO FSTMPV.
           IF FSTMPV = "10"
              GO TO F-TRATAR-COMPROBANTE
           END-IF.
           IF NOT PRV-FACTURA
              GO TO F-TRATAR-COMPROBANTE
           END-IF.
           IF MPAA NOT = WPER-AA OR MPMM NOT = WPER-MM
              GO TO F-TRATAR-COMPROBANTE
           END-IF.
           MOVE 1 TO WSIGNO.
           IF PRV-NOTA-CREDITO
              MOVE -1 TO WSIGNO
           END-IF.
           PERFORM BUSCAR-CUIT.
           COMPUTE WNETO = (MPNG21 + MPNG105 + MPNG27) * WSIGNO.
           COMPUTE WIVA = (MPIVA21 + MPIVA105 + MPIVA27) * WSIGNO.
           COMPUTE WOTROS = (MPNOGR + MPPERIVA + MPPERIB) * WSIGNO.
           COMPUTE WTOTAL = MPIMP * WSIGNO.
           ADD 1 TO CANT-COMP.
           COMPUTE TOT-NG21 = TOT-NG21 + MPNG21 * WSIGNO.
           COMPUTE TOT-IVA21 = TOT-IVA21 + MPIVA21 * WSIGNO.
           COMPUTE TOT-NG105 = TOT-NG105 + MPNG105 * WSIGNO.
           COMPUTE TOT-IVA105 = TOT-IVA105 + MPIVA105 * WSIGNO.
           COMPUTE TOT-NG27 = TOT-NG27 + MPNG27 * WSIGNO.
           COMPUTE TOT-IVA27 = TOT-IVA27 + MPIVA27 * WSIGNO.
           COMPUTE TOT-NOGR = TOT-NOGR + MPNOGR * WSIGNO.
           COMPUTE TOT-PERIVA = TOT-PERIVA + MPPERIVA * WSIGNO.
           COMPUTE TOT-PERIB = TOT-PERIB + MPPERIB * WSIGNO.
           ADD WTOTAL TO TOT-TOT.
           PERFORM IMPRIMIR-DETALLE.
           PERFORM EXPORTAR-DETALLE.
       F-TRATAR-COMPROBANTE.
           EXIT.

       BUSCAR-CUIT.
           MOVE 0 TO WCUIT-PRV.
           MOVE MPPROV TO PVCOD.
           READ PROVEEDORES KEY IS PVCOD
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE PVCUIT TO WCUIT-PRV
           END-READ.

       IMPRIMIR-DETALLE.
           MOVE SPACES TO R-IMP.
           MOVE MPDD TO SD-DIA.
           MOVE MPMM TO SD-MES.
           MOVE MPCTIPO TO SD-TIPO.
           MOVE MPCOMP TO SD-COMP.
           MOVE WCUIT-PRV TO SD-CUIT.
           MOVE WNETO TO SD-NETO.
           MOVE WIVA TO SD-IVA.
           MOVE WOTROS TO SD-OTROS.
           MOVE WTOTAL TO SD-TOT.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       EXPORTAR-DETALLE.
           COMPUTE IMP-CSV = MPNG21 * WSIGNO.
           MOVE IMP-CSV TO CSV-NG21.
           COMPUTE IMP-CSV = MPIVA21 * WSIGNO.
           MOVE IMP-CSV TO CSV-IVA21.
           COMPUTE IMP-CSV = MPNG105 * WSIGNO.
           MOVE IMP-CSV TO CSV-NG105.
           COMPUTE IMP-CSV = MPIVA105 * WSIGNO.
           MOVE IMP-CSV TO CSV-IVA105.
           COMPUTE IMP-CSV = MPNG27 * WSIGNO.
           MOVE IMP-CSV TO CSV-NG27.
           COMPUTE IMP-CSV = MPIVA27 * WSIGNO.
           MOVE IMP-CSV TO CSV-IVA27.
           COMPUTE IMP-CSV = MPNOGR * WSIGNO.
           MOVE IMP-CSV TO CSV-NOGR.
           COMPUTE IMP-CSV = MPPERIVA * WSIGNO.
           MOVE IMP-CSV TO CSV-PERIVA.
           COMPUTE IMP-CSV = MPPERIB * WSIGNO.
           MOVE IMP-CSV TO CSV-PERIB.
           MOVE WTOTAL TO IMP-CSV.
           MOVE IMP-CSV TO CSV-TOT.
           MOVE SPACES TO R-EXP.
           STRING MPFECHA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MPPROV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WCUIT-PRV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MPCTIPO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MPCOMP DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CSV-NG21 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CSV-IVA21 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CSV-NG105 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CSV-IVA105 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CSV-NG27 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CSV-IVA27 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CSV-NOGR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CSV-PERIVA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CSV-PERIB DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CSV-TOT DELIMITED BY SIZE
                  INTO R-EXP.
           WRITE R-EXP.

      *-- DEBITO FISCAL DEL MES: LAS FACTURAS EMITIDAS ABIERTAS EN -*
      *-- NETO + IVA CON LA TASA GENERAL, UNA POR UNA, EXACTAMENTE -*
      *-- COMO LAS LISTA LIBROIVA (LAS ANULADAS NO SUMAN) ----------*
       CALCULAR-DEBITO.
           MOVE 0 TO POS-DEBITO.
           OPEN INPUT FACTURAS.
           IF FSTFAC NOT = "00"
              GO TO F-CALCULAR-DEBITO
           END-IF.
           MOVE 0 TO FCNRO.
           START FACTURAS KEY IS NOT LESS THAN FCNRO
              INVALID KEY MOVE "10" TO FSTFAC
           END-START.
           PERFORM SUMAR-DEBITO THRU F-SUMAR-DEBITO
              UNTIL FSTFAC = "10".
           CLOSE FACTURAS.
       F-CALCULAR-DEBITO.
           EXIT.

       SUMAR-DEBITO.
           READ FACTURAS NEXT RECORD AT END MOVE "10" TO FSTFAC.
           IF FSTFAC = "10"
              GO TO F-SUMAR-DEBITO
           END-IF.
           IF FCAA NOT = WPER-AA OR FCMM NOT = WPER-MM
              GO TO F-SUMAR-DEBITO
           END-IF.
           IF FAC-ANULADA
              GO TO F-SUMAR-DEBITO
           END-IF.
           COMPUTE WNETO-VTA ROUNDED = FCTOT * 100 / (100 + WTASA).
           COMPUTE POS-DEBITO = POS-DEBITO + FCTOT - WNETO-VTA.
       F-SUMAR-DEBITO.
           EXIT.

      *-- SALDO = DEBITO - CREDITO - PERCEPCIONES DE IVA - SALDO A -*
      *-- FAVOR DEL MES ANTERIOR; SI QUEDA NEGATIVO ES A FAVOR Y ---*
      *-- LO TOMA EL MES SIGUIENTE ---------------------------------*
       CALCULAR-POSICION.
           COMPUTE POS-CREDITO = TOT-IVA21 + TOT-IVA105 + TOT-IVA27.
           MOVE 0 TO POS-PERC.
           IF TOT-PERIVA > 0
              MOVE TOT-PERIVA TO POS-PERC
           END-IF.
           MOVE WPER-AA TO WANT-AA.
           COMPUTE WANT-MM = WPER-MM - 1.
           IF WPER-MM = 1
              COMPUTE WANT-AA = WPER-AA - 1
              MOVE 12 TO WANT-MM
           END-IF.
           MOVE 0 TO POS-SALANT.
           OPEN I-O POSICIONES.
           MOVE WPERIODO-ANT TO PIPER.
           READ POSICIONES KEY IS PIPER
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PISALDO < 0
                    COMPUTE POS-SALANT = 0 - PISALDO
                 END-IF
           END-READ.
           COMPUTE POS-SALDO = POS-DEBITO - POS-CREDITO - POS-PERC
                             - POS-SALANT.
           MOVE WPERIODO TO PIPER.
           MOVE POS-DEBITO TO PIDEBITO.
           MOVE POS-CREDITO TO PICREDITO.
           MOVE POS-PERC TO PIPERC.
           MOVE POS-SALANT TO PISALANT.
           MOVE POS-SALDO TO PISALDO.
           MOVE "P" TO PIEST.
           IF SW-CERRADO = "S"
              MOVE "D" TO PIEST
           END-IF.
           WRITE R-PIV
              INVALID KEY REWRITE R-PIV
           END-WRITE.
           CLOSE POSICIONES.
       F-CALCULAR-POSICION.
           EXIT.

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
           IF SW-CERRADO = "S"
              MOVE "(DEFINITIVO)" TO TC-LEY
           ELSE
              MOVE "(PROVISORIO)" TO TC-LEY
           END-IF.
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

      *-- UN RENGLON POR ALICUOTA (NETO / IVA / NETO + IVA) Y LOS --*
      *-- CONCEPTOS SIN IVA EN LA COLUMNA DEL TOTAL ----------------*
       IMPRIMIR-TOTALES.
           IF L > 12
              PERFORM ING-TECLA
              PERFORM IMPRIMIR-TITULOS
           END-IF.
           MOVE "TOTAL ALICUOTA 21%        " TO SL-ROT.
           MOVE TOT-NG21 TO SL-NETO.
           MOVE TOT-IVA21 TO SL-IVA.
           COMPUTE TOT-AUX1 = TOT-NG21 + TOT-IVA21.
           MOVE TOT-AUX1 TO SL-TOT.
           ADD 1 TO L.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "TOTAL ALICUOTA 10,5%      " TO SL-ROT.
           MOVE TOT-NG105 TO SL-NETO.
           MOVE TOT-IVA105 TO SL-IVA.
           COMPUTE TOT-AUX1 = TOT-NG105 + TOT-IVA105.
           MOVE TOT-AUX1 TO SL-TOT.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "TOTAL ALICUOTA 27%        " TO SL-ROT.
           MOVE TOT-NG27 TO SL-NETO.
           MOVE TOT-IVA27 TO SL-IVA.
           COMPUTE TOT-AUX1 = TOT-NG27 + TOT-IVA27.
           MOVE TOT-AUX1 TO SL-TOT.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "NO GRAVADO / EXENTO       " TO SL-ROT.
           MOVE 0 TO SL-NETO SL-IVA.
           MOVE TOT-NOGR TO SL-TOT.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "PERCEPCIONES IVA          " TO SL-ROT.
           MOVE 0 TO SL-NETO SL-IVA.
           MOVE TOT-PERIVA TO SL-TOT.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "PERCEPCIONES IIBB         " TO SL-ROT.
           MOVE 0 TO SL-NETO SL-IVA.
           MOVE TOT-PERIB TO SL-TOT.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "TOTAL GENERAL             " TO SL-ROT.
           COMPUTE TOT-AUX1 = TOT-NG21 + TOT-NG105 + TOT-NG27.
           COMPUTE TOT-AUX2 = TOT-IVA21 + TOT-IVA105 + TOT-IVA27.
           MOVE TOT-AUX1 TO SL-NETO.
           MOVE TOT-AUX2 TO SL-IVA.
           MOVE TOT-TOT TO SL-TOT.
           PERFORM ESCRIBIR-TOTAL.

       ESCRIBIR-TOTAL.
           MOVE SALIDA-DE-TOTALES TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           WRITE R-IMP.

       IMPRIMIR-POSICION.
           PERFORM ING-TECLA.
           PERFORM IMPRIMIR-TITULOS.
           MOVE SPACES TO R-IMP.
           STRING "  POSICION DE IVA DEL PERIODO " DELIMITED BY SIZE
                  WPERIODO DELIMITED BY SIZE
                  INTO R-IMP.
           ADD 1 TO L.
           PERFORM ESCRIBIR-POSICION.
           MOVE "DEBITO FISCAL (VENTAS)" TO SP-ROT.
           MOVE POS-DEBITO TO SP-IMP.
           MOVE SALIDA-DE-POSICION TO R-IMP.
           PERFORM ESCRIBIR-POSICION.
           MOVE "CREDITO FISCAL (COMPRAS)" TO SP-ROT.
           MOVE POS-CREDITO TO SP-IMP.
           MOVE SALIDA-DE-POSICION TO R-IMP.
           PERFORM ESCRIBIR-POSICION.
           MOVE "PERCEPCIONES DE IVA SUFRIDAS" TO SP-ROT.
           MOVE POS-PERC TO SP-IMP.
           MOVE SALIDA-DE-POSICION TO R-IMP.
           PERFORM ESCRIBIR-POSICION.
           MOVE "SALDO A FAVOR DEL MES ANTERIOR" TO SP-ROT.
           MOVE POS-SALANT TO SP-IMP.
           MOVE SALIDA-DE-POSICION TO R-IMP.
           PERFORM ESCRIBIR-POSICION.
           IF POS-SALDO < 0
              MOVE "SALDO A FAVOR (PASA AL MES SIGUIENTE)" TO SP-ROT
              COMPUTE TOT-AUX1 = 0 - POS-SALDO
              MOVE TOT-AUX1 TO SP-IMP
           ELSE
              MOVE "SALDO A PAGAR" TO SP-ROT
              MOVE POS-SALDO TO SP-IMP
           END-IF.
           MOVE SALIDA-DE-POSICION TO R-IMP.
           ADD 1 TO L.
           PERFORM ESCRIBIR-POSICION.

       ESCRIBIR-POSICION.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
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
           CLOSE COMPROBANTES PROVEEDORES IMPRE EXPORTA.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
