      *** LIQTAR - LIQUIDACION DE TARJETAS DE CREDITO Y DEBITO     ***
      *** LEE LA LIQUIDACION QUE MANDA LA TARJETA (LIQTAR.DAT:     ***
      *** UN RENGLON "C" DE CABECERA POR LIQUIDACION CON FECHA DE  ***
      *** PAGO, BRUTO, ARANCEL, IVA SOBRE ARANCEL, RETENCIONES Y   ***
      *** NETO ACREDITADO, SEGUIDO DE UN RENGLON "D" POR CUPON:    ***
      *** LOTE, NUMERO E IMPORTE) Y APAREA CADA CUPON CONTRA EL    ***
      *** QUE GRABO COBRANZA EN CUPONES.IND: LOS QUE COINCIDEN     ***
      *** QUEDAN LIQUIDADOS, LOS DE OTRO IMPORTE CON DIFERENCIA -  ***
      *** EL INFORME (SPOOL) LISTA LAS DIFERENCIAS, LOS CUPONES    ***
      *** LIQUIDADOS QUE NO TIENEN RECIBO Y LOS CUPONES DE LOS     ***
      *** LOTES LIQUIDADOS QUE LA TARJETA NO PAGO - EL ARANCEL,    ***
      *** SU IVA Y LAS RETENCIONES QUEDAN COMO COMPROBANTE "FCA"   ***
      *** YA CANCELADO DEL PROVEEDOR DE LA TARJETA EN MOVPROV.IND  ***
      *** (PARAMETRO PRVTAR + CODIGO DE TARJETA, P.EJ. PRVTAR01)   ***
      *** PARA EL LIBRO IVA COMPRAS Y EL GASTO DEL MES - LA        ***
      *** LIQUIDACION PROCESADA SE ELIMINA                         ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQTAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACION ASSIGN TO DISK "LIQTAR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTLIQ.

           SELECT CUPONES ASSIGN TO DISK "CUPONES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           FILE STATUS IS FSTCUP.

      *-- EL GASTO BANCARIO DE CADA LIQUIDACION --------------------*
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

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD LIQUIDACION
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-LIQ.
         01 R-LIQ.
            02 LQ-TIPO       PIC X.
               88 LQ-CABECERA VALUE "C".
               88 LQ-DETALLE  VALUE "D".
            02 FILLER        PIC X(59).
      *-- CABECERA: UNA POR LIQUIDACION ----------------------------*
         01 R-LIQ-CAB.
            02 FILLER        PIC X.
            02 LC-TAR        PIC 9(02).
            02 LC-LIQ        PIC 9(08).
            02 LC-FPAGO      PIC 9(08).
            02 LC-BRUTO      PIC 9(07)V99.
            02 LC-ARANCEL    PIC 9(05)V99.
            02 LC-IVA        PIC 9(05)V99.
            02 LC-RET        PIC 9(05)V99.
            02 LC-NETO       PIC 9(07)V99.
            02 FILLER        PIC X(02).
      *-- DETALLE: UNO POR CUPON LIQUIDADO -------------------------*
         01 R-LIQ-DET.
            02 FILLER        PIC X.
            02 LD-TAR        PIC 9(02).
            02 LD-LOTE       PIC 9(04).
            02 LD-CUPON      PIC 9(06).
            02 LD-IMP        PIC 9(05)V99.
            02 FILLER        PIC X(40).

        FD CUPONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS R-CUP.

         COPY CUPTAR.

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
       77 FSTLIQ              PIC XX.
       77 FSTCUP              PIC XX.
       77 FSTMPV              PIC XX.
       77 FSTPRV              PIC XX.
       77 FSTSPL              PIC XX.
       77 SW-PROV             PIC X VALUE "N".
       77 RC-OS               PIC 9(9) COMP-5.
       77 NOMBRE-LIQ          PIC X(20) VALUE "LIQTAR.DAT".
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "LIQTAR  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       77 QS-OPER                 PIC X(3).
       77 QS-NOM                  PIC X(30).
       77 QS-PERM                 PIC X(6).
       77 QS-SUP                  PIC X.
      *-- PARA LEER LOS VALORES DE OPERACION DE PARAMETROS.IND ----*
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.
       01 PAR-COD-TAR.
          02 FILLER           PIC X(6) VALUE "PRVTAR".
          02 PCT-TAR          PIC 9(2).

      *-- LA LIQUIDACION EN CURSO (CABECERA "C") -------------------*
       77 SW-LIQ-ABIERTA      PIC X VALUE "N".
       77 WTAR                PIC 9(02).
       77 WLIQ                PIC 9(08).
       77 WFPAGO              PIC 9(08).
       77 WBRUTO              PIC 9(07)V99.
       77 WARANCEL            PIC 9(05)V99.
       77 WIVA                PIC 9(05)V99.
       77 WRET                PIC 9(05)V99.
       77 WNETO               PIC 9(07)V99.
       77 WSUMA-DET           PIC 9(07)V99.
       77 WNETO-CALC          PIC S9(07)V99.
       77 WGASTO              PIC 9(06)V99.
       77 WPROV               PIC 9(05).
       77 WSEC-ULT            PIC 9(03).
       77 SW-FIN-SEC          PIC X.
       77 SW-FIN              PIC X.
       77 WFECHA-HOY          PIC 9(8).
      *-- LOTES QUE TRAE LA LIQUIDACION: SUS CUPONES QUE SIGAN -----*
      *-- PENDIENTES SON LOS QUE LA TARJETA NO PAGO -----------------*
       77 LOTE-CANT           PIC 9(02).
       77 LOTE-POS            PIC 9(02).
       77 SW-LOTE             PIC X.
       01 TABLA-LOTES.
          02 TLOTE-NUM OCCURS 50 TIMES PIC 9(04).

      *-- CONTADORES DEL APAREO ------------------------------------*
       77 CANT-LIQ            PIC 9(05) VALUE 0.
       77 CANT-OK             PIC 9(05) VALUE 0.
       77 CANT-DIF            PIC 9(05) VALUE 0.
       77 CANT-SIN-REC        PIC 9(05) VALUE 0.
       77 CANT-FALTA          PIC 9(05) VALUE 0.
       77 CANT-ILEGIBLE       PIC 9(05) VALUE 0.
       77 CANT-GASTOS         PIC 9(05) VALUE 0.

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 WFECHA-ED.
          02 WFE-AA           PIC 9(4).
          02 WFE-MM           PIC 9(2).
          02 WFE-DD           PIC 9(2).

       01 TITULO-CABECERA.
          02 FILLER PIC X(10) VALUE  SPACES.
          02 FILLER PIC X(45) VALUE
             "LIQUIDACION DE TARJETAS - APAREO DE CUPONES".
          02 FILLER PIC X(10) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(05) VALUE "LOTE ".
          02 FILLER PIC X(07) VALUE "CUPON  ".
          02 FILLER PIC X(10) VALUE "   RECIBO ".
          02 FILLER PIC X(10) VALUE "   CUPON  ".
          02 FILLER PIC X(10) VALUE "LIQUIDADO ".
          02 FILLER PIC X(30) VALUE "OBSERVACION".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-LIQUIDACION.
           02 FILLER   PIC X(12) VALUE "LIQUIDACION ".
           02 SL-LIQ   PIC 9(08).
           02 FILLER   PIC X(10) VALUE "  TARJETA ".
           02 SL-TAR   PIC 99.
           02 FILLER   PIC X(13) VALUE "  PAGADA EL  ".
           02 SL-DD    PIC 99/.
           02 SL-MM    PIC 99/.
           02 SL-AA    PIC 9(4).

       01  SALIDA-DE-DETALLE.
           02 SD-LOTE  PIC 9(04).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-CUP   PIC 9(06).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-REC   PIC Z(8)9.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-IMP   PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-LIQ   PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-OBS   PIC X(30).

       01  SALIDA-DE-IMPORTE.
           02 SI-LEYENDA PIC X(40).
           02 SI-IMP     PIC Z.ZZZ.ZZ9,99.

       01  SALIDA-DE-TOTAL.
           02 ST-LEYENDA PIC X(45).
           02 ST-CANT    PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT LIQUIDACION.
           IF FSTLIQ NOT = "00"
              DISPLAY "LIQTAR: NO HAY LIQTAR.DAT PARA PROCESAR"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O CUPONES.
           IF FSTCUP NOT = "00"
              DISPLAY "LIQTAR: CUPONES.IND NO ENCONTRADO (FST="
                 FSTCUP ")"
              CLOSE LIQUIDACION
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O COMPROBANTES.
           IF FSTMPV NOT = "00"
              DISPLAY "LIQTAR: MOVPROV.IND NO ENCONTRADO (FST="
                 FSTMPV ")"
              CLOSE LIQUIDACION CUPONES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF FSTPRV = "00"
              MOVE "S" TO SW-PROV
           END-IF.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           ACCEPT WFECHA FROM DATE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           PERFORM PROCESAR-RENGLON THRU F-PROCESAR-RENGLON
              UNTIL FSTLIQ = "10".
           IF SW-LIQ-ABIERTA = "S"
              PERFORM CERRAR-LIQUIDACION THRU F-CERRAR-LIQUIDACION
           END-IF.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
      *-- LA LIQUIDACION YA SE PROCESO ENTERA: SE ELIMINA PARA QUE -*
      *-- UNA SEGUNDA CORRIDA NO DUPLIQUE EL GASTO -----------------*
           CLOSE LIQUIDACION.
           CALL "CBL_DELETE_FILE" USING NOMBRE-LIQ RETURNING RC-OS.
           GO TO FIN.

       PROCESAR-RENGLON.
           READ LIQUIDACION AT END MOVE "10" TO FSTLIQ.
           IF FSTLIQ = "10"
              GO TO F-PROCESAR-RENGLON
           END-IF.
           EVALUATE TRUE
              WHEN LQ-CABECERA
                 IF SW-LIQ-ABIERTA = "S"
                    PERFORM CERRAR-LIQUIDACION
                       THRU F-CERRAR-LIQUIDACION
                 END-IF
                 PERFORM ABRIR-LIQUIDACION THRU F-ABRIR-LIQUIDACION
              WHEN LQ-DETALLE
                 PERFORM APAREAR-CUPON THRU F-APAREAR-CUPON
              WHEN OTHER
                 ADD 1 TO CANT-ILEGIBLE
           END-EVALUATE.
       F-PROCESAR-RENGLON.
           EXIT.

      *-- UNA CABECERA ILEGIBLE DEJA AFUERA SUS CUPONES: SIN FECHA -*
      *-- NI IMPORTES NO HAY NADA CONTRA QUE APAREARLOS ------------*
       ABRIR-LIQUIDACION.
           MOVE "N" TO SW-LIQ-ABIERTA.
           IF LC-TAR IS NOT NUMERIC OR LC-LIQ IS NOT NUMERIC
              OR LC-FPAGO IS NOT NUMERIC OR LC-BRUTO IS NOT NUMERIC
              OR LC-ARANCEL IS NOT NUMERIC OR LC-IVA IS NOT NUMERIC
              OR LC-RET IS NOT NUMERIC OR LC-NETO IS NOT NUMERIC
              ADD 1 TO CANT-ILEGIBLE
              MOVE SPACES TO R-IMP
              MOVE "CABECERA DE LIQUIDACION ILEGIBLE - SE SALTEA"
                 TO R-IMP
              PERFORM ESCRIBIR-LINEA
              GO TO F-ABRIR-LIQUIDACION
           END-IF.
           MOVE "S" TO SW-LIQ-ABIERTA.
           ADD 1 TO CANT-LIQ.
           MOVE LC-TAR TO WTAR.
           MOVE LC-LIQ TO WLIQ.
           MOVE LC-FPAGO TO WFPAGO.
           MOVE LC-BRUTO TO WBRUTO.
           MOVE LC-ARANCEL TO WARANCEL.
           MOVE LC-IVA TO WIVA.
           MOVE LC-RET TO WRET.
           MOVE LC-NETO TO WNETO.
           MOVE 0 TO WSUMA-DET LOTE-CANT.
           MOVE WLIQ TO SL-LIQ.
           MOVE WTAR TO SL-TAR.
           MOVE WFPAGO TO WFECHA-ED.
           MOVE WFE-DD TO SL-DD.
           MOVE WFE-MM TO SL-MM.
           MOVE WFE-AA TO SL-AA.
           MOVE SPACES TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE SALIDA-LIQUIDACION TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
       F-ABRIR-LIQUIDACION.
           EXIT.

      *-- CADA CUPON LIQUIDADO SE BUSCA POR TARJETA, LOTE Y NUMERO -*
       APAREAR-CUPON.
           IF SW-LIQ-ABIERTA NOT = "S"
              ADD 1 TO CANT-ILEGIBLE
              GO TO F-APAREAR-CUPON
           END-IF.
           IF LD-TAR IS NOT NUMERIC OR LD-LOTE IS NOT NUMERIC
              OR LD-CUPON IS NOT NUMERIC OR LD-IMP IS NOT NUMERIC
              ADD 1 TO CANT-ILEGIBLE
              GO TO F-APAREAR-CUPON
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE LD-LOTE TO SD-LOTE.
           MOVE LD-CUPON TO SD-CUP.
           MOVE 0 TO SD-REC SD-IMP.
           MOVE LD-IMP TO SD-LIQ.
           IF LD-TAR NOT = WTAR
              ADD 1 TO CANT-ILEGIBLE
              MOVE "DE OTRA TARJETA - SE SALTEA" TO SD-OBS
              PERFORM IMPRIMIR-DETALLE
              GO TO F-APAREAR-CUPON
           END-IF.
           ADD LD-IMP TO WSUMA-DET.
           PERFORM ANOTAR-LOTE.
           MOVE WTAR TO CUTAR.
           MOVE LD-LOTE TO CULOTE.
           MOVE LD-CUPON TO CUNRO.
           READ CUPONES KEY IS CUCLAVE
              INVALID KEY
                 ADD 1 TO CANT-SIN-REC
                 MOVE "LIQUIDADO SIN RECIBO" TO SD-OBS
                 PERFORM IMPRIMIR-DETALLE
                 GO TO F-APAREAR-CUPON
           END-READ.
           MOVE CURECIBO TO SD-REC.
           MOVE CUIMP TO SD-IMP.
           IF NOT CUP-PENDIENTE
              ADD 1 TO CANT-DIF
              MOVE "YA LIQUIDADO ANTES" TO SD-OBS
              PERFORM IMPRIMIR-DETALLE
              GO TO F-APAREAR-CUPON
           END-IF.
           MOVE WFPAGO TO CUFLIQ.
           MOVE WLIQ TO CULIQ.
           MOVE LD-IMP TO CUIMPLIQ.
           IF LD-IMP = CUIMP
              MOVE "L" TO CUEST
              ADD 1 TO CANT-OK
           ELSE
              MOVE "D" TO CUEST
              ADD 1 TO CANT-DIF
              MOVE "DIFERENCIA DE IMPORTE" TO SD-OBS
              PERFORM IMPRIMIR-DETALLE
           END-IF.
           REWRITE R-CUP
              INVALID KEY
                 MOVE SPACES TO R-IMP
                 MOVE "ERROR AL REGRABAR EL CUPON" TO R-IMP
                 PERFORM ESCRIBIR-LINEA
           END-REWRITE.
       F-APAREAR-CUPON.
           EXIT.

       ANOTAR-LOTE.
           MOVE "N" TO SW-LOTE.
           MOVE 1 TO LOTE-POS.
           PERFORM BUSCAR-LOTE UNTIL LOTE-POS > LOTE-CANT
              OR SW-LOTE = "S".
           IF SW-LOTE = "N" AND LOTE-CANT < 50
              ADD 1 TO LOTE-CANT
              MOVE LD-LOTE TO TLOTE-NUM(LOTE-CANT)
           END-IF.

       BUSCAR-LOTE.
           IF TLOTE-NUM(LOTE-POS) = LD-LOTE
              MOVE "S" TO SW-LOTE
           END-IF.
           ADD 1 TO LOTE-POS.

      *-- AL TERMINAR UNA LIQUIDACION: LOS CUPONES DE SUS LOTES ----*
      *-- QUE SIGUEN PENDIENTES, EL CUADRE DE IMPORTES Y EL GASTO --*
       CERRAR-LIQUIDACION.
           MOVE 1 TO LOTE-POS.
           PERFORM BUSCAR-FALTANTES THRU F-BUSCAR-FALTANTES
              UNTIL LOTE-POS > LOTE-CANT.
           MOVE "BRUTO LIQUIDADO" TO SI-LEYENDA.
           MOVE WBRUTO TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           MOVE "ARANCEL" TO SI-LEYENDA.
           MOVE WARANCEL TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           MOVE "IVA SOBRE ARANCEL" TO SI-LEYENDA.
           MOVE WIVA TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           MOVE "RETENCIONES" TO SI-LEYENDA.
           MOVE WRET TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           MOVE "NETO ACREDITADO" TO SI-LEYENDA.
           MOVE WNETO TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           IF WSUMA-DET NOT = WBRUTO
              MOVE "** LOS CUPONES NO SUMAN EL BRUTO: SUMAN"
                 TO SI-LEYENDA
              MOVE WSUMA-DET TO SI-IMP
              PERFORM IMPRIMIR-IMPORTE
           END-IF.
           COMPUTE WNETO-CALC = WBRUTO - WARANCEL - WIVA - WRET.
           IF WNETO-CALC NOT = WNETO
              MOVE "** EL NETO NO CIERRA: DEBERIA SER" TO SI-LEYENDA
              MOVE WNETO-CALC TO SI-IMP
              PERFORM IMPRIMIR-IMPORTE
           END-IF.
           COMPUTE WGASTO = WARANCEL + WIVA + WRET.
           IF WGASTO > 0
              PERFORM GRABAR-GASTO THRU F-GRABAR-GASTO
           END-IF.
           MOVE "N" TO SW-LIQ-ABIERTA.
       F-CERRAR-LIQUIDACION.
           EXIT.

       BUSCAR-FALTANTES.
           MOVE "N" TO SW-FIN.
           MOVE WTAR TO CUTAR.
           MOVE TLOTE-NUM(LOTE-POS) TO CULOTE.
           MOVE 0 TO CUNRO.
           START CUPONES KEY IS NOT LESS THAN CUCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-CUPON-LOTE THRU F-MIRAR-CUPON-LOTE
              UNTIL SW-FIN = "S".
           ADD 1 TO LOTE-POS.
       F-BUSCAR-FALTANTES.
           EXIT.

       MIRAR-CUPON-LOTE.
           READ CUPONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MIRAR-CUPON-LOTE
           END-IF.
           IF CUTAR NOT = WTAR OR CULOTE NOT = TLOTE-NUM(LOTE-POS)
              MOVE "S" TO SW-FIN
              GO TO F-MIRAR-CUPON-LOTE
           END-IF.
           IF CUP-PENDIENTE
              ADD 1 TO CANT-FALTA
              MOVE SPACES TO R-IMP
              MOVE CULOTE TO SD-LOTE
              MOVE CUNRO TO SD-CUP
              MOVE CURECIBO TO SD-REC
              MOVE CUIMP TO SD-IMP
              MOVE 0 TO SD-LIQ
              MOVE "NO LIQUIDADO POR LA TARJETA" TO SD-OBS
              PERFORM IMPRIMIR-DETALLE
           END-IF.
       F-MIRAR-CUPON-LOTE.
           EXIT.

      *-- EL DESCUENTO DE LA TARJETA ES UN COMPROBANTE "A" DEL -----*
      *-- PROVEEDOR DE LA TARJETA QUE NACE PAGADO (MPSDO EN 0): EL -*
      *-- ARANCEL VA COMO NETO GRAVADO AL 21, SU IVA COMO CREDITO --*
      *-- FISCAL Y LAS RETENCIONES SUFRIDAS COMO PERCEPCION DE IVA -*
       GRABAR-GASTO.
           MOVE WTAR TO PCT-TAR.
           MOVE PAR-COD-TAR TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK NOT = "S" OR PAR-VALOR = 0 OR PAR-VALOR > 99999
              MOVE SPACES TO R-IMP
              STRING "** SIN PARAMETRO " DELIMITED BY SIZE
                     PAR-COD-TAR DELIMITED BY SIZE
                     " - GASTO NO REGISTRADO" DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM ESCRIBIR-LINEA
              GO TO F-GRABAR-GASTO
           END-IF.
           MOVE PAR-VALOR TO WPROV.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN-SEC.
           MOVE WPROV TO MPPROV.
           MOVE WFPAGO TO MPFECHA.
           MOVE 0 TO MPSEC.
           START COMPROBANTES KEY IS NOT LESS THAN MPCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SEC
           END-START.
           PERFORM BUSCAR-ULTIMA-SEC-PRV THRU F-BUSCAR-ULTIMA-SEC-PRV
              UNTIL SW-FIN-SEC = "S".
           INITIALIZE R-MPV.
           MOVE WPROV TO MPPROV.
           MOVE WFPAGO TO MPFECHA.
           COMPUTE MPSEC = WSEC-ULT + 1.
           MOVE 1 TO MPTIP.
           MOVE SPACES TO MPCOMP.
           STRING "LIQ " DELIMITED BY SIZE
                  WLIQ DELIMITED BY SIZE
                  INTO MPCOMP.
           MOVE WGASTO TO MPIMP.
           MOVE 0 TO MPSUC.
           MOVE QS-OPER TO MPOPE.
           MOVE "FCA" TO MPCTIPO.
           MOVE WARANCEL TO MPNG21.
           MOVE WIVA TO MPIVA21.
           MOVE WRET TO MPPERIVA.
           MOVE WFPAGO TO MPVTO.
           MOVE 0 TO MPSDO.
           IF SW-PROV = "S"
              MOVE WPROV TO PVCOD
              READ PROVEEDORES KEY IS PVCOD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE PVRUB TO MPRUB
              END-READ
           END-IF.
           WRITE R-MPV
              INVALID KEY
                 MOVE SPACES TO R-IMP
                 MOVE "** ERROR AL GRABAR EL GASTO EN MOVPROV.IND"
                    TO R-IMP
                 PERFORM ESCRIBIR-LINEA
                 GO TO F-GRABAR-GASTO
           END-WRITE.
           ADD 1 TO CANT-GASTOS.
           MOVE "GASTO REGISTRADO EN MOVPROV.IND" TO SI-LEYENDA.
           MOVE WGASTO TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
       F-GRABAR-GASTO.
           EXIT.

       BUSCAR-ULTIMA-SEC-PRV.
           READ COMPROBANTES NEXT RECORD
              AT END MOVE "S" TO SW-FIN-SEC
           END-READ.
           IF SW-FIN-SEC = "N"
              IF MPPROV = WPROV AND MPFECHA = WFPAGO
                 MOVE MPSEC TO WSEC-ULT
              ELSE
                 MOVE "S" TO SW-FIN-SEC
              END-IF
           END-IF.
       F-BUSCAR-ULTIMA-SEC-PRV.
           EXIT.

       IMPRIMIR-DETALLE.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-IMPORTE.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-IMPORTE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

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
           ADD 1 TO L.
           MOVE "LIQUIDACIONES PROCESADAS" TO ST-LEYENDA.
           MOVE CANT-LIQ TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "CUPONES LIQUIDADOS SIN DIFERENCIA" TO ST-LEYENDA.
           MOVE CANT-OK TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "CUPONES CON DIFERENCIA" TO ST-LEYENDA.
           MOVE CANT-DIF TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "CUPONES LIQUIDADOS SIN RECIBO" TO ST-LEYENDA.
           MOVE CANT-SIN-REC TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "CUPONES NO LIQUIDADOS (FALTANTES)" TO ST-LEYENDA.
           MOVE CANT-FALTA TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "RENGLONES ILEGIBLES O SALTEADOS" TO ST-LEYENDA.
           MOVE CANT-ILEGIBLE TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "GASTOS REGISTRADOS EN MOVPROV.IND" TO ST-LEYENDA.
           MOVE CANT-GASTOS TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.

       IMPRIMIR-TOTAL.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-TOTAL TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

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
           CLOSE CUPONES COMPROBANTES.
           IF SW-PROV = "S"
              CLOSE PROVEEDORES
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
