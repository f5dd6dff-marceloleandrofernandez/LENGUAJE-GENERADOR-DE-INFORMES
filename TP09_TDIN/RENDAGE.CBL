      *** RENDAGE - RENDICION DE LAS AGENCIAS DE COBRANZA          ***
      *** LEE RENDAGE.DAT, UN RENGLON POR NOVEDAD DE UNA CUENTA    ***
      *** DERIVADA (VER DERIVAR): AGENCIA, TIPO, CLIENTE, FECHA,   ***
      *** IMPORTE, FECHA PROMETIDA Y OBSERVACION -                 ***
      *** "C" = COBRO: GENERA EL RECIBO EN COBRANZA.IND CON SU     ***
      *** PROPIA NUMERACION (TALONARIO AGECOB.CTL, PRIMER NUMERO   ***
      *** DEL PARAMETRO AGEPROX O 700001), REBAJA EL SALDO, DEJA   ***
      *** EL MOVIMIENTO HABER YA APLICADO, LO IMPUTA A LAS         ***
      *** PARTIDAS MAS VIEJAS Y CALCULA LA COMISION DE LA AGENCIA  ***
      *** (AGCOM % DE LO COBRADO) - SI LA CUENTA QUEDA SIN DEUDA   ***
      *** LA DERIVACION SE DA POR CANCELADA                        ***
      *** "P" = PROMESA DE PAGO: QUEDA COMO GESTION CON LA FECHA   ***
      *** PROMETIDA DE PROXIMO CONTACTO (LA VE AGENDACO)           ***
      *** "D" = DEVOLUCION: LA AGENCIA DEVUELVE LA CUENTA Y LA     ***
      *** DERIVACION QUEDA DEVUELTA                                ***
      *** CADA NOVEDAD QUEDA TAMBIEN COMO GESTION DEL CLIENTE - EL ***
      *** INFORME (SPOOL) DETALLA LA RENDICION Y TOTALIZA POR      ***
      *** AGENCIA LO COBRADO Y LA COMISION A PAGARLE (SU FACTURA   ***
      *** SE CARGA CON CARGAPRV) - LO QUE NO SE RECONOCE VA A      ***
      *** RENDAGE.RCH CON SU MOTIVO ADELANTE, COMO EN RENDCOB - LA ***
      *** CAJA DIARIA LO MUESTRA EN SU PROPIO RENGLON (MEDIO 7)    ***
      *** MOTIVOS: 01 TIPO INVALIDO        02 CLIENTE INEXISTENTE  ***
      ***          03 CUENTA NO DERIVADA A ESA AGENCIA             ***
      ***          04 FECHA O IMPORTE INVALIDO                     ***
      ***          05 AGENCIA INEXISTENTE  06 ERROR DE GRABACION   ***
      ***          07 CUENTA EN INCOBRABLES                        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENDAGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENDICION ASSIGN TO DISK "RENDAGE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTREN.

           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

           SELECT MOVIMIENTOS ASSIGN TO DISK "MOVPER.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVCLAVE
           FILE STATUS IS FSTMOV.

           SELECT COBRANZAS ASSIGN TO DISK "COBRANZA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CBNRO
           FILE STATUS IS FSTCOB.

           SELECT AGENCIAS ASSIGN TO DISK "AGENCIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AGCOD
           FILE STATUS IS FSTAGE.

           SELECT DERIVACIONES ASSIGN TO DISK "DERIVA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DVCLAVE
           FILE STATUS IS FSTDRV.

           SELECT GESTIONES ASSIGN TO DISK "GESTCOB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GCCLAVE
           FILE STATUS IS FSTGES.

      *-- TALONARIO PROPIO DE LA COBRANZA DE LAS AGENCIAS, SEPARADO *
      *-- DEL DE MOSTRADOR, DEL DE LOS DEBITOS Y DEL EXTRABANCARIO -*
           SELECT TALONARIO ASSIGN TO DISK "AGECOB.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTTAL.

      *-- RENGLONES RECHAZADOS: MOTIVO (2 DIGITOS) + ";" + ORIGINAL-*
           SELECT RECHAZOS ASSIGN TO DISK "RENDAGE.RCH"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTRCH.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD RENDICION
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-REN.
         01 R-REN.
            02 RA-AGE      PIC 9(3).
            02 RA-TIPO     PIC X.
               88 RA-COBRO      VALUE "C".
               88 RA-PROMESA    VALUE "P".
               88 RA-DEVOLUCION VALUE "D".
            02 RA-CA       PIC 9(8).
            02 RA-FECHA    PIC 9(8).
            02 RA-IMP      PIC 9(05)V99.
            02 RA-PROX     PIC 9(8).
            02 RA-OBS      PIC X(15).

        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

        FD MOVIMIENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS R-MOV.

         COPY MOVPER.

        FD COBRANZAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS R-COB.

         COPY COBRANZA.

        FD AGENCIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS R-AGE.

         COPY AGENCIA.

        FD DERIVACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS R-DRV.

         COPY DERIVA.

        FD GESTIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-GES.

         COPY GESTCOB.

        FD TALONARIO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS R-TAL.

         01 R-TAL.
            02 TAL-PROX  PIC 9(06).

        FD RECHAZOS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS R-RECHAZO.
         01 R-RECHAZO.
            02 RC-MOTIVO  PIC 99.
            02 RC-SEP     PIC X.
            02 RC-LINEA   PIC X(50).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.

      *-- DIARIO DE IMAGENES DE LOS ARCHIVOS DE PLATA (GRABJRNP): --*
      *-- CADA ESCRITURA CONFIRMADA DEJA SU RENGLON PARA QUE ------*
      *-- RECUPPLA PUEDA REHACER EL DIA SOBRE UNA COPIA ------------*
       77 JRN-ARCH            PIC X.
       77 JRN-OP              PIC X.
       77 JRN-IMAGEN          PIC X(152).

       77 FSTREN              PIC XX.
       77 FSTPER              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTCOB              PIC XX.
       77 FSTAGE              PIC XX.
       77 FSTDRV              PIC XX.
       77 FSTGES              PIC XX.
       77 FSTTAL              PIC XX.
       77 FSTRCH              PIC XX.
       77 FSTSPL              PIC XX.
       77 SW-RCH-ABIERTO      PIC X VALUE "N".
       77 RC-OS               PIC 9(9) COMP-5.
       77 NOMBRE-REN          PIC X(20) VALUE "RENDAGE.DAT".
       77 WMOTIVO             PIC 99.
       77 WNRO                PIC 9(06).
      *-- EL NUMERO COMPLETO DEL RECIBO (SERIE 000 + CORRELATIVO), -*
      *-- PARA EL CONCEPTO "REC " DEL MOVIMIENTO -------------------*
       77 WNRO-SERIE          PIC 9(09).
       77 WSEC-ULT            PIC 9(03).
       77 SW-FIN-SEC          PIC X.
       77 SW-FIN              PIC X.
       77 SALDO-TRAB          PIC S9(06)V99.
       77 WCA-NUM             PIC 9(8).
       77 WCOMISION           PIC 9(05)V99.
      *-- LA DERIVACION ACTIVA DE LA CUENTA EN ESA AGENCIA ---------*
       77 SW-DRV              PIC X.
       77 WCLAVE-DRV          PIC X(16).
      *-- LA GESTION QUE DEJA CADA NOVEDAD -------------------------*
       77 WACC                PIC X(15).
       77 WPROX               PIC 9(08).
      *-- PARA LEER LOS VALORES DE OPERACION DE PARAMETROS.IND ----*
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.
      *-- PARTIDAS ABIERTAS DEL CLIENTE PARA CANCELAR DE LA MAS ----*
      *-- VIEJA A LA MAS NUEVA -------------------------------------*
       77 PAR-CANT            PIC 9(03).
       77 PAR-POS             PIC 9(03).
       77 REST-IMP            PIC 9(05)V99.
       77 IMPUTA              PIC 9(05)V99.
       01 TABLA-PARTIDAS.
          02 TPAR-ELEM OCCURS 200 TIMES.
             03 TPAR-CLAVE    PIC X(19).
             03 TPAR-SDO      PIC 9(05)V99.

      *-- TOTALES POR AGENCIA, EN EL ORDEN EN QUE APARECEN EN LA ---*
      *-- RENDICION - UNA AGENCIA QUE NO ENTRA SE SUMA EN LA ULTIMA *
       77 AGE-CANT            PIC 9(02) VALUE 0.
       77 AGE-POS             PIC 9(02).
       77 SW-AGE              PIC X.
       01 TABLA-AGENCIAS.
          02 TAGE-ELEM OCCURS 50 TIMES.
             03 TAGE-COD      PIC 9(03).
             03 TAGE-NOM      PIC X(30).
             03 TAGE-CCOB     PIC 9(05).
             03 TAGE-ICOB     PIC 9(08)V99.
             03 TAGE-ICOM     PIC 9(08)V99.
             03 TAGE-CPRO     PIC 9(05).
             03 TAGE-CDEV     PIC 9(05).

       77 CANT-LEIDOS         PIC 9(05) VALUE 0.
       77 CANT-COBROS         PIC 9(05) VALUE 0.
       77 CANT-PROMESAS       PIC 9(05) VALUE 0.
       77 CANT-DEVOLUCIONES   PIC 9(05) VALUE 0.
       77 CANT-CANCELADAS     PIC 9(05) VALUE 0.
       77 CANT-RECHAZOS       PIC 9(05) VALUE 0.
       77 TOT-COBRADO         PIC 9(08)V99 VALUE 0.
       77 TOT-COMISION        PIC 9(08)V99 VALUE 0.

       77 L                   PIC 99 VALUE 0.
       77 TECLA               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "RENDAGE ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       01 WFECHA-HOY          PIC 9(8).

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 WFECHA-PROX.
          02 WFP-AA           PIC 9(4).
          02 WFP-MM           PIC 9(2).
          02 WFP-DD           PIC 9(2).

       01 TITULO-CABECERA.
          02 FILLER PIC X(10) VALUE  SPACES.
          02 FILLER PIC X(45) VALUE
             "RENDICION DE LAS AGENCIAS DE COBRANZA".
          02 FILLER PIC X(10) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(04) VALUE "AGE ".
          02 FILLER PIC X(11) VALUE "NOVEDAD    ".
          02 FILLER PIC X(09) VALUE "CLIENTE  ".
          02 FILLER PIC X(22) VALUE "NOMBRE".
          02 FILLER PIC X(10) VALUE "  IMPORTE ".
          02 FILLER PIC X(10) VALUE " COMISION ".
          02 FILLER PIC X(14) VALUE "RECIBO/OBSERV.".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-DETALLE.
           02 SD-AGE   PIC 9(03).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-NOV   PIC X(10).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-CA    PIC 9(08).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-NOM   PIC X(21).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-IMP   PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-COM   PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-OBS   PIC X(14).

       01  SALIDA-AGENCIA.
           02 FILLER   PIC X(08) VALUE "AGENCIA ".
           02 SA-COD   PIC 9(03).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SA-NOM   PIC X(30).

       01  SALIDA-DE-IMPORTE.
           02 SI-LEYENDA PIC X(40).
           02 SI-IMP     PIC Z.ZZZ.ZZ9,99.

       01  SALIDA-DE-TOTAL.
           02 ST-LEYENDA PIC X(45).
           02 ST-CANT    PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT RENDICION.
           IF FSTREN NOT = "00"
              DISPLAY "RENDAGE: NO HAY RENDAGE.DAT PARA PROCESAR"
              GOBACK
           END-IF.
           OPEN I-O PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "RENDAGE: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              CLOSE RENDICION
              GOBACK
           END-IF.
           OPEN INPUT AGENCIAS.
           IF FSTAGE NOT = "00"
              DISPLAY "RENDAGE: AGENCIA.IND NO ENCONTRADA (FST="
                 FSTAGE ")"
              CLOSE RENDICION PERSONA
              GOBACK
           END-IF.
           OPEN I-O DERIVACIONES.
           IF FSTDRV NOT = "00"
              DISPLAY "RENDAGE: DERIVA.IND NO ENCONTRADA (FST="
                 FSTDRV ")"
              CLOSE RENDICION PERSONA AGENCIAS
              GOBACK
           END-IF.
           OPEN I-O MOVIMIENTOS.
           OPEN I-O COBRANZAS.
           OPEN I-O GESTIONES.
           IF FSTGES NOT = "00"
              OPEN OUTPUT GESTIONES
              CLOSE GESTIONES
              OPEN I-O GESTIONES
           END-IF.
           ACCEPT WFECHA FROM DATE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-TALONARIO.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           PERFORM PROCESAR-RENGLON THRU F-PROCESAR-RENGLON
              UNTIL FSTREN = "10".
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           CLOSE RENDICION PERSONA AGENCIAS DERIVACIONES MOVIMIENTOS
                 COBRANZAS GESTIONES.
           IF SW-RCH-ABIERTO = "S"
              CLOSE RECHAZOS
           END-IF.
      *-- LA RENDICION YA SE PROCESO ENTERA: SE ELIMINA PARA QUE ---*
      *-- UNA SEGUNDA CORRIDA NO VUELVA A ACREDITAR LOS COBROS -----*
           CALL "CBL_DELETE_FILE" USING NOMBRE-REN RETURNING RC-OS.
           DISPLAY "RENDAGE: RENGLONES LEIDOS   = " CANT-LEIDOS.
           DISPLAY "RENDAGE: COBROS ACREDITADOS = " CANT-COBROS.
           DISPLAY "RENDAGE: PROMESAS DE PAGO   = " CANT-PROMESAS.
           DISPLAY "RENDAGE: CUENTAS DEVUELTAS  = " CANT-DEVOLUCIONES.
           DISPLAY "RENDAGE: RECHAZADOS (.RCH)  = " CANT-RECHAZOS.
           DISPLAY "RENDAGE: TOTAL COBRADO      = " TOT-COBRADO.
           DISPLAY "RENDAGE: COMISIONES         = " TOT-COMISION.
           GOBACK.

      *-- EL TALONARIO PROPIO DE LAS AGENCIAS, COMO EL DE LA ------*
      *-- COBRANZA EXTRABANCARIA -----------------------------------*
       LEER-TALONARIO.
           OPEN INPUT TALONARIO.
           IF FSTTAL = "00"
              READ TALONARIO AT END MOVE 700001 TO TAL-PROX
              END-READ
              MOVE TAL-PROX TO WNRO
              CLOSE TALONARIO
           ELSE
              MOVE 700001 TO WNRO
              MOVE "AGEPROX " TO PAR-COD
              CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
              CANCEL "LEEPAR"
              IF PAR-OK = "S" AND PAR-VALOR > 0
                 MOVE PAR-VALOR TO WNRO
              END-IF
           END-IF.

       TOMAR-NUMERO.
           ADD 1 WNRO GIVING TAL-PROX.
           OPEN OUTPUT TALONARIO.
           WRITE R-TAL.
           CLOSE TALONARIO.

       PROCESAR-RENGLON.
           READ RENDICION AT END MOVE "10" TO FSTREN.
           IF FSTREN = "10"
              GO TO F-PROCESAR-RENGLON
           END-IF.
           ADD 1 TO CANT-LEIDOS.
           PERFORM VALIDAR-RENGLON THRU F-VALIDAR-RENGLON.
           IF WMOTIVO NOT = 0
              PERFORM GRABAR-RECHAZO
              GO TO F-PROCESAR-RENGLON
           END-IF.
           PERFORM UBICAR-AGENCIA.
           EVALUATE TRUE
              WHEN RA-COBRO
                 PERFORM ACREDITAR-COBRO THRU F-ACREDITAR-COBRO
              WHEN RA-PROMESA
                 PERFORM ANOTAR-PROMESA
              WHEN RA-DEVOLUCION
                 PERFORM DEVOLVER-CUENTA THRU F-DEVOLVER-CUENTA
           END-EVALUATE.
           IF WMOTIVO NOT = 0
              PERFORM GRABAR-RECHAZO
           END-IF.
       F-PROCESAR-RENGLON.
           EXIT.

      *-- TODO SE VALIDA ANTES DE GRABAR NADA: UN RENGLON ----------*
      *-- RECHAZADO NO DEJA NINGUN RASTRO EN LOS ARCHIVOS ----------*
       VALIDAR-RENGLON.
           MOVE 0 TO WMOTIVO.
           IF NOT RA-COBRO AND NOT RA-PROMESA AND NOT RA-DEVOLUCION
              MOVE 01 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           IF RA-AGE IS NOT NUMERIC
              MOVE 05 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           MOVE RA-AGE TO AGCOD.
           READ AGENCIAS KEY IS AGCOD
              INVALID KEY MOVE 05 TO WMOTIVO
           END-READ.
           IF WMOTIVO NOT = 0
              GO TO F-VALIDAR-RENGLON
           END-IF.
           IF RA-FECHA IS NOT NUMERIC OR RA-FECHA > WFECHA-HOY
              MOVE 04 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           IF RA-COBRO
              IF RA-IMP IS NOT NUMERIC OR RA-IMP = 0
                 MOVE 04 TO WMOTIVO
                 GO TO F-VALIDAR-RENGLON
              END-IF
           END-IF.
      *-- LA PROMESA TRAE LA FECHA EN QUE EL DEUDOR SE COMPROMETIO -*
      *-- A PAGAR: NO PUEDE SER ANTERIOR A LA GESTION --------------*
           IF RA-PROMESA
              IF RA-PROX IS NOT NUMERIC OR RA-PROX < RA-FECHA
                 MOVE 04 TO WMOTIVO
                 GO TO F-VALIDAR-RENGLON
              END-IF
           END-IF.
           IF RA-CA IS NOT NUMERIC
              MOVE 02 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           MOVE RA-CA TO WCA-NUM.
           MOVE WCA-NUM TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY MOVE 02 TO WMOTIVO
           END-READ.
           IF WMOTIVO NOT = 0
              GO TO F-VALIDAR-RENGLON
           END-IF.
      *-- UNA CUENTA PASADA A INCOBRABLES SOLO LA COBRA UN ---------*
      *-- SUPERVISOR EN MOSTRADOR, COMO RECUPERO (VER COBRANZA) ----*
           IF PER-INCOBRABLE
              MOVE 07 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           PERFORM BUSCAR-DERIVACION.
           IF SW-DRV NOT = "S"
              MOVE 03 TO WMOTIVO
           END-IF.
       F-VALIDAR-RENGLON.
           EXIT.

      *-- LA CUENTA TIENE QUE ESTAR DERIVADA A ESA AGENCIA (UNA ----*
      *-- SOLA DERIVACION ACTIVA POR CUENTA, VER DERIVAR) ----------*
       BUSCAR-DERIVACION.
           MOVE "N" TO SW-DRV.
           MOVE "N" TO SW-FIN.
           MOVE WCA-NUM TO DVCA.
           MOVE 0 TO DVFECHA.
           START DERIVACIONES KEY IS NOT LESS THAN DVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-DERIVACION THRU F-MIRAR-DERIVACION
              UNTIL SW-FIN = "S".

       MIRAR-DERIVACION.
           READ DERIVACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MIRAR-DERIVACION
           END-IF.
           IF DVCA NOT = WCA-NUM
              MOVE "S" TO SW-FIN
              GO TO F-MIRAR-DERIVACION
           END-IF.
           IF DRV-ACTIVA AND DVAGE = RA-AGE
              MOVE "S" TO SW-DRV
              MOVE DVCLAVE TO WCLAVE-DRV
              MOVE "S" TO SW-FIN
           END-IF.
       F-MIRAR-DERIVACION.
           EXIT.

      *-- EL COBRO DE LA AGENCIA ES UN COBRO COMPLETO: REBAJA EL ---*
      *-- SALDO, RECIBO CON NUMERACION PROPIA, MOVIMIENTO HABER ----*
      *-- APLICADO E IMPUTACION A LO MAS VIEJO ---------------------*
       ACREDITAR-COBRO.
           IF PTS = 1
              MOVE PSA TO SALDO-TRAB
           ELSE
              COMPUTE SALDO-TRAB = 0 - PSA
           END-IF.
           SUBTRACT RA-IMP FROM SALDO-TRAB.
           IF SALDO-TRAB < -99999,99
              MOVE 06 TO WMOTIVO
              GO TO F-ACREDITAR-COBRO
           END-IF.
           IF SALDO-TRAB < 0
              MOVE 2 TO PTS
              COMPUTE PSA = 0 - SALDO-TRAB
           ELSE
              MOVE 1 TO PTS
              MOVE SALDO-TRAB TO PSA
           END-IF.
           REWRITE R-PER.
           IF FSTPER NOT = "00"
              MOVE 06 TO WMOTIVO
              GO TO F-ACREDITAR-COBRO
           END-IF.
           MOVE R-PER TO JRN-IMAGEN.
           MOVE "P" TO JRN-ARCH.
           MOVE "M" TO JRN-OP.
           PERFORM ASENTAR-JRN.
           PERFORM TOMAR-NUMERO.
           PERFORM GRABAR-RECIBO-AGENCIA.
           PERFORM GRABAR-MOVIMIENTO-PAGO.
           MOVE RA-IMP TO REST-IMP.
           PERFORM CANCELAR-PARTIDAS THRU F-CANCELAR-PARTIDAS.
      *-- LA COMISION SE LIQUIDA SOBRE LO QUE LA AGENCIA COBRO -----*
           COMPUTE WCOMISION ROUNDED = RA-IMP * AGCOM / 100.
           MOVE WCLAVE-DRV TO DVCLAVE.
           READ DERIVACIONES KEY IS DVCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD RA-IMP TO DVCOB
                 ADD WCOMISION TO DVCOM
                 IF SALDO-TRAB NOT > 0
                    MOVE "C" TO DVEST
                    MOVE WFECHA-HOY TO DVFBAJA
                    ADD 1 TO CANT-CANCELADAS
                 END-IF
                 REWRITE R-DRV
                    INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.
           MOVE "COBRO AGENCIA" TO WACC.
           MOVE 0 TO WPROX.
           PERFORM GRABAR-GESTION.
           ADD 1 TO CANT-COBROS TAGE-CCOB(AGE-POS).
           ADD RA-IMP TO TOT-COBRADO TAGE-ICOB(AGE-POS).
           ADD WCOMISION TO TOT-COMISION TAGE-ICOM(AGE-POS).
           MOVE "COBRO" TO SD-NOV.
           MOVE RA-IMP TO SD-IMP.
           MOVE WCOMISION TO SD-COM.
           MOVE SPACES TO SD-OBS.
           STRING "REC " DELIMITED BY SIZE
                  WNRO DELIMITED BY SIZE
                  INTO SD-OBS.
           PERFORM IMPRIMIR-DETALLE.
           MOVE TAL-PROX TO WNRO.
       F-ACREDITAR-COBRO.
           EXIT.

       GRABAR-RECIBO-AGENCIA.
           MOVE WNRO TO CBNRO.
           MOVE WFECHA-HOY TO CBFECHA.
           MOVE PCA TO CBCA.
           MOVE PAN TO CBNOM.
           MOVE RA-IMP TO CBIMP.
           MOVE PSU TO CBSUC.
           MOVE "AGE" TO CBOPE.
           MOVE 7 TO CBMED.
           MOVE "A" TO CBEST.
           WRITE R-COB
              INVALID KEY REWRITE R-COB
           END-WRITE.
           MOVE R-COB TO JRN-IMAGEN.
           MOVE "C" TO JRN-ARCH.
           MOVE "A" TO JRN-OP.
           PERFORM ASENTAR-JRN.

       GRABAR-MOVIMIENTO-PAGO.
           PERFORM TOMAR-SECUENCIA.
      *-- "REC " + LOS 9 DIGITOS DE LA SERIE 000, COMO LOS DEL -----*
      *-- MOSTRADOR: ASI EL AUDITOR (AUDICONS) Y EL CIERRE DIARIO --*
      *-- (CIERRED) CASAN EL RECIBO CON SU HABER --------------------*
           MOVE WNRO TO WNRO-SERIE.
           MOVE SPACES TO MVCON.
           STRING "REC " DELIMITED BY SIZE
                  WNRO-SERIE DELIMITED BY SIZE
                  INTO MVCON.
           MOVE RA-IMP TO MVIMP.
           MOVE 2 TO MVTIP.
           MOVE "S" TO MVAPL.
           MOVE 0 TO MVSDO.
           MOVE 1 TO MVMON.
           MOVE 0 TO MVIMPO.
           MOVE WFECHA-HOY TO MVVTO.
           WRITE R-MOV
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE R-MOV TO JRN-IMAGEN
                 MOVE "M" TO JRN-ARCH
                 MOVE "A" TO JRN-OP
                 PERFORM ASENTAR-JRN
           END-WRITE.

      *-- LA SECUENCIA ES EL ULTIMO MOVIMIENTO DEL CLIENTE EN EL ---*
      *-- DIA MAS UNO, COMO EN CARGAMOV ----------------------------*
       TOMAR-SECUENCIA.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN-SEC.
           MOVE WCA-NUM TO MVCA.
           MOVE WFECHA-HOY TO MVFECHA.
           MOVE 0 TO MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SEC
           END-START.
           PERFORM BUSCAR-ULTIMA-SEC THRU F-BUSCAR-ULTIMA-SEC
              UNTIL SW-FIN-SEC = "S".
           MOVE WCA-NUM TO MVCA.
           MOVE WFECHA-HOY TO MVFECHA.
           COMPUTE MVSEC = WSEC-ULT + 1.

       BUSCAR-ULTIMA-SEC.
           READ MOVIMIENTOS NEXT RECORD
              AT END MOVE "S" TO SW-FIN-SEC
           END-READ.
           IF SW-FIN-SEC = "N"
              IF MVCA = WCA-NUM AND MVFECHA = WFECHA-HOY
                 MOVE MVSEC TO WSEC-ULT
              ELSE
                 MOVE "S" TO SW-FIN-SEC
              END-IF
           END-IF.
       F-BUSCAR-ULTIMA-SEC.
           EXIT.

      *-- LO COBRADO CANCELA LAS PARTIDAS DE LA MAS VIEJA A LA -----*
      *-- MAS NUEVA, SIN OPERADOR DE POR MEDIO (COMO RENDCOB) ------*
       CANCELAR-PARTIDAS.
           MOVE 0 TO PAR-CANT.
           MOVE "N" TO SW-FIN.
           MOVE WCA-NUM TO MVCA.
           MOVE 0 TO MVFECHA MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM JUNTAR-PARTIDA THRU F-JUNTAR-PARTIDA
              UNTIL SW-FIN = "S".
           MOVE 1 TO PAR-POS.
           PERFORM CANCELAR-UNA-PARTIDA THRU F-CANCELAR-UNA-PARTIDA
              UNTIL PAR-POS > PAR-CANT OR REST-IMP = 0.
       F-CANCELAR-PARTIDAS.
           EXIT.

       JUNTAR-PARTIDA.
           READ MOVIMIENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF MVCA NOT = WCA-NUM
                 MOVE "S" TO SW-FIN
              ELSE
                 IF MOV-APLICADO AND MOV-DEBE AND MVSDO > 0
                    IF PAR-CANT = 200
                       MOVE "S" TO SW-FIN
                    ELSE
                       ADD 1 TO PAR-CANT
                       MOVE MVCLAVE TO TPAR-CLAVE(PAR-CANT)
                       MOVE MVSDO TO TPAR-SDO(PAR-CANT)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       F-JUNTAR-PARTIDA.
           EXIT.

       CANCELAR-UNA-PARTIDA.
           IF TPAR-SDO(PAR-POS) < REST-IMP
              MOVE TPAR-SDO(PAR-POS) TO IMPUTA
           ELSE
              MOVE REST-IMP TO IMPUTA
           END-IF.
           MOVE TPAR-CLAVE(PAR-POS) TO MVCLAVE.
           READ MOVIMIENTOS KEY IS MVCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 SUBTRACT IMPUTA FROM MVSDO
                 REWRITE R-MOV
                 MOVE R-MOV TO JRN-IMAGEN
                 MOVE "M" TO JRN-ARCH
                 MOVE "M" TO JRN-OP
                 PERFORM ASENTAR-JRN
           END-READ.
           SUBTRACT IMPUTA FROM REST-IMP.
           ADD 1 TO PAR-POS.
       F-CANCELAR-UNA-PARTIDA.
           EXIT.

      *-- LA PROMESA QUEDA EN LA AGENDA DEL DIA PROMETIDO ----------*
       ANOTAR-PROMESA.
           MOVE "PROMESA AGENCIA" TO WACC.
           MOVE RA-PROX TO WPROX.
           PERFORM GRABAR-GESTION.
           ADD 1 TO CANT-PROMESAS TAGE-CPRO(AGE-POS).
           MOVE "PROMESA" TO SD-NOV.
           MOVE RA-IMP TO SD-IMP.
           MOVE 0 TO SD-COM.
           MOVE RA-PROX TO WFECHA-PROX.
           MOVE SPACES TO SD-OBS.
           STRING "PAGA " DELIMITED BY SIZE
                  WFP-DD DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WFP-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WFP-AA DELIMITED BY SIZE
                  INTO SD-OBS.
           PERFORM IMPRIMIR-DETALLE.

      *-- LA CUENTA DEVUELTA VUELVE A GESTIONARSE DE ADENTRO; PARA -*
      *-- MANDARLA A OTRA AGENCIA SE DERIVA DE NUEVO ---------------*
       DEVOLVER-CUENTA.
           MOVE WCLAVE-DRV TO DVCLAVE.
           READ DERIVACIONES KEY IS DVCLAVE
              INVALID KEY MOVE 06 TO WMOTIVO
           END-READ.
           IF WMOTIVO NOT = 0
              GO TO F-DEVOLVER-CUENTA
           END-IF.
           MOVE "D" TO DVEST.
           MOVE RA-FECHA TO DVFBAJA.
           REWRITE R-DRV
              INVALID KEY MOVE 06 TO WMOTIVO
           END-REWRITE.
           IF WMOTIVO NOT = 0
              GO TO F-DEVOLVER-CUENTA
           END-IF.
           MOVE "DEVOL. AGENCIA" TO WACC.
           MOVE 0 TO WPROX.
           PERFORM GRABAR-GESTION.
           ADD 1 TO CANT-DEVOLUCIONES TAGE-CDEV(AGE-POS).
           MOVE "DEVOLUCION" TO SD-NOV.
           MOVE 0 TO SD-IMP SD-COM.
           MOVE RA-OBS TO SD-OBS.
           PERFORM IMPRIMIR-DETALLE.
       F-DEVOLVER-CUENTA.
           EXIT.

      *-- CADA NOVEDAD QUEDA COMO GESTION DEL CLIENTE, EN LA FECHA -*
      *-- QUE INFORMA LA AGENCIA Y FIRMADA "AGE" -------------------*
       GRABAR-GESTION.
           PERFORM BUSCAR-ULTIMA-GESTION.
           MOVE WCA-NUM TO GCCA.
           MOVE RA-FECHA TO GCFECHA.
           COMPUTE GCSEC = WSEC-ULT + 1.
           MOVE WACC TO GCACC.
           MOVE RA-OBS TO GCRES.
           MOVE "AGE" TO GCOPE.
           MOVE WPROX TO GCPROX.
           WRITE R-GES
              INVALID KEY CONTINUE
           END-WRITE.

       BUSCAR-ULTIMA-GESTION.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN.
           MOVE WCA-NUM TO GCCA.
           MOVE RA-FECHA TO GCFECHA.
           MOVE 0 TO GCSEC.
           START GESTIONES KEY IS NOT LESS THAN GCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-GESTION THRU F-MIRAR-GESTION
              UNTIL SW-FIN = "S".

       MIRAR-GESTION.
           READ GESTIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF GCCA = WCA-NUM AND GCFECHA = RA-FECHA
                 MOVE GCSEC TO WSEC-ULT
              ELSE
                 MOVE "S" TO SW-FIN
              END-IF
           END-IF.
       F-MIRAR-GESTION.
           EXIT.

      *-- BUSCA LA AGENCIA EN LA TABLA Y LA AGREGA SI ES NUEVA -----*
       UBICAR-AGENCIA.
           MOVE "N" TO SW-AGE.
           MOVE 1 TO AGE-POS.
           PERFORM COMPARAR-AGENCIA
              UNTIL SW-AGE = "S" OR AGE-POS > AGE-CANT.
           IF SW-AGE = "N"
              IF AGE-CANT < 50
                 ADD 1 TO AGE-CANT
                 MOVE AGE-CANT TO AGE-POS
                 MOVE AGCOD TO TAGE-COD(AGE-POS)
                 MOVE AGNOM TO TAGE-NOM(AGE-POS)
                 MOVE 0 TO TAGE-CCOB(AGE-POS) TAGE-ICOB(AGE-POS)
                           TAGE-ICOM(AGE-POS) TAGE-CPRO(AGE-POS)
                           TAGE-CDEV(AGE-POS)
              ELSE
                 MOVE 50 TO AGE-POS
              END-IF
           END-IF.

       COMPARAR-AGENCIA.
           IF TAGE-COD(AGE-POS) = AGCOD
              MOVE "S" TO SW-AGE
           ELSE
              ADD 1 TO AGE-POS
           END-IF.

      *-- LA ESCRITURA CONFIRMADA QUEDA EN EL DIARIO DE IMAGENES ---*
       ASENTAR-JRN.
           CALL   "GRABJRNP" USING JRN-ARCH JRN-OP JRN-IMAGEN
           CANCEL "GRABJRNP".

      *-- LOS RECHAZOS SE AGREGAN AL .RCH QUE HAYA: LOS DE UNA -----*
      *-- RENDICION ANTERIOR TODAVIA SIN CORREGIR NO SE PIERDEN ----*
       GRABAR-RECHAZO.
           IF SW-RCH-ABIERTO = "N"
              OPEN EXTEND RECHAZOS
              IF FSTRCH NOT = "00"
                 OPEN OUTPUT RECHAZOS
              END-IF
              MOVE "S" TO SW-RCH-ABIERTO
           END-IF.
           MOVE WMOTIVO TO RC-MOTIVO.
           MOVE ";" TO RC-SEP.
           MOVE R-REN TO RC-LINEA.
           WRITE R-RECHAZO.
           ADD 1 TO CANT-RECHAZOS.
           MOVE RA-AGE TO SD-AGE.
           MOVE "RECHAZADO" TO SD-NOV.
           MOVE RA-CA TO SD-CA.
           MOVE SPACES TO SD-NOM.
           MOVE 0 TO SD-IMP SD-COM.
           MOVE SPACES TO SD-OBS.
           STRING "MOTIVO " DELIMITED BY SIZE
                  WMOTIVO DELIMITED BY SIZE
                  INTO SD-OBS.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-DETALLE.
           MOVE RA-AGE TO SD-AGE.
           MOVE PCA TO SD-CA.
           MOVE PAN TO SD-NOM.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
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

      *-- POR AGENCIA LO COBRADO Y LA COMISION A PAGARLE, QUE SE ---*
      *-- CONTROLA CONTRA SU FACTURA -------------------------------*
       IMPRIMIR-TOTALES.
           ADD 1 TO L.
           MOVE 1 TO AGE-POS.
           PERFORM IMPRIMIR-AGENCIA UNTIL AGE-POS > AGE-CANT.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTAL COBRADO POR LAS AGENCIAS" TO SI-LEYENDA.
           MOVE TOT-COBRADO TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           MOVE "TOTAL DE COMISIONES" TO SI-LEYENDA.
           MOVE TOT-COMISION TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           MOVE "RENGLONES LEIDOS" TO ST-LEYENDA.
           MOVE CANT-LEIDOS TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "COBROS ACREDITADOS" TO ST-LEYENDA.
           MOVE CANT-COBROS TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "DERIVACIONES CANCELADAS (SIN DEUDA)" TO ST-LEYENDA.
           MOVE CANT-CANCELADAS TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "PROMESAS DE PAGO" TO ST-LEYENDA.
           MOVE CANT-PROMESAS TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "CUENTAS DEVUELTAS" TO ST-LEYENDA.
           MOVE CANT-DEVOLUCIONES TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "RENGLONES RECHAZADOS (RENDAGE.RCH)" TO ST-LEYENDA.
           MOVE CANT-RECHAZOS TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.

       IMPRIMIR-AGENCIA.
           MOVE TAGE-COD(AGE-POS) TO SA-COD.
           MOVE TAGE-NOM(AGE-POS) TO SA-NOM.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-AGENCIA TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE "   COBRADO" TO SI-LEYENDA.
           MOVE TAGE-ICOB(AGE-POS) TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           MOVE "   COMISION A PAGAR" TO SI-LEYENDA.
           MOVE TAGE-ICOM(AGE-POS) TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           MOVE "   COBROS" TO ST-LEYENDA.
           MOVE TAGE-CCOB(AGE-POS) TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "   PROMESAS" TO ST-LEYENDA.
           MOVE TAGE-CPRO(AGE-POS) TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "   DEVOLUCIONES" TO ST-LEYENDA.
           MOVE TAGE-CDEV(AGE-POS) TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           ADD 1 TO AGE-POS.

       IMPRIMIR-IMPORTE.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-IMPORTE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

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
