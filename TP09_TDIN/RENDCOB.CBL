      *** RENDCOB - RENDICION DIARIA DE LA COBRANZA EXTRABANCARIA  ***
      *** (PAGO FACIL / RAPIPAGO) - LEE RENDCOB.DAT, UN RENGLON    ***
      *** POR PAGO: FECHA DE PAGO, CODIGO DE BARRAS LEIDO (55      ***
      *** DIGITOS, VER BARCOB.CPY) E IMPORTE COBRADO - POR CADA    ***
      *** PAGO RECONOCIDO GENERA EL RECIBO EN COBRANZA.IND CON SU  ***
      *** PROPIA NUMERACION (TALONARIO COBEXT.CTL, PRIMER NUMERO   ***
      *** DEL PARAMETRO EXTPROX O 800001), REBAJA EL SALDO, DEJA   ***
      *** EL MOVIMIENTO HABER YA APLICADO Y LO IMPUTA PRIMERO A LA ***
      *** PARTIDA DEL COMPROBANTE (FACTURA O CUOTA DE ALUMNO) Y EL ***
      *** SOBRANTE A LAS MAS VIEJAS - LA CUOTA DE PLAN SE CANCELA  ***
      *** EN PLANCUO.IND - LO COBRADO DESPUES DEL PRIMER           ***
      *** VENCIMIENTO POR ENCIMA DEL IMPORTE ORIGINAL QUEDA COMO   ***
      *** CARGO "RECARGO 2DO VTO" - LO QUE NO SE RECONOCE VA A     ***
      *** RENDCOB.RCH CON SU MOTIVO ADELANTE, PARA CORREGIRLO CON  ***
      *** CORREND Y REPRESENTARLO (COMO MOVLOTE / CORMOV) - LA     ***
      *** CAJA DIARIA LO MUESTRA EN SU PROPIO RENGLON (MEDIO 5)    ***
      *** MOTIVOS: 01 CODIGO ILEGIBLE      02 CLIENTE INEXISTENTE  ***
      ***          03 COMPROBANTE NO ENCONTRADO                    ***
      ***          04 FECHA O IMPORTE INVALIDO                     ***
      ***          05 ENTE DE OTRA EMPRESA 06 ERROR DE GRABACION   ***
      ***          07 COMPROBANTE YA CANCELADO                     ***
      ***          08 CUENTA EN INCOBRABLES (SE DESCARTA EN        ***
      ***             CORREND Y SE COBRA POR MOSTRADOR)            ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENDCOB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENDICION ASSIGN TO DISK "RENDCOB.DAT"
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

           SELECT FACTURAS ASSIGN TO DISK "FACTURA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FCNRO
           FILE STATUS IS FSTFAC.

           SELECT PLANES ASSIGN TO DISK "PLANPAG.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PLNRO
           ALTERNATE RECORD KEY IS PLCA DUPLICATES
           FILE STATUS IS FSTPLA.

           SELECT CUOTAS ASSIGN TO DISK "PLANCUO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCCLAVE
           FILE STATUS IS FSTCUO.

      *-- TALONARIO PROPIO DE LA COBRANZA EXTRABANCARIA, SEPARADO --*
      *-- DEL DE MOSTRADOR Y DEL DE LOS DEBITOS --------------------*
           SELECT TALONARIO ASSIGN TO DISK "COBEXT.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTTAL.

      *-- RENGLONES RECHAZADOS: MOTIVO (2 DIGITOS) + ";" + ORIGINAL-*
           SELECT RECHAZOS ASSIGN TO DISK "RENDCOB.RCH"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTRCH.

       DATA DIVISION.
       FILE SECTION.
        FD RENDICION
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS R-REN.
         01 R-REN.
            02 RN-FECHA    PIC 9(8).
            02 RN-CODIGO   PIC X(55).
            02 RN-IMP      PIC 9(05)V99.

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

        FD FACTURAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS R-FAC.

         COPY FACTURA.

        FD PLANES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS R-PLA.

         COPY PLANPAG.

        FD CUOTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS R-PCU.

         COPY PLANCUO.

        FD TALONARIO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS R-TAL.

         01 R-TAL.
            02 TAL-PROX  PIC 9(06).

        FD RECHAZOS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS R-RECHAZO.
         01 R-RECHAZO.
            02 RC-MOTIVO  PIC 99.
            02 RC-SEP     PIC X.
            02 RC-LINEA   PIC X(70).

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
       77 FSTFAC              PIC XX.
       77 FSTPLA              PIC XX.
       77 FSTCUO              PIC XX.
       77 FSTTAL              PIC XX.
       77 FSTRCH              PIC XX.
       77 SW-FAC-ARCH         PIC X VALUE "N".
       77 SW-PLA-ARCH         PIC X VALUE "N".
       77 SW-RCH-ABIERTO      PIC X VALUE "N".
       77 RC-OS               PIC 9(9) COMP-5.
       77 NOMBRE-REN          PIC X(20) VALUE "RENDCOB.DAT".
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
      *-- PARA LEER LOS VALORES DE OPERACION DE PARAMETROS.IND ----*
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.
       77 WENTE               PIC 9(04).
      *-- EL CODIGO LEIDO POR LA RED, ABIERTO EN SUS CAMPOS --------*
       COPY BARCOB.
       77 DV-POS              PIC 99.
       77 DV-SUMA             PIC 9(4).
       77 DV-COC              PIC 9(4).
       77 DV-RESTO            PIC 9(2).
       77 DV-CALC             PIC 9.
      *-- PARTIDA DEL COMPROBANTE PAGADO (FACTURA O CUOTA DE ------*
      *-- ALUMNO): SE LE IMPUTA ANTES QUE A LAS DEMAS --------------*
       77 SW-PARTIDA          PIC X.
       77 WCLAVE-PARTIDA      PIC X(19).
       77 WCON-FAC            PIC X(15).
      *-- LO COBRADO POR ENCIMA DEL PRIMER VENCIMIENTO -------------*
       77 WRECARGO            PIC 9(05)V99.
       77 WIMP-CUOTA          PIC 9(05)V99.
       77 CANT-PEND           PIC 9(02).
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
       77 CANT-LEIDOS         PIC 9(05) VALUE 0.
       77 CANT-ACREDITADOS    PIC 9(05) VALUE 0.
       77 CANT-RECHAZOS       PIC 9(05) VALUE 0.
       77 TOT-COBRADO         PIC 9(08)V99 VALUE 0.
       77 TOT-RECARGOS        PIC 9(08)V99 VALUE 0.

       01 WFECHA-HOY          PIC 9(8).

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT RENDICION.
           IF FSTREN NOT = "00"
              DISPLAY "RENDCOB: NO HAY RENDCOB.DAT PARA PROCESAR"
              GOBACK
           END-IF.
           OPEN I-O PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "RENDCOB: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              CLOSE RENDICION
              GOBACK
           END-IF.
           OPEN I-O MOVIMIENTOS.
           OPEN I-O COBRANZAS.
      *-- SIN FACTURAS O SIN PLANES, ESOS CODIGOS SE RECHAZAN ------*
           OPEN INPUT FACTURAS.
           IF FSTFAC = "00"
              MOVE "S" TO SW-FAC-ARCH
           END-IF.
           OPEN I-O PLANES.
           IF FSTPLA = "00"
              OPEN I-O CUOTAS
              IF FSTCUO = "00"
                 MOVE "S" TO SW-PLA-ARCH
              ELSE
                 CLOSE PLANES
              END-IF
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-TALONARIO.
           PERFORM LEER-ENTE.
           PERFORM PROCESAR-RENGLON THRU F-PROCESAR-RENGLON
              UNTIL FSTREN = "10".
           CLOSE RENDICION PERSONA MOVIMIENTOS COBRANZAS.
           IF SW-FAC-ARCH = "S"
              CLOSE FACTURAS
           END-IF.
           IF SW-PLA-ARCH = "S"
              CLOSE PLANES CUOTAS
           END-IF.
           IF SW-RCH-ABIERTO = "S"
              CLOSE RECHAZOS
           END-IF.
      *-- LA RENDICION YA SE PROCESO ENTERA: SE ELIMINA PARA QUE ---*
      *-- UNA SEGUNDA CORRIDA NO VUELVA A ACREDITAR LOS PAGOS ------*
           CALL "CBL_DELETE_FILE" USING NOMBRE-REN RETURNING RC-OS.
           DISPLAY "RENDCOB: RENGLONES LEIDOS   = " CANT-LEIDOS.
           DISPLAY "RENDCOB: PAGOS ACREDITADOS  = " CANT-ACREDITADOS.
           DISPLAY "RENDCOB: RECHAZADOS (.RCH)  = " CANT-RECHAZOS.
           DISPLAY "RENDCOB: TOTAL COBRADO      = " TOT-COBRADO.
           DISPLAY "RENDCOB: RECARGOS 2DO VTO   = " TOT-RECARGOS.
           IF CANT-RECHAZOS > 0
              DISPLAY "RENDCOB: CORRIJA CON CORREND Y REPRESENTE"
           END-IF.
           GOBACK.

      *-- EL TALONARIO PROPIO DE LA COBRANZA EXTRABANCARIA, COMO --*
      *-- EL DE LOS DEBITOS ---------------------------------------*
       LEER-TALONARIO.
           OPEN INPUT TALONARIO.
           IF FSTTAL = "00"
              READ TALONARIO AT END MOVE 800001 TO TAL-PROX
              END-READ
              MOVE TAL-PROX TO WNRO
              CLOSE TALONARIO
           ELSE
              MOVE 800001 TO WNRO
              MOVE "EXTPROX " TO PAR-COD
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

      *-- EL MISMO ENTE QUE CODCOB PONE EN LOS CODIGOS IMPRESOS ----*
       LEER-ENTE.
           MOVE 0 TO WENTE.
           MOVE "ENTECOB " TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR < 10000
              MOVE PAR-VALOR TO WENTE
           END-IF.

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
           PERFORM ACREDITAR-PAGO THRU F-ACREDITAR-PAGO.
           IF WMOTIVO NOT = 0
              PERFORM GRABAR-RECHAZO
           END-IF.
       F-PROCESAR-RENGLON.
           EXIT.

      *-- TODO SE VALIDA ANTES DE GRABAR NADA: UN RENGLON ----------*
      *-- RECHAZADO NO DEJA NINGUN RASTRO EN LOS ARCHIVOS ----------*
       VALIDAR-RENGLON.
           MOVE 0 TO WMOTIVO.
           MOVE "N" TO SW-PARTIDA.
           MOVE SPACES TO WCLAVE-PARTIDA.
           IF RN-CODIGO IS NOT NUMERIC
              MOVE 01 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           MOVE RN-CODIGO TO BARRA-COBRANZA.
           PERFORM CALCULAR-VERIFICADOR.
           IF DV-CALC NOT = BR-DV
              MOVE 01 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           IF BR-ENTE NOT = WENTE
              MOVE 05 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           IF RN-FECHA IS NOT NUMERIC OR RN-FECHA > WFECHA-HOY
              MOVE 04 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           IF RN-IMP IS NOT NUMERIC OR RN-IMP = 0
              MOVE 04 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           MOVE BR-CA TO WCA-NUM.
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
              MOVE 08 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           EVALUATE TRUE
              WHEN BR-A-CUENTA
                 CONTINUE
              WHEN BR-FACTURA
                 PERFORM VALIDAR-FACTURA THRU F-VALIDAR-FACTURA
              WHEN BR-CUOTA-ALU
                 PERFORM VALIDAR-CUOTA-ALU THRU F-VALIDAR-CUOTA-ALU
              WHEN BR-CUOTA-PLAN
                 PERFORM VALIDAR-CUOTA-PLAN THRU F-VALIDAR-CUOTA-PLAN
              WHEN OTHER
                 MOVE 01 TO WMOTIVO
           END-EVALUATE.
       F-VALIDAR-RENGLON.
           EXIT.

      *-- LA FACTURA TIENE QUE SER DEL CLIENTE Y NO ESTAR ANULADA; -*
      *-- SU PARTIDA ES LA QUE FACTURAR GRABO EL MISMO DIA CON EL --*
      *-- CONCEPTO "FACTURA " + NUMERO -----------------------------*
       VALIDAR-FACTURA.
           IF SW-FAC-ARCH NOT = "S"
              MOVE 03 TO WMOTIVO
              GO TO F-VALIDAR-FACTURA
           END-IF.
           MOVE BR-FAC-NRO TO FCNRO.
           READ FACTURAS KEY IS FCNRO
              INVALID KEY MOVE 03 TO WMOTIVO
           END-READ.
           IF WMOTIVO NOT = 0
              GO TO F-VALIDAR-FACTURA
           END-IF.
           IF FCCA NOT = WCA-NUM OR FAC-ANULADA
              MOVE 03 TO WMOTIVO
              GO TO F-VALIDAR-FACTURA
           END-IF.
           MOVE SPACES TO WCON-FAC.
           STRING "FACTURA " DELIMITED BY SIZE
                  FCNRO DELIMITED BY SIZE
                  INTO WCON-FAC.
           MOVE "N" TO SW-FIN.
           MOVE WCA-NUM TO MVCA.
           MOVE FCFECHA TO MVFECHA.
           MOVE 0 TO MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-PARTIDA-FACTURA THRU F-MIRAR-PARTIDA-FACTURA
              UNTIL SW-FIN = "S".
           IF SW-PARTIDA NOT = "S"
              MOVE 03 TO WMOTIVO
              GO TO F-VALIDAR-FACTURA
           END-IF.
           IF MVSDO = 0
              MOVE 07 TO WMOTIVO
           END-IF.
       F-VALIDAR-FACTURA.
           EXIT.

       MIRAR-PARTIDA-FACTURA.
           READ MOVIMIENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF MVCA NOT = WCA-NUM OR MVFECHA NOT = FCFECHA
                 MOVE "S" TO SW-FIN
              ELSE
                 IF MOV-DEBE AND MVCON = WCON-FAC
                    MOVE "S" TO SW-PARTIDA
                    MOVE MVCLAVE TO WCLAVE-PARTIDA
                    MOVE "S" TO SW-FIN
                 END-IF
              END-IF
           END-IF.
       F-MIRAR-PARTIDA-FACTURA.
           EXIT.

      *-- LA BOLETA DE GENCUO TRAE LA CLAVE DE LA PARTIDA ----------*
       VALIDAR-CUOTA-ALU.
           MOVE WCA-NUM TO MVCA.
           MOVE BR-MOV-FECHA TO MVFECHA.
           MOVE BR-MOV-SEC TO MVSEC.
           READ MOVIMIENTOS KEY IS MVCLAVE
              INVALID KEY MOVE 03 TO WMOTIVO
           END-READ.
           IF WMOTIVO NOT = 0
              GO TO F-VALIDAR-CUOTA-ALU
           END-IF.
           IF NOT MOV-DEBE
              MOVE 03 TO WMOTIVO
              GO TO F-VALIDAR-CUOTA-ALU
           END-IF.
           IF MVSDO = 0
              MOVE 07 TO WMOTIVO
              GO TO F-VALIDAR-CUOTA-ALU
           END-IF.
           MOVE "S" TO SW-PARTIDA.
           MOVE MVCLAVE TO WCLAVE-PARTIDA.
       F-VALIDAR-CUOTA-ALU.
           EXIT.

      *-- LA CUOTA DE PLAN TIENE QUE SER DE UN PLAN DEL CLIENTE ----*
       VALIDAR-CUOTA-PLAN.
           IF SW-PLA-ARCH NOT = "S"
              MOVE 03 TO WMOTIVO
              GO TO F-VALIDAR-CUOTA-PLAN
           END-IF.
           MOVE BR-PLA-NRO TO PLNRO.
           READ PLANES KEY IS PLNRO
              INVALID KEY MOVE 03 TO WMOTIVO
           END-READ.
           IF WMOTIVO NOT = 0
              GO TO F-VALIDAR-CUOTA-PLAN
           END-IF.
           IF PLCA NOT = WCA-NUM
              MOVE 03 TO WMOTIVO
              GO TO F-VALIDAR-CUOTA-PLAN
           END-IF.
           MOVE BR-PLA-NRO TO PCNRO.
           MOVE BR-PLA-CUO TO PCCUO.
           READ CUOTAS KEY IS PCCLAVE
              INVALID KEY MOVE 03 TO WMOTIVO
           END-READ.
           IF WMOTIVO NOT = 0
              GO TO F-VALIDAR-CUOTA-PLAN
           END-IF.
           IF CUO-CANCELADA
              MOVE 07 TO WMOTIVO
           END-IF.
       F-VALIDAR-CUOTA-PLAN.
           EXIT.

      *-- EL PAGO ES UN COBRO COMPLETO: REBAJA EL SALDO, RECIBO ----*
      *-- CON NUMERACION PROPIA, MOVIMIENTO HABER APLICADO E -------*
      *-- IMPUTACION (PRIMERO EL COMPROBANTE, DESPUES LO MAS VIEJO)-*
       ACREDITAR-PAGO.
           MOVE 0 TO WRECARGO.
           IF RN-FECHA > BR-VTO1 AND RN-IMP > BR-IMP1
              COMPUTE WRECARGO = RN-IMP - BR-IMP1
           END-IF.
           IF PTS = 1
              MOVE PSA TO SALDO-TRAB
           ELSE
              COMPUTE SALDO-TRAB = 0 - PSA
           END-IF.
           ADD WRECARGO TO SALDO-TRAB.
           SUBTRACT RN-IMP FROM SALDO-TRAB.
           IF SALDO-TRAB < -99999,99 OR SALDO-TRAB > 99999,99
              MOVE 06 TO WMOTIVO
              GO TO F-ACREDITAR-PAGO
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
              GO TO F-ACREDITAR-PAGO
           END-IF.
           MOVE R-PER TO JRN-IMAGEN.
           MOVE "P" TO JRN-ARCH.
           MOVE "M" TO JRN-OP.
           PERFORM ASENTAR-JRN.
           IF WRECARGO > 0
              PERFORM GRABAR-MOVIMIENTO-RECARGO
           END-IF.
           PERFORM TOMAR-NUMERO.
           PERFORM GRABAR-RECIBO-EXTERNO.
           PERFORM GRABAR-MOVIMIENTO-PAGO.
           COMPUTE REST-IMP = RN-IMP - WRECARGO.
           IF SW-PARTIDA = "S"
              PERFORM IMPUTAR-PARTIDA-COMPROBANTE
           END-IF.
           IF REST-IMP > 0
              PERFORM CANCELAR-PARTIDAS THRU F-CANCELAR-PARTIDAS
           END-IF.
           IF BR-CUOTA-PLAN
              PERFORM CANCELAR-CUOTA-PLAN
           END-IF.
           ADD 1 TO CANT-ACREDITADOS.
           ADD RN-IMP TO TOT-COBRADO.
           ADD WRECARGO TO TOT-RECARGOS.
           MOVE TAL-PROX TO WNRO.
       F-ACREDITAR-PAGO.
           EXIT.

       GRABAR-RECIBO-EXTERNO.
           MOVE WNRO TO CBNRO.
           MOVE WFECHA-HOY TO CBFECHA.
           MOVE PCA TO CBCA.
           MOVE PAN TO CBNOM.
           MOVE RN-IMP TO CBIMP.
           MOVE PSU TO CBSUC.
           MOVE "EXT" TO CBOPE.
           MOVE 5 TO CBMED.
           MOVE "A" TO CBEST.
           WRITE R-COB
              INVALID KEY REWRITE R-COB
           END-WRITE.
           MOVE R-COB TO JRN-IMAGEN.
           MOVE "C" TO JRN-ARCH.
           MOVE "A" TO JRN-OP.
           PERFORM ASENTAR-JRN.

      *-- EL RECARGO ES UN CARGO APLICADO QUE NACE YA CANCELADO: ---*
      *-- LO PAGA EL MISMO COBRO QUE LO GENERA ---------------------*
       GRABAR-MOVIMIENTO-RECARGO.
           PERFORM TOMAR-SECUENCIA.
           MOVE "RECARGO 2DO VTO" TO MVCON.
           MOVE WRECARGO TO MVIMP.
           MOVE 1 TO MVTIP.
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
           MOVE RN-IMP TO MVIMP.
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

      *-- EL COMPROBANTE PAGADO SE CANCELA PRIMERO, AUNQUE TODAVIA -*
      *-- ESTE PENDIENTE DE APLIMOV (EL SALDO DE LA PARTIDA NO LO --*
      *-- TOCA LA APLICACION) ---------------------------------------*
       IMPUTAR-PARTIDA-COMPROBANTE.
           MOVE WCLAVE-PARTIDA TO MVCLAVE.
           READ MOVIMIENTOS KEY IS MVCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF MVSDO < REST-IMP
                    MOVE MVSDO TO IMPUTA
                 ELSE
                    MOVE REST-IMP TO IMPUTA
                 END-IF
                 SUBTRACT IMPUTA FROM MVSDO
                 SUBTRACT IMPUTA FROM REST-IMP
                 REWRITE R-MOV
                 MOVE R-MOV TO JRN-IMAGEN
                 MOVE "M" TO JRN-ARCH
                 MOVE "M" TO JRN-OP
                 PERFORM ASENTAR-JRN
           END-READ.

      *-- EL SOBRANTE CANCELA LAS PARTIDAS DE LA MAS VIEJA A LA ---*
      *-- MAS NUEVA, SIN OPERADOR DE POR MEDIO (COMO RESPDEB) ------*
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

      *-- LA CUOTA DEL PLAN QUEDA CANCELADA CUANDO LO PAGADO LLEGA -*
      *-- A SU IMPORTE (SIN EL RECARGO); SIN CUOTAS PENDIENTES EL --*
      *-- PLAN QUEDA CUMPLIDO, COMO EN PLANPAG ---------------------*
       CANCELAR-CUOTA-PLAN.
           MOVE BR-PLA-NRO TO PCNRO.
           MOVE BR-PLA-CUO TO PCCUO.
           READ CUOTAS KEY IS PCCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 COMPUTE WIMP-CUOTA = RN-IMP - WRECARGO
                 IF PCPAG + WIMP-CUOTA NOT < PCIMP
                    MOVE PCIMP TO PCPAG
                    MOVE "C" TO PCEST
                 ELSE
                    ADD WIMP-CUOTA TO PCPAG
                 END-IF
                 REWRITE R-PCU
                    INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.
           MOVE 0 TO CANT-PEND.
           MOVE "N" TO SW-FIN.
           MOVE BR-PLA-NRO TO PCNRO.
           MOVE 0 TO PCCUO.
           START CUOTAS KEY IS NOT LESS THAN PCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM CONTAR-PENDIENTE THRU F-CONTAR-PENDIENTE
              UNTIL SW-FIN = "S".
           IF CANT-PEND = 0
              MOVE BR-PLA-NRO TO PLNRO
              READ PLANES KEY IS PLNRO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "C" TO PLEST
                    REWRITE R-PLA
                       INVALID KEY CONTINUE
                    END-REWRITE
              END-READ
           END-IF.

       CONTAR-PENDIENTE.
           READ CUOTAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF PCNRO NOT = BR-PLA-NRO
                 MOVE "S" TO SW-FIN
              ELSE
                 IF CUO-PENDIENTE
                    ADD 1 TO CANT-PEND
                 END-IF
              END-IF
           END-IF.
       F-CONTAR-PENDIENTE.
           EXIT.

      *-- EL MISMO DIGITO QUE ARMA CODCOB: SOBRE LOS PRIMEROS 54 ---*
      *-- DIGITOS, IMPARES POR 3 MAS PARES, HASTA LA DECENA --------*
       CALCULAR-VERIFICADOR.
           MOVE 0 TO DV-SUMA.
           MOVE 1 TO DV-POS.
           PERFORM SUMAR-DIGITO UNTIL DV-POS > 54.
           DIVIDE DV-SUMA BY 10 GIVING DV-COC REMAINDER DV-RESTO.
           IF DV-RESTO = 0
              MOVE 0 TO DV-CALC
           ELSE
              COMPUTE DV-CALC = 10 - DV-RESTO
           END-IF.

       SUMAR-DIGITO.
           DIVIDE DV-POS BY 2 GIVING DV-COC REMAINDER DV-RESTO.
           IF DV-RESTO = 1
              COMPUTE DV-SUMA = DV-SUMA + BR-DIG(DV-POS) * 3
           ELSE
              ADD BR-DIG(DV-POS) TO DV-SUMA
           END-IF.
           ADD 1 TO DV-POS.

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
