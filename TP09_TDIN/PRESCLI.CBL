      *** PRESCLI - EMISION DE PRESUPUESTOS A CLIENTES             ***
      *** BUSCA AL CLIENTE EN PERSONA.IND (POR CODIGO O APELLIDO), ***
      *** ACEPTA HASTA 20 RENGLONES IGUAL QUE FACTURAR (ARTICULO   ***
      *** DEL MAESTRO A PRECIO DE LISTA O TEXTO LIBRE), PIDE LOS   ***
      *** DIAS DE VALIDEZ, TOMA UN NUMERO CORRELATIVO DEL          ***
      *** TALONARIO PRESCLI.CTL Y GRABA CABECERA EN PRESCLI.IND Y  ***
      *** RENGLONES EN PRESITEM.IND COMO EMITIDO - NO TOCA LA      ***
      *** CUENTA NI EL STOCK: SE IMPRIME CON IMPPRES, SE ACEPTA O  ***
      *** RECHAZA CON ESTPRES Y EL ACEPTADO SE FACTURA DESDE       ***
      *** FACTURAR CON SU NUMERO                                   ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESCLI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

           SELECT PRESUPUESTOS ASSIGN TO DISK "PRESCLI.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QCNRO
           FILE STATUS IS FSTPRC.

           SELECT PITEMS ASSIGN TO DISK "PRESITEM.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QICLAVE
           FILE STATUS IS FSTPIT.

           SELECT ARTICULOS ASSIGN TO DISK "ARTICULO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ATCOD
           FILE STATUS IS FSTART.

      *-- TALONARIO: PROXIMO NUMERO DE PRESUPUESTO - SE REGRABA ----*
      *-- APENAS SE TOMA UN NUMERO, COMO EL DE FACTURAS ------------*
           SELECT TALONARIO ASSIGN TO DISK "PRESCLI.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTTAL.

       DATA DIVISION.
       FILE SECTION.
        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

        FD PRESUPUESTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS R-PRC.

         COPY PRESCAB.

        FD PITEMS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-PIT.

         COPY PRESITEM.

        FD ARTICULOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-ART.

         COPY ARTICULO.

        FD TALONARIO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS R-TAL.

         01 R-TAL.
            02 TAL-PROX  PIC 9(06).

       WORKING-STORAGE SECTION.
       77 FSTPER              PIC XX.
       77 FSTPRC              PIC XX.
       77 FSTPIT              PIC XX.
       77 FSTART              PIC XX.
       77 FSTTAL              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 L                   PIC 99 VALUE 0.

       77 WOPE                PIC X(03).
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
       77 WCA-B               PIC 9(08).
       77 BUS-PAN             PIC X(30).
       77 SW-BUSQ             PIC XX.
       77 WNRO                PIC 9(06).
       77 SW-PRC-OK           PIC X.
       77 CANT-PRESUP         PIC 9(04) VALUE 0.
       77 TOT-PRESUP          PIC 9(07)V99 VALUE 0.
       77 TOT-ED              PIC Z.ZZZ.ZZ9,99.
       77 CANT-ED             PIC ZZZ9.
      *-- PARA LEER LOS VALORES DE OPERACION DE PARAMETROS.IND ----*
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.

      *-- RENGLONES TIPEADOS ANTES DE CONFIRMAR EL PRESUPUESTO -----*
       77 ITEM-CANT           PIC 99 VALUE 0.
       77 ITEM-POS            PIC 99 VALUE 0.
       01 TABLA-ITEMS.
          02 TITM-ELEM OCCURS 20 TIMES.
             03 TITM-DET      PIC X(30).
             03 TITM-CANT     PIC 9(03).
             03 TITM-PRE      PIC 9(05)V99.
             03 TITM-IMP      PIC 9(05)V99.
             03 TITM-ART      PIC 9(06).
       77 SW-FIN-RENG         PIC X.
       77 ENT-ART             PIC 9(06).
       77 ENT-DET             PIC X(30).
       77 ENT-CANT            PIC 9(03).
       77 ENT-PRE             PIC 9(05)V99.
       77 ITEM-IMP            PIC 9(08)V99.
      *-- SIN ARTICULO.IND TODOS LOS RENGLONES SON DE TEXTO LIBRE --*
       77 SW-ART-ARCH         PIC X VALUE "N".
       77 POS-DET             PIC 99.
       77 PRE-ED              PIC ZZ.ZZ9,99.
       77 TOT-TRAB            PIC 9(08)V99 VALUE 0.
      *-- VALIDEZ: LOS DIAS PROPUESTOS SALEN DEL PARAMETRO PRCVAL --*
       77 DIAS-VALIDEZ        PIC 9(03) VALUE 15.
       77 ENT-VAL             PIC 9(03).
       77 VAL-ED              PIC ZZ9.
       77 VTO-BASE            PIC 9(8).
       77 VTO-PLAZO           PIC 9(3).
       77 VTO-RESULT          PIC 9(8).

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON PRESUPUESTOS.
       ERROR-APERTURA-PRC.
           IF FSTPRC NOT = "00"
              OPEN OUTPUT PRESUPUESTOS
              CLOSE PRESUPUESTOS
              OPEN I-O PRESUPUESTOS
           END-IF.
       ERROR-APERTURA-PRC.
       SEGUNDA SECTION.
       USE AFTER ERROR PROCEDURE ON PITEMS.
       ERROR-APERTURA-PIT.
           IF FSTPIT NOT = "00"
              OPEN OUTPUT PITEMS
              CLOSE PITEMS
              OPEN I-O PITEMS
           END-IF.
       ERROR-APERTURA-PIT.
       END DECLARATIVES.
       TERCERA SECTION.
       INICIO.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "PRESCLI: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
      *-- EL OPERADOR ES EL QUE FIRMO EL INGRESO EN ESTA TERMINAL --*
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "PRESCLI: SIN OPERADOR FIRMADO (FALTA LOGON)"
              CLOSE PERSONA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           MOVE QS-OPER TO WOPE.
           OPEN I-O PRESUPUESTOS.
           OPEN I-O PITEMS.
           OPEN INPUT ARTICULOS.
           IF FSTART = "00"
              MOVE "S" TO SW-ART-ARCH
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           MOVE "PRCVAL  " TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR > 0
              MOVE PAR-VALOR TO DIAS-VALIDEZ
           END-IF.
           PERFORM LEER-TALONARIO.

       PEDIR-CLIENTE.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "PRESUPUESTOS A CLIENTES" LINE 02 POSITION 29
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PROXIMO PRESUP.: " LINE 03 POSITION 55.
           DISPLAY WNRO LINE 03 POSITION 72.
           DISPLAY "CODIGO DE CLIENTE (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT WCA-B LINE 04 POSITION 35.
           IF WCA-B IS NOT NUMERIC
              MOVE 0 TO WCA-B
           END-IF.
           DISPLAY "O APELLIDO A BUSCAR: " LINE 05 POSITION 05.
           ACCEPT BUS-PAN LINE 05 POSITION 27.
           IF WCA-B = 0 AND BUS-PAN NOT = SPACES
              PERFORM BUSCAR-POR-APELLIDO
              IF SW-BUSQ = "NO"
                 DISPLAY "APELLIDO NO ENCONTRADO" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CLIENTE
              END-IF
              GO TO CARGAR-RENGLONES
           END-IF.
           IF WCA-B = 0
              GO TO FIN
           END-IF.
           MOVE WCA-B TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 DISPLAY "CLIENTE INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CLIENTE
           END-READ.

       CARGAR-RENGLONES.
      *-- A UNA CUENTA INACTIVA NO SE LE PRESUPUESTA: NO SE LA ----*
      *-- PODRIA FACTURAR SIN REACTIVARLA (REACTCLI) ---------------*
           IF PEST = "I"
              DISPLAY "CUENTA INACTIVA - REACTIVAR CON REACTCLI"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLIENTE
           END-IF.
           MOVE PCA TO WCA-B.
           DISPLAY "CLIENTE: " LINE 07 POSITION 05.
           DISPLAY PAN LINE 07 POSITION 14.
           MOVE 0 TO ITEM-CANT TOT-TRAB.
           MOVE 10 TO L.
           IF SW-ART-ARCH = "S"
              DISPLAY "ARTICULO (0 = LIBRE) / DETALLE / CANT / PRECIO"
                 LINE 09 POSITION 05
              DISPLAY "(FIN = 0 Y DETALLE EN BLANCO)" LINE 10
                 POSITION 05
              MOVE 17 TO POS-DET
           ELSE
              DISPLAY "DETALLE / CANTIDAD / PRECIO (DETALLE EN BLANCO ="
                 LINE 09 POSITION 05
              DISPLAY "FIN)" LINE 09 POSITION 55
              MOVE 16 TO POS-DET
           END-IF.
           MOVE "N" TO SW-FIN-RENG.
           PERFORM PEDIR-RENGLON THRU F-PEDIR-RENGLON
              UNTIL ITEM-CANT = 20 OR SW-FIN-RENG = "S".
           IF ITEM-CANT = 0
              DISPLAY "PRESUPUESTO SIN RENGLONES - NO SE EMITE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLIENTE
           END-IF.
           MOVE TOT-TRAB TO TOT-ED.
           DISPLAY "TOTAL DEL PRESUPUESTO: " LINE 20 POSITION 05.
           DISPLAY TOT-ED LINE 20 POSITION 29.
           MOVE DIAS-VALIDEZ TO VAL-ED.
           DISPLAY "VALIDEZ EN DIAS: " LINE 20 POSITION 45.
           DISPLAY VAL-ED LINE 20 POSITION 62.
           ACCEPT ENT-VAL LINE 20 POSITION 66.
           IF ENT-VAL IS NOT NUMERIC OR ENT-VAL = 0
              MOVE DIAS-VALIDEZ TO ENT-VAL
           END-IF.
           DISPLAY "CONFIRMA EL PRESUPUESTO (S/N) ? " LINE 21
              POSITION 05.
           ACCEPT OP-SN LINE 21 POSITION 38.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-CLIENTE
           END-IF.
           PERFORM EMITIR-PRESUPUESTO THRU F-EMITIR-PRESUPUESTO.
           GO TO PEDIR-CLIENTE.

       PEDIR-RENGLON.
           MOVE SPACES TO ENT-DET.
           MOVE 0 TO ENT-ART ENT-CANT ENT-PRE.
           ADD 1 TO L.
      *-- CON MAESTRO DE ARTICULOS EL RENGLON EMPIEZA POR EL -------*
      *-- CODIGO; EN CERO ES TEXTO LIBRE CON PRECIO TIPEADO --------*
           IF SW-ART-ARCH = "S"
              DISPLAY "ART: " LINE L POSITION 05
              ACCEPT ENT-ART LINE L POSITION 10
              IF ENT-ART IS NOT NUMERIC
                 MOVE 0 TO ENT-ART
              END-IF
              IF ENT-ART NOT = 0
                 GO TO RENGLON-ARTICULO
              END-IF
           ELSE
              DISPLAY "DETALLE : " LINE L POSITION 05
           END-IF.
           ACCEPT ENT-DET LINE L POSITION POS-DET.
           IF ENT-DET = SPACES
              MOVE "S" TO SW-FIN-RENG
              GO TO F-PEDIR-RENGLON
           END-IF.
           DISPLAY "CANT: " LINE L POSITION 48.
           ACCEPT ENT-CANT LINE L POSITION 54.
           DISPLAY "PRECIO: " LINE L POSITION 59.
           ACCEPT ENT-PRE LINE L POSITION 67.
           IF ENT-CANT IS NOT NUMERIC OR ENT-CANT = 0
              MOVE 1 TO ENT-CANT
           END-IF.
           IF ENT-PRE IS NOT NUMERIC
              MOVE 0 TO ENT-PRE
           END-IF.
           IF ENT-PRE = 0
              DISPLAY "PRECIO INVALIDO - RENGLON DESCARTADO"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              SUBTRACT 1 FROM L
              GO TO F-PEDIR-RENGLON
           END-IF.
           GO TO ACUMULAR-RENGLON.

      *-- EL ARTICULO SE PRESUPUESTA A PRECIO DE LISTA: EL STOCK ---*
      *-- SE CONTROLA RECIEN AL FACTURARLO -------------------------*
       RENGLON-ARTICULO.
           MOVE ENT-ART TO ATCOD.
           READ ARTICULOS KEY IS ATCOD
              INVALID KEY
                 DISPLAY "ARTICULO INEXISTENTE - RENGLON DESCARTADO"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 SUBTRACT 1 FROM L
                 GO TO F-PEDIR-RENGLON
           END-READ.
           IF ART-BAJA OR ATPRE = 0
              DISPLAY "ARTICULO DE BAJA O SIN PRECIO - DESCARTADO"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              SUBTRACT 1 FROM L
              GO TO F-PEDIR-RENGLON
           END-IF.
           MOVE ATDES TO ENT-DET.
           DISPLAY ENT-DET LINE L POSITION POS-DET.
           DISPLAY "CANT: " LINE L POSITION 48.
           ACCEPT ENT-CANT LINE L POSITION 54.
           IF ENT-CANT IS NOT NUMERIC OR ENT-CANT = 0
              MOVE 1 TO ENT-CANT
           END-IF.
           MOVE ATPRE TO ENT-PRE.
           MOVE ENT-PRE TO PRE-ED.
           DISPLAY "PRECIO: " LINE L POSITION 59.
           DISPLAY PRE-ED LINE L POSITION 67.

       ACUMULAR-RENGLON.
           COMPUTE ITEM-IMP = ENT-CANT * ENT-PRE.
      *-- LOS MISMOS TOPES QUE LA FACTURA: SI NO, NO SE PODRIA -----*
      *-- CONVERTIR --------------------------------------------------*
           IF ITEM-IMP > 99999,99
              OR TOT-TRAB + ITEM-IMP > 99999,99
              DISPLAY "IMPORTE EXCEDE EL CAMPO - RENGLON DESCARTADO"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              SUBTRACT 1 FROM L
              GO TO F-PEDIR-RENGLON
           END-IF.
           ADD 1 TO ITEM-CANT.
           MOVE ENT-DET TO TITM-DET(ITEM-CANT).
           MOVE ENT-CANT TO TITM-CANT(ITEM-CANT).
           MOVE ENT-PRE TO TITM-PRE(ITEM-CANT).
           MOVE ITEM-IMP TO TITM-IMP(ITEM-CANT).
           MOVE ENT-ART TO TITM-ART(ITEM-CANT).
           ADD ITEM-IMP TO TOT-TRAB.
       F-PEDIR-RENGLON.
           EXIT.

       BUSCAR-POR-APELLIDO.
           MOVE BUS-PAN TO PAN.
           START PERSONA KEY IS NOT LESS THAN PAN
              INVALID KEY     MOVE "NO" TO SW-BUSQ
              NOT INVALID KEY MOVE "SI" TO SW-BUSQ
           END-START.
           IF SW-BUSQ = "SI"
              READ PERSONA NEXT RECORD
                 AT END MOVE "NO" TO SW-BUSQ
              END-READ
           END-IF.

      *-- TOMA EL NUMERO Y GRABA CABECERA Y RENGLONES - SI LA ------*
      *-- CABECERA NO SE PUDO GRABAR, EL NUMERO VUELVE AL ----------*
      *-- TALONARIO ------------------------------------------------*
       EMITIR-PRESUPUESTO.
           PERFORM TOMAR-NUMERO.
           PERFORM GRABAR-PRESUPUESTO.
           IF SW-PRC-OK = "N"
              PERFORM DEVOLVER-NUMERO
              GO TO F-EMITIR-PRESUPUESTO
           END-IF.
           PERFORM GRABAR-ITEMS.
           DISPLAY "PRESUPUESTO GRABADO - SE IMPRIME CON IMPPRES"
              LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           ADD 1 TO CANT-PRESUP.
           ADD TOT-TRAB TO TOT-PRESUP.
           MOVE TAL-PROX TO WNRO.
       F-EMITIR-PRESUPUESTO.
           EXIT.

      *-- EL TALONARIO VIVO ES PRESCLI.CTL; SI TODAVIA NO EXISTE, --*
      *-- EL PRIMER NUMERO SALE DEL PARAMETRO PRCPROX (O DE 000001) *
       LEER-TALONARIO.
           OPEN INPUT TALONARIO.
           IF FSTTAL = "00"
              READ TALONARIO AT END MOVE 1 TO TAL-PROX
              END-READ
              MOVE TAL-PROX TO WNRO
              CLOSE TALONARIO
           ELSE
              MOVE 1 TO WNRO
              MOVE "PRCPROX " TO PAR-COD
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

       GRABAR-PRESUPUESTO.
           MOVE "N" TO SW-PRC-OK.
           MOVE WNRO TO QCNRO.
           MOVE WAA-HOY TO QCAA.
           MOVE WMM-HOY TO QCMM.
           MOVE WDD-HOY TO QCDD.
           MOVE WCA-B TO QCCA.
           MOVE PAN TO QCNOM.
           MOVE TOT-TRAB TO QCTOT.
           MOVE PSU TO QCSUC.
           MOVE WOPE TO QCOPE.
           MOVE ITEM-CANT TO QCLINEAS.
      *-- LA FECHA HASTA LA QUE VALE SE CORRE A DIA HABIL ----------*
           MOVE ENT-VAL TO QCVAL.
           MOVE WFECHA-HOY TO VTO-BASE.
           MOVE ENT-VAL TO VTO-PLAZO.
           CALL   "CALCVTO" USING VTO-BASE VTO-PLAZO VTO-RESULT
           CANCEL "CALCVTO".
           MOVE VTO-RESULT TO QCVTO.
           MOVE "E" TO QCEST.
           MOVE WFECHA-HOY TO QCFEST.
           MOVE WOPE TO QCOEST.
           MOVE 0 TO QCFAC.
           WRITE R-PRC
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR PRESUPUESTO (FST=" FSTPRC
                    ") - EMISION ANULADA" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
              NOT INVALID KEY
                 MOVE "S" TO SW-PRC-OK
           END-WRITE.

       DEVOLVER-NUMERO.
           MOVE WNRO TO TAL-PROX.
           OPEN OUTPUT TALONARIO.
           WRITE R-TAL.
           CLOSE TALONARIO.

       GRABAR-ITEMS.
           MOVE 1 TO ITEM-POS.
           PERFORM GRABAR-UN-ITEM THRU F-GRABAR-UN-ITEM
              UNTIL ITEM-POS > ITEM-CANT.

       GRABAR-UN-ITEM.
           MOVE WNRO TO QINRO.
           MOVE ITEM-POS TO QILIN.
           MOVE TITM-DET(ITEM-POS) TO QIDET.
           MOVE TITM-CANT(ITEM-POS) TO QICANT.
           MOVE TITM-PRE(ITEM-POS) TO QIPRE.
           MOVE TITM-IMP(ITEM-POS) TO QIIMP.
           MOVE TITM-ART(ITEM-POS) TO QIART.
           WRITE R-PIT
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR RENGLON (FST=" FSTPIT ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
           END-WRITE.
           ADD 1 TO ITEM-POS.
       F-GRABAR-UN-ITEM.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           MOVE CANT-PRESUP TO CANT-ED.
           DISPLAY "PRESCLI: PRESUPUESTOS EMITIDOS = " LINE 22
              POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY CANT-ED LINE 22 POSITION 38.
           MOVE TOT-PRESUP TO TOT-ED.
           DISPLAY "TOTAL PRESUPUESTADO = " LINE 23 POSITION 05
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY TOT-ED LINE 23 POSITION 28.
           PERFORM PULSAR-TECLA.
           CLOSE PERSONA PRESUPUESTOS PITEMS.
           IF SW-ART-ARCH = "S"
              CLOSE ARTICULOS
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
