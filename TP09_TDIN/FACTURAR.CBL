      *** COMO EL DE RECIBOS), GRABA CABECERA EN FACTURA.IND Y     ***
      *** RENGLONES EN FACTITEM.IND, DEJA EL CARGO COMO            ***
      *** MOVIMIENTO DEBE PENDIENTE EN MOVPER.IND (LO APLICA LA    ***
      *** CORRIDA APLIMOV, COMO LOS DE CARGAMOV) - LA FACTURA      ***
      *** QUEDA PENDIENTE DE CAE: NO SE IMPRIME ACA SINO CON       ***
      *** IMPCOMP, UNA VEZ QUE RESPCAE PROCESO LA AUTORIZACION     ***
      *** CADA RENGLON PUEDE SER UN ARTICULO DEL MAESTRO           ***
      *** (ARTICULO.IND, VER ABMART) CON SU PRECIO DE LISTA, QUE   ***
      *** SE DESCUENTA DEL STOCK DE LA SUCURSAL DEL CLIENTE        ***
      *** (STOCK.IND / MOVSTK.IND), O TEXTO LIBRE CON ARTICULO 0   ***
      *** UN PRESUPUESTO ACEPTADO (PRESCLI.IND, VER ESTPRES) SE    ***
      *** FACTURA EN UN PASO CON SU NUMERO: TRAE CLIENTE Y         ***
      *** RENGLONES A LOS PRECIOS PRESUPUESTADOS Y QUEDA MARCADO   ***
      *** CON LA FACTURA                                           ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURAR.
       ENVIRONMENT DIVISION.
           RECORD KEY IS MVCLAVE
           FILE STATUS IS FSTMOV.

      *-- ARTICULOS, STOCK POR SUCURSAL Y SUS MOVIMIENTOS ----------*
           SELECT ARTICULOS ASSIGN TO DISK "ARTICULO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ATCOD
           FILE STATUS IS FSTART.

           SELECT STOCK ASSIGN TO DISK "STOCK.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SKCLAVE
           FILE STATUS IS FSTSTK.

           SELECT MOVSTOCK ASSIGN TO DISK "MOVSTK.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MKCLAVE
           FILE STATUS IS FSTMSK.

      *-- PRESUPUESTOS ACEPTADOS QUE SE CONVIERTEN EN FACTURA ------*
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

      *-- TALONARIO: PROXIMO NUMERO DE FACTURA - SE REGRABA APENAS -*
      *-- SE TOMA UN NUMERO, PARA QUE UN CORTE NO LO REPITA --------*
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTTAL.

       DATA DIVISION.
       FILE SECTION.
        FD PERSONA

        FD FACTURAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS R-FAC.

         COPY FACTURA.

        FD ITEMS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-FIT.

         COPY FACTITEM.

         COPY MOVPER.

        FD ARTICULOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-ART.

         COPY ARTICULO.

        FD STOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS R-STK.

         COPY STOCK.

        FD MOVSTOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS R-MSK.

         COPY MOVSTK.

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

        FD TALONARIO
           LABEL RECORD IS OMITTED
         01 R-TAL.
            02 TAL-PROX  PIC 9(06).

       WORKING-STORAGE SECTION.

      *-- DIARIO DE IMAGENES DE LOS ARCHIVOS DE PLATA (GRABJRNP): --*
       77 FSTFAC              PIC XX.
       77 FSTFIT              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTTAL              PIC XX.
       77 FSTART              PIC XX.
       77 FSTSTK              PIC XX.
       77 FSTMSK              PIC XX.
       77 FSTPRC              PIC XX.
       77 FSTPIT              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 BUS-PAN             PIC X(30).
       77 SW-BUSQ             PIC XX.
       77 WNRO                PIC 9(06).
       77 WSEC-ULT            PIC 9(03).
       77 SW-FIN-SEC          PIC X.
       77 SW-FAC-OK           PIC X.
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.

      *-- RENGLONES TIPEADOS ANTES DE CONFIRMAR LA FACTURA ---------*
       77 ITEM-CANT           PIC 99 VALUE 0.
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
       77 STK-DISP            PIC 9(06).
       77 STK-ED              PIC ZZZ.ZZ9.
       77 WSEC-MSK            PIC 9(03).
       77 SW-FIN-MSK          PIC X.
      *-- SIN PRESCLI.IND NO SE OFRECE FACTURAR UN PRESUPUESTO -----*
       77 SW-PRE-ARCH         PIC X VALUE "N".
       77 SW-DESDE-PRE        PIC X VALUE "N".
       77 SW-PRE-OK           PIC X.
       77 ENT-PRE-NRO         PIC 9(06).
      *-- VENCIMIENTO DEL CARGO SEGUN EL PLAZO DEL CLIENTE ---------*
       77 VTO-BASE            PIC 9(8).
       77 VTO-PLAZO           PIC 9(3).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
           OPEN I-O FACTURAS.
           OPEN I-O ITEMS.
           OPEN I-O MOVIMIENTOS.
           OPEN INPUT ARTICULOS.
           IF FSTART = "00"
              MOVE "S" TO SW-ART-ARCH
           END-IF.
           OPEN I-O STOCK.
           IF FSTSTK NOT = "00"
              OPEN OUTPUT STOCK
              CLOSE STOCK
              OPEN I-O STOCK
           END-IF.
           OPEN I-O MOVSTOCK.
           IF FSTMSK NOT = "00"
              OPEN OUTPUT MOVSTOCK
              CLOSE MOVSTOCK
              OPEN I-O MOVSTOCK
           END-IF.
           OPEN I-O PRESUPUESTOS.
           IF FSTPRC = "00"
              MOVE "S" TO SW-PRE-ARCH
              OPEN INPUT PITEMS
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-TALONARIO.
      *-- EL OPERADOR ES EL QUE FIRMO EL INGRESO EN ESTA TERMINAL --*
              MOVE "S" TO SES-ACC
              CALL   "SESFLAG" USING SES-ACC SES-PROG SES-RES
              CANCEL "SESFLAG"
              CLOSE PERSONA FACTURAS ITEMS MOVIMIENTOS
                    STOCK MOVSTOCK
              IF SW-ART-ARCH = "S"
                 CLOSE ARTICULOS
              END-IF
              IF SW-PRE-ARCH = "S"
                 CLOSE PRESUPUESTOS PITEMS
              END-IF
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           MOVE QS-OPER TO WOPE.

       PEDIR-CLIENTE.
           MOVE "N" TO SW-DESDE-PRE.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "EMISION DE FACTURAS" LINE 02 POSITION 31
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
              END-IF
              GO TO CARGAR-RENGLONES
           END-IF.
           IF WCA-B = 0 AND SW-PRE-ARCH = "S"
              GO TO PEDIR-PRESUPUESTO
           END-IF.
           IF WCA-B = 0
              GO TO FIN
           END-IF.
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CLIENTE
           END-READ.
           GO TO CARGAR-RENGLONES.

      *-- SOLO SE FACTURA UN PRESUPUESTO ACEPTADO Y QUE NO SE ------*
      *-- HAYA FACTURADO ANTES: EL CLIENTE SALE DEL PRESUPUESTO ----*
       PEDIR-PRESUPUESTO.
           DISPLAY "O PRESUPUESTO ACEPTADO (0 = FIN): " LINE 06
              POSITION 05.
           ACCEPT ENT-PRE-NRO LINE 06 POSITION 40.
           IF ENT-PRE-NRO IS NOT NUMERIC
              MOVE 0 TO ENT-PRE-NRO
           END-IF.
           IF ENT-PRE-NRO = 0
              GO TO FIN
           END-IF.
           MOVE ENT-PRE-NRO TO QCNRO.
           READ PRESUPUESTOS KEY IS QCNRO
              INVALID KEY
                 DISPLAY "PRESUPUESTO INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CLIENTE
           END-READ.
           IF QCFAC NOT = 0
              DISPLAY "PRESUPUESTO YA FACTURADO EN LA FACTURA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY QCFAC LINE 22 POSITION 44
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLIENTE
           END-IF.
           IF NOT PRE-ACEPTADO
              DISPLAY "PRESUPUESTO NO ACEPTADO (VER ESTPRES)"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLIENTE
           END-IF.
           MOVE QCCA TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 DISPLAY "CLIENTE DEL PRESUPUESTO INEXISTENTE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CLIENTE
           END-READ.
           MOVE "S" TO SW-DESDE-PRE.

       CARGAR-RENGLONES.
      *-- UNA CUENTA INACTIVA NO SE FACTURA: SE REACTIVA CON -------*
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLIENTE
           END-IF.
      *-- UNA CUENTA PASADA A INCOBRABLES (VER CASTIGO) SOLO LA ----*
      *-- FACTURA UN SUPERVISOR ------------------------------------*
           IF PEST = "X" AND QS-SUP NOT = "S"
              DISPLAY "CUENTA INCOBRABLE - SOLO FACTURA UN SUPERVISOR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLIENTE
           END-IF.
           MOVE PCA TO WCA-B.
           MOVE PSA TO PSA-ED.
           DISPLAY "CLIENTE: " LINE 07 POSITION 05.
           END-IF.
           MOVE 0 TO ITEM-CANT TOT-TRAB.
           MOVE 10 TO L.
           IF SW-DESDE-PRE = "S"
              PERFORM TRAER-PRESUPUESTO
              IF SW-PRE-OK = "N"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CLIENTE
              END-IF
              GO TO TOTAL-FACTURA
           END-IF.
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
              DISPLAY "FACTURA SIN RENGLONES - NO SE EMITE"
                 LINE 22 POSITION 05
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLIENTE
           END-IF.

       TOTAL-FACTURA.
           MOVE TOT-TRAB TO TOT-ED.
           DISPLAY "TOTAL DE LA FACTURA: " LINE 20 POSITION 05.
           DISPLAY TOT-ED LINE 20 POSITION 27.

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
              SUBTRACT 1 FROM L
              GO TO F-PEDIR-RENGLON
           END-IF.
           GO TO ACUMULAR-RENGLON.

      *-- EL ARTICULO SE VENDE A PRECIO DE LISTA (NO SE TIPEA) Y ---*
      *-- SOLO SI HAY STOCK EN LA SUCURSAL DEL CLIENTE -------------*
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
           PERFORM VERIFICAR-STOCK.
           IF ENT-CANT > STK-DISP
              MOVE STK-DISP TO STK-ED
              DISPLAY "STOCK INSUFICIENTE - DISPONIBLE EN LA SUCURSAL:"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY STK-ED LINE 22 POSITION 53
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              SUBTRACT 1 FROM L
              GO TO F-PEDIR-RENGLON
           END-IF.

       ACUMULAR-RENGLON.
           COMPUTE ITEM-IMP = ENT-CANT * ENT-PRE.
      *-- NI EL RENGLON NI EL TOTAL PUEDEN EXCEDER LOS 5 DIGITOS ---*
      *-- DEL CAMPO DE IMPORTES: SE DESCARTA EL RENGLON, NO SE -----*
           MOVE ENT-CANT TO TITM-CANT(ITEM-CANT).
           MOVE ENT-PRE TO TITM-PRE(ITEM-CANT).
           MOVE ITEM-IMP TO TITM-IMP(ITEM-CANT).
           MOVE ENT-ART TO TITM-ART(ITEM-CANT).
           ADD ITEM-IMP TO TOT-TRAB.
       F-PEDIR-RENGLON.
           EXIT.

      *-- LO DISPONIBLE ES EL STOCK DE LA SUCURSAL MENOS LO QUE YA -*
      *-- SE CARGO DEL MISMO ARTICULO EN ESTA FACTURA --------------*
       VERIFICAR-STOCK.
           MOVE ENT-ART TO SKART.
           MOVE PSU TO SKSUC.
           READ STOCK KEY IS SKCLAVE
              INVALID KEY MOVE 0 TO SKCANT
           END-READ.
           MOVE SKCANT TO STK-DISP.
           MOVE 1 TO ITEM-POS.
           PERFORM RESTAR-PEDIDO THRU F-RESTAR-PEDIDO
              UNTIL ITEM-POS > ITEM-CANT.

       RESTAR-PEDIDO.
           IF TITM-ART(ITEM-POS) = ENT-ART
              IF TITM-CANT(ITEM-POS) > STK-DISP
                 MOVE 0 TO STK-DISP
              ELSE
                 SUBTRACT TITM-CANT(ITEM-POS) FROM STK-DISP
              END-IF
           END-IF.
           ADD 1 TO ITEM-POS.
       F-RESTAR-PEDIDO.
           EXIT.

      *-- LOS RENGLONES DEL PRESUPUESTO PASAN A LA TABLA TAL CUAL -*
      *-- (PRECIO PRESUPUESTADO); LOS DE ARTICULO NECESITAN STOCK --*
      *-- EN LA SUCURSAL DEL CLIENTE, COMO SI SE TIPEARAN ----------*
       TRAER-PRESUPUESTO.
           MOVE "S" TO SW-PRE-OK.
           DISPLAY "PRESUPUESTO " LINE 09 POSITION 05.
           DISPLAY QCNRO LINE 09 POSITION 17.
           DISPLAY "- RENGLONES:" LINE 09 POSITION 24.
           PERFORM TRAER-RENGLON THRU F-TRAER-RENGLON
              UNTIL ITEM-CANT = QCLINEAS OR SW-PRE-OK = "N".

       TRAER-RENGLON.
           MOVE QCNRO TO QINRO.
           COMPUTE QILIN = ITEM-CANT + 1.
           READ PITEMS KEY IS QICLAVE
              INVALID KEY
                 DISPLAY "FALTAN RENGLONES DEL PRESUPUESTO - NO SE "
                    "FACTURA" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 MOVE "N" TO SW-PRE-OK
                 GO TO F-TRAER-RENGLON
           END-READ.
           MOVE QIART TO ENT-ART.
           MOVE QICANT TO ENT-CANT.
           IF ENT-ART NOT = 0
              PERFORM VERIFICAR-STOCK
              IF ENT-CANT > STK-DISP
                 MOVE STK-DISP TO STK-ED
                 DISPLAY "SIN STOCK PARA EL ARTICULO " LINE 22
                    POSITION 05 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 DISPLAY ENT-ART LINE 22 POSITION 32
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 DISPLAY "- DISPONIBLE:" LINE 22 POSITION 39
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 DISPLAY STK-ED LINE 22 POSITION 53
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 MOVE "N" TO SW-PRE-OK
                 GO TO F-TRAER-RENGLON
              END-IF
           END-IF.
           ADD 1 TO ITEM-CANT.
           MOVE QIDET TO TITM-DET(ITEM-CANT).
           MOVE QICANT TO TITM-CANT(ITEM-CANT).
           MOVE QIPRE TO TITM-PRE(ITEM-CANT).
           MOVE QIIMP TO TITM-IMP(ITEM-CANT).
           MOVE QIART TO TITM-ART(ITEM-CANT).
           ADD QIIMP TO TOT-TRAB.
           ADD 1 TO L.
           IF L < 20
              DISPLAY QIDET LINE L POSITION 05
              MOVE QICANT TO STK-ED
              DISPLAY STK-ED LINE L POSITION 38
              MOVE QIPRE TO PRE-ED
              DISPLAY PRE-ED LINE L POSITION 48
              MOVE QIIMP TO IMP-ED
              DISPLAY IMP-ED LINE L POSITION 60
           END-IF.
       F-TRAER-RENGLON.
           EXIT.

       BUSCAR-POR-APELLIDO.
           MOVE BUS-PAN TO PAN.
           START PERSONA KEY IS NOT LESS THAN PAN
           END-IF.

      *-- TOMA EL NUMERO, GRABA CABECERA Y RENGLONES, DEJA EL ------*
      *-- CARGO PENDIENTE EN MOVPER.IND - NO SE IMPRIME HASTA -----*
      *-- TENER CAE (VER RESPCAE / IMPCOMP) - SI LA CABECERA NO ---*
      *-- SE PUDO GRABAR, EL NUMERO VUELVE AL TALONARIO Y NO ------*
      *-- QUEDA MOVIMIENTO -----------------------------------------*
       EMITIR-FACTURA.
           PERFORM TOMAR-NUMERO.
           PERFORM GRABAR-FACTURA.
           END-IF.
           PERFORM GRABAR-ITEMS.
           PERFORM GRABAR-MOVIMIENTO-CARGO.
           IF SW-DESDE-PRE = "S"
              PERFORM MARCAR-PRESUPUESTO
           END-IF.
           DISPLAY "FACTURA GRABADA - PENDIENTE DE CAE"
              LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           ADD 1 TO CANT-FACTURAS.
           ADD TOT-TRAB TO TOT-FACTURADO.
           MOVE TAL-PROX TO WNRO.
           MOVE WOPE TO FCOPE.
           MOVE "E" TO FCEST.
           MOVE ITEM-CANT TO FCLINEAS.
      *-- SIN CAE NO HAY COMPROBANTE VALIDO: QUEDA PENDIENTE HASTA -*
      *-- QUE RESPCAE PROCESE LA RESPUESTA DE LA AUTORIZACION ------*
           MOVE "P" TO FCCAEEST.
           MOVE 0 TO FCCAE FCVTOCAE FCCBTE FCPTOVTA.
           MOVE SPACES TO FCMOTRECH.
      *-- SOLO LA RAMA NOT INVALID KEY PRENDE EL OK: UN ERROR DE ---*
      *-- OTRA CLASE (QUE PASA POR LA DECLARATIVA) LO DEJA EN "N" --*
           WRITE R-FAC
           WRITE R-TAL.
           CLOSE TALONARIO.

      *-- EL PRESUPUESTO QUEDA CON EL NUMERO DE FACTURA: NO SE ----*
      *-- PUEDE VOLVER A FACTURAR ----------------------------------*
       MARCAR-PRESUPUESTO.
           MOVE ENT-PRE-NRO TO QCNRO.
           READ PRESUPUESTOS KEY IS QCNRO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE WNRO TO QCFAC
                 MOVE WFECHA-HOY TO QCFEST
                 MOVE WOPE TO QCOEST
                 REWRITE R-PRC
                    INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.

       GRABAR-ITEMS.
           MOVE 1 TO ITEM-POS.
           PERFORM GRABAR-UN-ITEM THRU F-GRABAR-UN-ITEM
           MOVE TITM-CANT(ITEM-POS) TO FICANT.
           MOVE TITM-PRE(ITEM-POS) TO FIPRE.
           MOVE TITM-IMP(ITEM-POS) TO FIIMP.
           MOVE TITM-ART(ITEM-POS) TO FIART.
           WRITE R-FIT
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR RENGLON (FST=" FSTFIT ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
              NOT INVALID KEY
                 IF FIART NOT = 0
                    PERFORM DESCONTAR-STOCK
                 END-IF
           END-WRITE.
           ADD 1 TO ITEM-POS.
       F-GRABAR-UN-ITEM.
           EXIT.

      *-- LA VENTA SALE DEL STOCK DE LA SUCURSAL DEL CLIENTE Y -----*
      *-- DEJA SU MOVIMIENTO CON EL NUMERO DE FACTURA --------------*
       DESCONTAR-STOCK.
           MOVE FIART TO SKART.
           MOVE PSU TO SKSUC.
           READ STOCK KEY IS SKCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF SKCANT < FICANT
                    MOVE 0 TO SKCANT
                 ELSE
                    SUBTRACT FICANT FROM SKCANT
                 END-IF
                 REWRITE R-STK
                    INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.
           MOVE 0 TO WSEC-MSK.
           MOVE "N" TO SW-FIN-MSK.
           MOVE FIART TO MKART.
           MOVE WFECHA-HOY TO MKFECHA.
           MOVE 0 TO MKSEC.
           START MOVSTOCK KEY IS NOT LESS THAN MKCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-MSK
           END-START.
           PERFORM BUSCAR-ULTIMA-MSK THRU F-BUSCAR-ULTIMA-MSK
              UNTIL SW-FIN-MSK = "S".
           MOVE FIART TO MKART.
           MOVE WFECHA-HOY TO MKFECHA.
           COMPUTE MKSEC = WSEC-MSK + 1.
           MOVE PSU TO MKSUC.
           MOVE "V" TO MKTIP.
           COMPUTE MKCANT = 0 - FICANT.
           MOVE 0 TO MKCOS.
           MOVE WNRO TO MKFAC.
           MOVE 0 TO MKPROV MKPFECHA MKPSEC.
           MOVE WOPE TO MKOPE.
           MOVE SPACES TO MKMOT.
           WRITE R-MSK
              INVALID KEY CONTINUE
           END-WRITE.

       BUSCAR-ULTIMA-MSK.
           READ MOVSTOCK NEXT RECORD
              AT END MOVE "S" TO SW-FIN-MSK
           END-READ.
           IF SW-FIN-MSK = "N"
              IF MKART = FIART AND MKFECHA = WFECHA-HOY
                 MOVE MKSEC TO WSEC-MSK
              ELSE
                 MOVE "S" TO SW-FIN-MSK
              END-IF
           END-IF.
       F-BUSCAR-ULTIMA-MSK.
           EXIT.

      *-- EL CARGO QUEDA PENDIENTE EN MOVPER.IND: EL SALDO LO TOCA -*
      *-- UNICAMENTE LA CORRIDA APLIMOV, COMO LOS DE CARGAMOV ------*
       GRABAR-MOVIMIENTO-CARGO.
       F-BUSCAR-ULTIMA-SEC.
           EXIT.

      *-- LA ESCRITURA CONFIRMADA QUEDA EN EL DIARIO DE IMAGENES ---*
       ASENTAR-JRN.
           CALL   "GRABJRNP" USING JRN-ARCH JRN-OP JRN-IMAGEN
           MOVE "S" TO SES-ACC.
           CALL   "SESFLAG" USING SES-ACC SES-PROG SES-RES
           CANCEL "SESFLAG".
           CLOSE PERSONA FACTURAS ITEMS MOVIMIENTOS STOCK MOVSTOCK.
           IF SW-ART-ARCH = "S"
              CLOSE ARTICULOS
           END-IF.
           IF SW-PRE-ARCH = "S"
              CLOSE PRESUPUESTOS PITEMS
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
